      *Una coincidencia contra las listas de sanciones o PEP: con
      *quien coincidio, por que (documento o nombre), donde se
      *detecto y la decision del supervisor, que queda registrada
      *con su fecha, quien la tomo y una observacion. Una
      *coincidencia confirmada suspende al cliente.
       FD  ARCHIVO-REVISION-CUMPLIMIENTO.
           01 REVISION-REGISTRO.
              10 REV-CLAVE.
                 15 REV-CLIENTES-ID PIC X(6).
                 15 REV-TIPO-LISTA PIC X(1).
                 15 REV-ID-LISTA PIC X(10).
              10 REV-NOMBRE-LISTA PIC X(60).
              10 REV-DOCUMENTO-LISTA PIC X(15).
              10 REV-COINCIDENCIA PIC X(1).
                 88 REV-POR-DOCUMENTO VALUE "D".
                 88 REV-POR-NOMBRE VALUE "N".
              10 REV-ORIGEN PIC X(1).
                 88 REV-EN-ALTA VALUE "A".
                 88 REV-EN-IMPORTACION VALUE "I".
                 88 REV-EN-CONTROL-MENSUAL VALUE "L".
              10 REV-FECHA-DETECCION PIC X(8).
              10 REV-ESTADO PIC X(1).
                 88 REV-PENDIENTE VALUE "P".
                 88 REV-FALSO-POSITIVO VALUE "F".
                 88 REV-CONFIRMADA VALUE "C".
              10 REV-FECHA-DECISION PIC X(8).
              10 REV-SUPERVISOR PIC X(10).
              10 REV-OBSERVACION PIC X(40).

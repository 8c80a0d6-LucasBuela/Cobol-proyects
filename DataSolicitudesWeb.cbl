      *Una solicitud de alta llegada por el sitio web: los datos que
      *tipeo el interesado, con que cliente existente coincide (y
      *por que dato) segun el cotejo de la recepcion, y como se
      *resolvio. Mientras espera revision es un prospecto ("P") de
      *la cola, no un registro de clientes.dat: recien al aceptarla
      *un operador se crea el cliente, con las validaciones del alta.
       FD  ARCHIVO-SOLICITUDES-WEB.
           01 SOLWEB-REGISTRO.
              10 SOLWEB-NUMERO PIC 9(8).
              10 SOLWEB-REFERENCIA PIC X(20).
              10 SOLWEB-FECHA-RECIBIDA PIC X(8).
              10 SOLWEB-NOMBRE PIC X(25).
              10 SOLWEB-APELLIDO PIC X(35).
              10 SOLWEB-DNI PIC X(9).
              10 SOLWEB-TELEFONO PIC X(10).
              10 SOLWEB-EMAIL PIC X(50).
              10 SOLWEB-DIRECCION PIC X(35).
              10 SOLWEB-CODIGO-POSTAL PIC X(10).
              10 SOLWEB-PAIS PIC X(20).
              10 SOLWEB-FECHA-NACIMIENTO PIC X(8).
      *Sucursal elegida en el sitio; al aceptar queda la del cliente
      *creado, que es la que cuenta en el embudo:
              10 SOLWEB-SUCURSAL PIC X(3).
              10 SOLWEB-ESTADO PIC X(1).
                 88 SOLWEB-PROSPECTO VALUE "P".
                 88 SOLWEB-CONVERTIDA VALUE "C".
                 88 SOLWEB-FUSIONADA VALUE "F".
                 88 SOLWEB-DESCARTADA VALUE "D".
                 88 SOLWEB-RECHAZADA VALUE "R".
                 88 SOLWEB-RESUELTA VALUE "C" "F" "D".
              10 SOLWEB-COINCIDE-CLIENTES-ID PIC X(6).
              10 SOLWEB-COINCIDE-POR PIC X(1).
                 88 SOLWEB-SIN-COINCIDENCIA VALUE SPACE.
                 88 SOLWEB-COINCIDE-DNI VALUE "D".
                 88 SOLWEB-COINCIDE-TELEFONO VALUE "T".
                 88 SOLWEB-COINCIDE-EMAIL VALUE "E".
              10 SOLWEB-FECHA-RESOLUCION PIC X(8).
              10 SOLWEB-OPERADOR PIC X(10).
      *Cliente creado (al aceptar) o con el que se fusiono:
              10 SOLWEB-CLIENTES-ID PIC X(6).
              10 SOLWEB-MOTIVO PIC X(40).

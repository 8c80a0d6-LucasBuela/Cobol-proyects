      *Caso del monitoreo de movimientos para el oficial de
      *cumplimiento: que regla lo abrio, con que movimiento, cuantos
      *movimientos tiene adjuntos y, una vez decidido, si quedo
      *justificado o se elevo a reporte de operacion sospechosa
      *(con el numero de reporte), quien lo decidio y cuando.
       FD  ARCHIVO-CASOS-MONITOREO.
           01 CASO-REGISTRO.
              10 CASO-CLAVE.
                 15 CASO-CLIENTES-ID PIC X(6).
                 15 CASO-REGLA PIC X(2).
                    88 CASO-ESTRUCTURACION VALUE "ES".
                    88 CASO-ENTRADA-RETIRO VALUE "ER".
                    88 CASO-CUENTA-DORMIDA VALUE "RD".
                    88 CASO-FUERA-DE-PROMEDIO VALUE "PR".
                 15 CASO-MOV-FECHA-HORA PIC X(21).
                 15 CASO-MOV-SECUENCIA PIC 9(3).
              10 CASO-FECHA-DETECCION PIC X(8).
              10 CASO-MONEDA PIC X(3).
              10 CASO-IMPORTE PIC S9(7)V99 COMP-3.
              10 CASO-CANTIDAD-MOVIMIENTOS PIC 9(3).
              10 CASO-DESCRIPCION PIC X(60).
              10 CASO-ESTADO PIC X(1).
                 88 CASO-ABIERTO VALUE "A".
                 88 CASO-JUSTIFICADO VALUE "J".
                 88 CASO-ESCALADO VALUE "E".
              10 CASO-FECHA-DECISION PIC X(8).
              10 CASO-OFICIAL PIC X(10).
              10 CASO-OBSERVACION PIC X(40).
              10 CASO-NUMERO-ROS PIC 9(8).

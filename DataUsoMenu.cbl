           01 USO-MENU-REGISTRO.
              10 USO-FECHA-HORA PIC X(21).
              10 USO-OPERADOR PIC X(10).
              10 USO-OPCION PIC X(3).

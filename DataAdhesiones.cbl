      *Adhesion de un cliente al debito automatico: banco y CBU de la
      *cuenta a debitar, fecha del mandato firmado (no se debita nada
      *antes de esa fecha) y estado. La baja es logica, queda con su
      *fecha y el operador que la dio.
       FD  ARCHIVO-ADHESIONES.
           01 ADHESION-REGISTRO.
              10 ADHESION-CLIENTES-ID PIC X(6).
              10 ADHESION-BANCO PIC X(3).
              10 ADHESION-CBU PIC X(22).
              10 ADHESION-FECHA-MANDATO PIC X(8).
              10 ADHESION-ESTADO PIC X(1).
                 88 ADHESION-ACTIVA VALUE "A".
                 88 ADHESION-DADA-DE-BAJA VALUE "B".
              10 ADHESION-OPERADOR PIC X(10).
              10 ADHESION-FECHA-BAJA PIC X(8).

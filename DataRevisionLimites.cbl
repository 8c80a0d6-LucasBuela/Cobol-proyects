      *Una propuesta de cambio del limite de descubierto de un
      *cliente en la revision de un periodo (AAAAMM): el limite que
      *tenia, el propuesto, los datos en que se baso (calificacion,
      *dias en rojo, nivel de mora, saldo promedio de los snapshots)
      *y la regla que decidio. La aprueba o rechaza un supervisor;
      *aprobada ya quedo aplicada en el cliente. Anulada es la que
      *no se pudo aplicar porque el limite del cliente cambio por
      *otro lado despues de la propuesta.
       FD  ARCHIVO-REVISION-LIMITES.
           01 REVLIM-REGISTRO.
              10 REVLIM-CLAVE.
                 15 REVLIM-PERIODO PIC X(6).
                 15 REVLIM-CLIENTES-ID PIC X(6).
              10 REVLIM-LIMITE-ACTUAL PIC S9(7)V99 COMP-3.
              10 REVLIM-LIMITE-PROPUESTO PIC S9(7)V99 COMP-3.
              10 REVLIM-SCORE PIC X(1).
              10 REVLIM-DIAS-EN-ROJO PIC 9(3).
              10 REVLIM-NIVEL-MORA PIC 9(1).
              10 REVLIM-SALDO-PROMEDIO PIC S9(7)V99 COMP-3.
              10 REVLIM-REGLA PIC X(12).
              10 REVLIM-PORCENTAJE PIC S9(3)V99 COMP-3.
              10 REVLIM-ESTADO PIC X(1).
                 88 REVLIM-PENDIENTE VALUE "P".
                 88 REVLIM-APROBADA VALUE "A".
                 88 REVLIM-RECHAZADA VALUE "R".
                 88 REVLIM-ANULADA VALUE "X".
              10 REVLIM-SUPERVISOR PIC X(10).
              10 REVLIM-FECHA-DECISION PIC X(8).

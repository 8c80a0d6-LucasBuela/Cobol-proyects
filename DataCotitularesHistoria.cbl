      *Un cambio en los vinculos de una cuenta: cuando, quien, que
      *accion, quien la aprobo (blanco salvo en una baja) y la imagen
      *del vinculo antes (blanco en un alta) y despues (blanco en una
      *baja).
       FD  ARCHIVO-COTITULARES-HISTORIA.
           01 COTHIST-REGISTRO.
              10 COTHIST-FECHA-HORA PIC X(21).
              10 COTHIST-OPERADOR PIC X(10).
              10 COTHIST-ACCION PIC X(1).
                 88 COTHIST-ALTA VALUE "A".
                 88 COTHIST-MODIFICACION VALUE "M".
                 88 COTHIST-BAJA VALUE "B".
              10 COTHIST-APROBO PIC X(10).
              10 COTHIST-IMAGEN-ANTES PIC X(32).
              10 COTHIST-IMAGEN-DESPUES PIC X(32).

      *Fin de cadena de un tramo que salio del archivo vivo: de que
      *archivo salio, a que archivo fechado fue, el primer y el ultimo
      *numero del tramo y el hash del ultimo. Con este renglon se
      *prueba que el archivo fechado y el vivo son la misma cadena:
      *el primer registro que quedo en el vivo se ata a este hash.
       FD  ARCHIVO-CADENA-ANCLAS.
           01 CADENA-ANCLA-REGISTRO.
              05 CADENA-ANCLA-FECHA-HORA PIC X(21).
              05 FILLER PIC X(1).
              05 CADENA-ANCLA-ARCHIVO PIC X(30).
              05 FILLER PIC X(1).
              05 CADENA-ANCLA-DESTINO PIC X(40).
              05 FILLER PIC X(1).
              05 CADENA-ANCLA-DESDE PIC 9(9).
              05 FILLER PIC X(1).
              05 CADENA-ANCLA-HASTA PIC 9(9).
              05 FILLER PIC X(1).
              05 CADENA-ANCLA-HASH PIC X(24).

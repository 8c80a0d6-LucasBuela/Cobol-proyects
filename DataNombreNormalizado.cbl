      *Nombre normalizado (uso compartido con Normalizar-nombre): el
      *que llama carga el texto tal como viene (nombre y apellido,
      *o el nombre de una lista) y recibe sus palabras en mayusculas,
      *sin acentos ni signos y sin las particulas (DE, DEL, LA, LOS,
      *LAS, Y), para comparar nombres sin importar el orden.
       01  NOMBRE-NORMALIZADO.
           05 NORMAL-TEXTO PIC X(80).
           05 NORMAL-CANTIDAD-PALABRAS PIC 9(2).
           05 NORMAL-PALABRA PIC X(20) OCCURS 8 TIMES.

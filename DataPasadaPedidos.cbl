      *Reportes pesados a correr en una sola lectura de clientes.dat:
      *el codigo de cada uno (CRECIM, PAIS, SALDALT, SALUD, PRODUCT o
      *SCORE, como en la cola de reportes), sus parametros y el
      *resultado que deja Reporte-pasada-unica ("C" completado, "F"
      *fallado). Un codigo va una sola vez por pasada. La pasada
      *graba su renglon en nocturno_historia.dat solo si
      *PASADA-GRABA-HISTORIA viene en "S" (la cola de reportes del
      *nocturno); una corrida suelta desde el menu no lo graba.
       01  PASADA-PEDIDOS.
           05 PASADA-GRABA-HISTORIA PIC X(1).
           05 PASADA-CANTIDAD PIC 9(2).
           05 PASADA-PEDIDO OCCURS 6 TIMES.
              10 PASADA-CODIGO PIC X(7).
              10 PASADA-PEDIDO-PARAMETROS PIC X(20).
              10 PASADA-RESULTADO PIC X(1).

      *Un pedido de reporte: cuando y quien lo pidio, el codigo del
      *reporte (DIGEST, CRECIM, AUDALT o LISTADO, y los pesados
      *sobre clientes PAIS, SALDALT, SALUD, PRODUCT y SCORE, o
      *LISTDEF, un listado definido), parametros libres (el umbral
      *de SALDALT, la sucursal de PAIS, el nombre del listado de
      *LISTDEF) y su estado.
       FD  ARCHIVO-COLA-REPORTES.
           01 PEDIDO-REGISTRO.
              10 PEDIDO-FECHA-HORA PIC X(21).

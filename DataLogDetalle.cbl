              10 DETALLE-CLIENTES-ID PIC X(6).
              10 DETALLE-IMAGEN-ANTES PIC X(400).
              10 DETALLE-IMAGEN-DESPUES PIC X(400).
      *Cadena de hash (ver Encadenar-registro): numero correlativo y
      *hash que ata la entrada a la anterior del detalle. Las entradas
      *pasadas por Convertir-detalle-cadena la traen en blanco y
      *quedan fuera de la verificacion.
              10 DETALLE-CADENA.
                 15 DETALLE-CADENA-NUMERO PIC 9(9).
                 15 DETALLE-CADENA-HASH PIC X(24).

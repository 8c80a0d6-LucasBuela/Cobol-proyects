      *Consulta entre Reporte-pasada-unica y el acumulador de cada
      *reporte pesado: "I" arranca el reporte con sus parametros
      *(abre el spool y deja los contadores en cero), "R" le pasa la
      *imagen de un registro de clientes, "F" cierra el reporte, lo
      *muestra y lo cataloga. Un acumulador que cambia el registro
      *(el scoring) lo devuelve en la misma imagen con
      *PASADA-REGRABAR en "S", y la pasada le avisa con "G" o "E" si
      *el REWRITE se pudo hacer.
       01  PASADA-REPORTE.
           05 PASADA-ACCION PIC X(1).
              88 PASADA-INICIO VALUE "I".
              88 PASADA-REGISTRO VALUE "R".
              88 PASADA-FIN VALUE "F".
              88 PASADA-GRABADO VALUE "G".
              88 PASADA-NO-GRABADO VALUE "E".
           05 PASADA-PARAMETROS PIC X(20).
           05 PASADA-REGRABAR PIC X(1).
           05 PASADA-CLIENTE PIC X(500).

      *Cotejo de un cliente contra las listas de sanciones y PEP (uso
      *compartido con Cotejar-listas-cumplimiento): el que llama
      *carga el cliente, su documento y su nombre y de donde viene
      *el cotejo, y recibe cuantas coincidencias hubo y cuantas de
      *ellas entraron nuevas a la cola de revision.
       01  COTEJO-CONSULTA.
           05 COTEJO-CLIENTES-ID PIC X(6).
           05 COTEJO-DNI PIC X(9).
           05 COTEJO-NOMBRE PIC X(25).
           05 COTEJO-APELLIDO PIC X(35).
           05 COTEJO-ORIGEN PIC X(1).
              88 COTEJO-EN-ALTA VALUE "A".
              88 COTEJO-EN-IMPORTACION VALUE "I".
              88 COTEJO-EN-CONTROL-MENSUAL VALUE "L".
           05 COTEJO-COINCIDENCIAS PIC 9(3).
           05 COTEJO-NUEVAS PIC 9(3).

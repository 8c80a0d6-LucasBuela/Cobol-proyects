      *Un renglon de una definicion de listado. El tipo dice que es:
      *"T" el titulo (con quien lo guardo y cuando), "C" una columna,
      *"F" un filtro, "O" un campo de orden y "Q" un campo de corte
      *con subtotales. Columnas, ordenes y cortes valen en el orden
      *en que aparecen. Los campos van por su codigo del catalogo
      *DataCamposListado.cbl; el filtro lleva la condicion (IGUAL,
      *RANGO, BLANCO o NOBLANCO) y los valores desde y hasta.
       FD  ARCHIVO-LISTADOS.
           01 LISTADO-DEF-REGISTRO.
              10 LISTADO-DEF-NOMBRE PIC X(8).
              10 LISTADO-DEF-TIPO PIC X(1).
                 88 LISTADO-DEF-ES-TITULO VALUE "T".
                 88 LISTADO-DEF-ES-COLUMNA VALUE "C".
                 88 LISTADO-DEF-ES-FILTRO VALUE "F".
                 88 LISTADO-DEF-ES-ORDEN VALUE "O".
                 88 LISTADO-DEF-ES-CORTE VALUE "Q".
              10 LISTADO-DEF-DETALLE PIC X(90).
              10 LISTADO-DEF-CAMPOS REDEFINES LISTADO-DEF-DETALLE.
                 15 LISTADO-DEF-CAMPO PIC X(12).
                 15 LISTADO-DEF-CONDICION PIC X(8).
                    88 LISTADO-DEF-IGUAL VALUE "IGUAL".
                    88 LISTADO-DEF-RANGO VALUE "RANGO".
                    88 LISTADO-DEF-BLANCO VALUE "BLANCO".
                    88 LISTADO-DEF-NO-BLANCO VALUE "NOBLANCO".
                    88 LISTADO-DEF-CONDICION-VALIDA VALUE "IGUAL"
                       "RANGO" "BLANCO" "NOBLANCO".
                 15 LISTADO-DEF-DESDE PIC X(35).
                 15 LISTADO-DEF-HASTA PIC X(35).
              10 LISTADO-DEF-CABECERA REDEFINES LISTADO-DEF-DETALLE.
                 15 LISTADO-DEF-TITULO PIC X(60).
                 15 LISTADO-DEF-AUTOR PIC X(10).
                 15 LISTADO-DEF-FECHA PIC X(8).
                 15 FILLER PIC X(12).

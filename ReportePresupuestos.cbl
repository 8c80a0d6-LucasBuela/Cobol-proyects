      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Conversion mensual de presupuestos en facturas por
      *          operador: de los presupuestos emitidos en un mes
      *          AAAAMM, cuantos armo cada vendedor, cuantos se
      *          aceptaron (y facturaron), cuantos vencieron y
      *          cuantos siguen abiertos, el porcentaje convertido
      *          sobre los emitidos y los importes presupuestado y
      *          facturado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-conversion-presupuesto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Presupuestos:
       COPY "DataBasePresupuestos.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataPresupuestos.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  PRESUPUESTOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "PRESUPUESTOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  PERIODO-PEDIDO PIC X(6).
       77  EMITIDOS-DEL-CALCULO PIC 9(6).
       77  ACEPTADOS-DEL-CALCULO PIC 9(6).
       77  PORCENTAJE-CONVERTIDO PIC 9(3)V9.
       77  CAMPO-PORCENTAJE-MUESTRA PIC ZZ9.9.
       77  CAMPO-PRESUPUESTADO-MUESTRA PIC Z(8)9.99.
       77  CAMPO-FACTURADO-MUESTRA PIC Z(8)9.99.
       77  TOTAL-EMITIDOS PIC 9(6) VALUE ZEROES.
       77  TOTAL-ACEPTADOS PIC 9(6) VALUE ZEROES.
       77  TOTAL-VENCIDOS PIC 9(6) VALUE ZEROES.
       77  TOTAL-ABIERTOS PIC 9(6) VALUE ZEROES.
       77  TOTAL-PRESUPUESTADO PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-FACTURADO PIC S9(9)V99 COMP-3 VALUE ZERO.
      *Acumulados en memoria, misma tecnica de tabla que
      *Reporte-promesas-pago; un operador nuevo se agrega al final:
       77  MAXIMO-OPERADORES PIC 9(3) VALUE 100.
       77  OPERADOR-HALLADO PIC X.
       77  CANTIDAD-OPERADORES PIC 9(3) VALUE ZEROES.
       77  INDICE-OPERADOR PIC 9(3).
       01  TABLA-OPERADORES.
           05 OPER-TABLA OCCURS 100 TIMES.
              10 OPER-TAB-ID PIC X(10).
              10 OPER-TAB-EMITIDOS PIC 9(6).
              10 OPER-TAB-ACEPTADOS PIC 9(6).
              10 OPER-TAB-VENCIDOS PIC 9(6).
              10 OPER-TAB-ABIERTOS PIC 9(6).
              10 OPER-TAB-PRESUPUESTADO PIC S9(9)V99 COMP-3.
              10 OPER-TAB-FACTURADO PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "Mes de emision a analizar (AAAAMM, blanco = mes "
                   "en curso): ".
           MOVE SPACES TO PERIODO-PEDIDO.
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO = SPACES
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-PEDIDO
           END-IF.
           IF PERIODO-PEDIDO NOT NUMERIC
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           ELSE
           PERFORM GENERA-REPORTE
           END-IF.
           GOBACK.

       GENERA-REPORTE.
           MOVE PERIODO-PEDIDO TO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== CONVERSION DE PRESUPUESTOS POR OPERADOR ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Presupuestos emitidos en " PERIODO-PEDIDO (5:2)
                  "/" PERIODO-PEDIDO (1:4)
                  "  (porcentaje aceptado sobre emitidos)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-PRESUPUESTOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF PRESUPUESTOS-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-PRESUPUESTO
           END-IF.
           PERFORM REVISA-PRESUPUESTO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-PRESUPUESTOS.
           PERFORM MUESTRA-OPERADORES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-EMITIDOS TO EMITIDOS-DEL-CALCULO.
           MOVE TOTAL-ACEPTADOS TO ACEPTADOS-DEL-CALCULO.
           PERFORM CALCULA-PORCENTAJE.
           MOVE TOTAL-PRESUPUESTADO TO CAMPO-PRESUPUESTADO-MUESTRA.
           MOVE TOTAL-FACTURADO TO CAMPO-FACTURADO-MUESTRA.
           STRING "Total      " TOTAL-EMITIDOS "   " TOTAL-ACEPTADOS
                  "    " TOTAL-VENCIDOS "   " TOTAL-ABIERTOS
                  "     " CAMPO-PORCENTAJE-MUESTRA " %  "
                  CAMPO-PRESUPUESTADO-MUESTRA "  "
                  CAMPO-FACTURADO-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

       LEE-SIGUIENTE-PRESUPUESTO.
           READ ARCHIVO-PRESUPUESTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       REVISA-PRESUPUESTO.
           IF PRESUPUESTO-FECHA (1:6) = PERIODO-PEDIDO
           PERFORM ACUMULA-PRESUPUESTO
           END-IF.
           PERFORM LEE-SIGUIENTE-PRESUPUESTO.

       ACUMULA-PRESUPUESTO.
           PERFORM UBICA-OPERADOR.
           IF OPERADOR-HALLADO = "S"
           ADD 1 TO OPER-TAB-EMITIDOS (INDICE-OPERADOR)
           ADD PRESUPUESTO-TOTAL TO
               OPER-TAB-PRESUPUESTADO (INDICE-OPERADOR)
           EVALUATE TRUE
               WHEN PRESUPUESTO-ACEPTADO
                   ADD 1 TO OPER-TAB-ACEPTADOS (INDICE-OPERADOR)
                   ADD PRESUPUESTO-TOTAL TO
                       OPER-TAB-FACTURADO (INDICE-OPERADOR)
               WHEN PRESUPUESTO-VENCIDO
                   ADD 1 TO OPER-TAB-VENCIDOS (INDICE-OPERADOR)
               WHEN OTHER
                   ADD 1 TO OPER-TAB-ABIERTOS (INDICE-OPERADOR)
           END-EVALUATE
           END-IF.
           ADD 1 TO TOTAL-EMITIDOS.
           ADD PRESUPUESTO-TOTAL TO TOTAL-PRESUPUESTADO.
           EVALUATE TRUE
               WHEN PRESUPUESTO-ACEPTADO
                   ADD 1 TO TOTAL-ACEPTADOS
                   ADD PRESUPUESTO-TOTAL TO TOTAL-FACTURADO
               WHEN PRESUPUESTO-VENCIDO
                   ADD 1 TO TOTAL-VENCIDOS
               WHEN OTHER
                   ADD 1 TO TOTAL-ABIERTOS
           END-EVALUATE.

      *Deja INDICE-OPERADOR en la fila del operador del presupuesto,
      *agregandola si es la primera vez que aparece:
       UBICA-OPERADOR.
           MOVE "N" TO OPERADOR-HALLADO.
           PERFORM COMPARA-OPERADOR
               VARYING INDICE-OPERADOR FROM 1 BY 1
               UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES
               OR OPERADOR-HALLADO = "S".
           IF OPERADOR-HALLADO = "S"
           SUBTRACT 1 FROM INDICE-OPERADOR
           ELSE
           IF CANTIDAD-OPERADORES < MAXIMO-OPERADORES
           ADD 1 TO CANTIDAD-OPERADORES
           MOVE CANTIDAD-OPERADORES TO INDICE-OPERADOR
           MOVE PRESUPUESTO-OPERADOR TO OPER-TAB-ID (INDICE-OPERADOR)
           MOVE ZEROES TO OPER-TAB-EMITIDOS (INDICE-OPERADOR)
                          OPER-TAB-ACEPTADOS (INDICE-OPERADOR)
                          OPER-TAB-VENCIDOS (INDICE-OPERADOR)
                          OPER-TAB-ABIERTOS (INDICE-OPERADOR)
           MOVE ZERO TO OPER-TAB-PRESUPUESTADO (INDICE-OPERADOR)
                        OPER-TAB-FACTURADO (INDICE-OPERADOR)
           MOVE "S" TO OPERADOR-HALLADO
           END-IF
           END-IF.

       COMPARA-OPERADOR.
           IF OPER-TAB-ID (INDICE-OPERADOR) = PRESUPUESTO-OPERADOR
           MOVE "S" TO OPERADOR-HALLADO
           END-IF.

       MUESTRA-OPERADORES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Operador   Emitidos Aceptados Vencidos Abiertos"
               TO LINEA-SPOOL.
           MOVE " Convertido   Presupuestado     Facturado"
               TO LINEA-SPOOL (49:).
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-OPERADOR
               VARYING INDICE-OPERADOR FROM 1 BY 1
               UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES.

       MUESTRA-OPERADOR.
           MOVE OPER-TAB-EMITIDOS (INDICE-OPERADOR)
               TO EMITIDOS-DEL-CALCULO.
           MOVE OPER-TAB-ACEPTADOS (INDICE-OPERADOR)
               TO ACEPTADOS-DEL-CALCULO.
           PERFORM CALCULA-PORCENTAJE.
           MOVE OPER-TAB-PRESUPUESTADO (INDICE-OPERADOR)
               TO CAMPO-PRESUPUESTADO-MUESTRA.
           MOVE OPER-TAB-FACTURADO (INDICE-OPERADOR)
               TO CAMPO-FACTURADO-MUESTRA.
           STRING OPER-TAB-ID (INDICE-OPERADOR)
                  " " OPER-TAB-EMITIDOS (INDICE-OPERADOR)
                  "   " OPER-TAB-ACEPTADOS (INDICE-OPERADOR)
                  "    " OPER-TAB-VENCIDOS (INDICE-OPERADOR)
                  "   " OPER-TAB-ABIERTOS (INDICE-OPERADOR)
                  "     " CAMPO-PORCENTAJE-MUESTRA " %  "
                  CAMPO-PRESUPUESTADO-MUESTRA "  "
                  CAMPO-FACTURADO-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Sin presupuestos emitidos el porcentaje queda en cero:
       CALCULA-PORCENTAJE.
           MOVE ZERO TO PORCENTAJE-CONVERTIDO.
           IF EMITIDOS-DEL-CALCULO > ZEROES
           COMPUTE PORCENTAJE-CONVERTIDO ROUNDED =
               ACEPTADOS-DEL-CALCULO * 100 / EMITIDOS-DEL-CALCULO
           END-IF.
           MOVE PORCENTAJE-CONVERTIDO TO CAMPO-PORCENTAJE-MUESTRA.

      *Arma el nombre del spool fechado, lo abre y toma el operador
      *de la sesion del menu si existe:
       ABRE-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CORRIDA.
           MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL.
           STRING
               "spool_" DELIMITED BY SIZE
               CODIGO-DEL-REPORTE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               FECHA-HORA-CORRIDA (1:14) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-SPOOL
           END-STRING.
           OPEN OUTPUT ARCHIVO-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           MOVE "DESCONOCIDO" TO OPERADOR-DEL-REPORTE.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR-DEL-REPORTE
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

      *Cada linea sale por pantalla como siempre y ademas queda en
      *el spool:
       MUESTRA-Y-SPOOL.
           DISPLAY FUNCTION TRIM(LINEA-SPOOL).
           WRITE LINEA-SPOOL-REG FROM LINEA-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.

       CIERRA-SPOOL.
           CLOSE ARCHIVO-SPOOL.
           OPEN EXTEND ARCHIVO-REPORTES-CATALOGO.
           MOVE FECHA-HORA-CORRIDA TO CATALOGO-FECHA-HORA.
           MOVE CODIGO-DEL-REPORTE TO CATALOGO-REPORTE.
           MOVE OPERADOR-DEL-REPORTE TO CATALOGO-OPERADOR.
           MOVE PARAMETROS-DEL-REPORTE TO CATALOGO-PARAMETROS.
           MOVE NOMBRE-ARCHIVO-SPOOL TO CATALOGO-ARCHIVO.
           WRITE CATALOGO-REGISTRO.
           CLOSE ARCHIVO-REPORTES-CATALOGO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-conversion-presupuesto.

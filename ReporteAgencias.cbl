      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rendimiento de las agencias de cobranza externas:
      *          por agencia, las cuentas asignadas y su deuda contra
      *          lo cobrado (bruto, comision y neto acreditado), el
      *          porcentaje recuperado y como terminaron las cuentas
      *          (cobradas, devueltas o todavia en gestion). Toma las
      *          asignaciones de un periodo AAAAMM o todas. Sale por
      *          pantalla y queda en el spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-agencias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Agencias de cobranza y asignaciones hechas:
       COPY "DataBaseAgencias.cbl".
       COPY "DataBaseAsignaciones.cbl".

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
       COPY "DataAgencias.cbl".
       COPY "DataAsignaciones.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  ASIGNACIONES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DE-ASIGNACIONES PIC X.
       77  FIN-DE-AGENCIAS PIC X.
       77  PERIODO-PEDIDO PIC X(6).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "AGENCIAS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CONTADOR-LEIDAS PIC 9(7) VALUE ZEROES.

      *Totales por agencia; el renglon siguiente al ultimo usado
      *acumula el total general:
       77  MAXIMO-AGENCIAS PIC 9(2) VALUE 20.
       77  CANTIDAD-AGENCIAS PIC 9(2) VALUE ZEROES.
       77  INDICE-AGENCIA PIC 9(2).
       77  AGENCIA-BUSCADA PIC X(4).
       77  AGENCIA-HALLADA PIC X.
       01  TABLA-AGENCIAS.
           05 AGENCIA-TOTAL OCCURS 21 TIMES.
              10 AGE-TAB-CODIGO PIC X(4).
              10 AGE-TAB-NOMBRE PIC X(30).
              10 AGE-TAB-ASIGNADAS PIC 9(7) COMP-3.
              10 AGE-TAB-COBRADAS PIC 9(7) COMP-3.
              10 AGE-TAB-DEVUELTAS PIC 9(7) COMP-3.
              10 AGE-TAB-EN-GESTION PIC 9(7) COMP-3.
              10 AGE-TAB-DEUDA PIC S9(11)V99 COMP-3.
              10 AGE-TAB-BRUTO PIC S9(11)V99 COMP-3.
              10 AGE-TAB-COMISION PIC S9(11)V99 COMP-3.
              10 AGE-TAB-NETO PIC S9(11)V99 COMP-3.
       77  INDICE-TOTAL PIC 9(2).
       01  PORCENTAJE-RECUPERADO PIC S9(5)V99 COMP-3 VALUE ZERO.

      *Renglon de una agencia:
       01  LINEA-AGENCIA.
           05 AGE-CODIGO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-ASIGNADAS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-DEUDA PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-BRUTO PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-COMISION PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-NETO PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-PORCENTAJE PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-COBRADAS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-DEVUELTAS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-EN-GESTION PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AGE-NOMBRE PIC X(20).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RENDIMIENTO DE AGENCIAS DE COBRANZA =====".
           DISPLAY "Periodo de asignacion (AAAAMM, blanco = todas): ".
           MOVE SPACES TO PERIODO-PEDIDO.
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO NOT = SPACES
           IF PERIODO-PEDIDO NOT NUMERIC OR
              PERIODO-PEDIDO (5:2) < "01" OR
              PERIODO-PEDIDO (5:2) > "12"
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           GOBACK
           END-IF
           END-IF.
           INITIALIZE TABLA-AGENCIAS.
           PERFORM CARGA-AGENCIAS.
           IF PERIODO-PEDIDO = SPACES
           MOVE "TODAS" TO PARAMETROS-DEL-REPORTE
           ELSE
           MOVE PERIODO-PEDIDO TO PARAMETROS-DEL-REPORTE
           END-IF.
           PERFORM ABRE-SPOOL.
           MOVE "===== RENDIMIENTO DE AGENCIAS DE COBRANZA ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF PERIODO-PEDIDO = SPACES
           MOVE "Todas las asignaciones" TO LINEA-SPOOL
           ELSE
           STRING "Asignaciones del periodo " PERIODO-PEDIDO (5:2)
                  "/" PERIODO-PEDIDO (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM ACUMULA-ASIGNACIONES.
           PERFORM MUESTRA-AGENCIAS.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

      *Las agencias de agencias.dat entran primero a la tabla, asi
      *sale tambien la que no tuvo asignaciones, con su nombre:
       CARGA-AGENCIAS.
           OPEN INPUT ARCHIVO-AGENCIAS.
           MOVE "1" TO FIN-DE-AGENCIAS.
           PERFORM LEE-SIGUIENTE-AGENCIA.
           PERFORM CARGA-UNA-AGENCIA
           UNTIL FIN-DE-AGENCIAS = "0".
           CLOSE ARCHIVO-AGENCIAS.

       LEE-SIGUIENTE-AGENCIA.
           READ ARCHIVO-AGENCIAS
           AT END
           MOVE "0" TO FIN-DE-AGENCIAS.

       CARGA-UNA-AGENCIA.
           MOVE AGENCIA-CODIGO TO AGENCIA-BUSCADA.
           PERFORM BUSCA-AGENCIA.
           IF INDICE-AGENCIA > ZEROES
           MOVE AGENCIA-NOMBRE TO AGE-TAB-NOMBRE (INDICE-AGENCIA)
           END-IF.
           PERFORM LEE-SIGUIENTE-AGENCIA.

      *Las asignaciones son pocas y estan por numero: se recorren
      *todas y se acumulan las del periodo pedido:
       ACUMULA-ASIGNACIONES.
           OPEN INPUT ARCHIVO-ASIGNACIONES.
           IF ASIGNACIONES-STATUS = "00"
           MOVE "1" TO FIN-DE-ASIGNACIONES
           PERFORM LEE-SIGUIENTE-ASIGNACION
           PERFORM REVISA-ASIGNACION
           UNTIL FIN-DE-ASIGNACIONES = "0"
           END-IF.
           CLOSE ARCHIVO-ASIGNACIONES.

       LEE-SIGUIENTE-ASIGNACION.
           READ ARCHIVO-ASIGNACIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-ASIGNACIONES.

       REVISA-ASIGNACION.
           IF PERIODO-PEDIDO = SPACES OR
              ASIGNACION-FECHA (1:6) = PERIODO-PEDIDO
           ADD 1 TO CONTADOR-LEIDAS
           MOVE ASIGNACION-AGENCIA TO AGENCIA-BUSCADA
           PERFORM BUSCA-AGENCIA
           IF INDICE-AGENCIA > ZEROES
           PERFORM SUMA-ASIGNACION
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-ASIGNACION.

       SUMA-ASIGNACION.
           ADD 1 TO AGE-TAB-ASIGNADAS (INDICE-AGENCIA).
           ADD ASIGNACION-DEUDA TO AGE-TAB-DEUDA (INDICE-AGENCIA).
           ADD ASIGNACION-COBRADO-BRUTO TO
               AGE-TAB-BRUTO (INDICE-AGENCIA).
           ADD ASIGNACION-COMISION TO
               AGE-TAB-COMISION (INDICE-AGENCIA).
           ADD ASIGNACION-COBRADO-NETO TO
               AGE-TAB-NETO (INDICE-AGENCIA).
           EVALUATE TRUE
               WHEN ASIGNACION-COBRADA
                   ADD 1 TO AGE-TAB-COBRADAS (INDICE-AGENCIA)
               WHEN ASIGNACION-DEVUELTA
                   ADD 1 TO AGE-TAB-DEVUELTAS (INDICE-AGENCIA)
               WHEN OTHER
                   ADD 1 TO AGE-TAB-EN-GESTION (INDICE-AGENCIA)
           END-EVALUATE.

      *Busca la agencia en la tabla de totales y la agrega si no
      *esta; con la tabla llena devuelve cero y no se acumula:
       BUSCA-AGENCIA.
           MOVE "N" TO AGENCIA-HALLADA.
           PERFORM COMPARA-AGENCIA
               VARYING INDICE-AGENCIA FROM 1 BY 1
               UNTIL INDICE-AGENCIA > CANTIDAD-AGENCIAS
               OR AGENCIA-HALLADA = "S".
           IF AGENCIA-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-AGENCIA
           ELSE
           IF CANTIDAD-AGENCIAS < MAXIMO-AGENCIAS
           ADD 1 TO CANTIDAD-AGENCIAS
           MOVE CANTIDAD-AGENCIAS TO INDICE-AGENCIA
           MOVE AGENCIA-BUSCADA TO AGE-TAB-CODIGO (INDICE-AGENCIA)
           ELSE
           MOVE ZEROES TO INDICE-AGENCIA
           END-IF
           END-IF.

       COMPARA-AGENCIA.
           IF AGE-TAB-CODIGO (INDICE-AGENCIA) = AGENCIA-BUSCADA
           MOVE "S" TO AGENCIA-HALLADA
           END-IF.

      *Cada agencia en su renglon y al pie el total general, con el
      *porcentaje de la deuda asignada que se cobro en bruto:
       MUESTRA-AGENCIAS.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Agen Asign. Deuda asignada  Cobrado bruto"
               TO LINEA-SPOOL.
           MOVE "     Comision    Neto acred.  % Rec Cobrad Devuel"
               TO LINEA-SPOOL (42:).
           MOVE " Gestio Nombre" TO LINEA-SPOOL (91:).
           PERFORM MUESTRA-Y-SPOOL.
           COMPUTE INDICE-TOTAL = CANTIDAD-AGENCIAS + 1.
           MOVE "TOT" TO AGE-TAB-CODIGO (INDICE-TOTAL).
           MOVE "TOTAL GENERAL" TO AGE-TAB-NOMBRE (INDICE-TOTAL).
           PERFORM MUESTRA-UNA-AGENCIA
               VARYING INDICE-AGENCIA FROM 1 BY 1
               UNTIL INDICE-AGENCIA > CANTIDAD-AGENCIAS.
           MOVE INDICE-TOTAL TO INDICE-AGENCIA.
           PERFORM MUESTRA-RENGLON-AGENCIA.
           IF CONTADOR-LEIDAS = ZEROES
           MOVE "  (ninguna asignacion en el periodo)" TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

       MUESTRA-UNA-AGENCIA.
           PERFORM MUESTRA-RENGLON-AGENCIA.
           ADD AGE-TAB-ASIGNADAS (INDICE-AGENCIA) TO
               AGE-TAB-ASIGNADAS (INDICE-TOTAL).
           ADD AGE-TAB-COBRADAS (INDICE-AGENCIA) TO
               AGE-TAB-COBRADAS (INDICE-TOTAL).
           ADD AGE-TAB-DEVUELTAS (INDICE-AGENCIA) TO
               AGE-TAB-DEVUELTAS (INDICE-TOTAL).
           ADD AGE-TAB-EN-GESTION (INDICE-AGENCIA) TO
               AGE-TAB-EN-GESTION (INDICE-TOTAL).
           ADD AGE-TAB-DEUDA (INDICE-AGENCIA) TO
               AGE-TAB-DEUDA (INDICE-TOTAL).
           ADD AGE-TAB-BRUTO (INDICE-AGENCIA) TO
               AGE-TAB-BRUTO (INDICE-TOTAL).
           ADD AGE-TAB-COMISION (INDICE-AGENCIA) TO
               AGE-TAB-COMISION (INDICE-TOTAL).
           ADD AGE-TAB-NETO (INDICE-AGENCIA) TO
               AGE-TAB-NETO (INDICE-TOTAL).

       MUESTRA-RENGLON-AGENCIA.
           IF AGE-TAB-DEUDA (INDICE-AGENCIA) > ZERO
           COMPUTE PORCENTAJE-RECUPERADO ROUNDED =
               AGE-TAB-BRUTO (INDICE-AGENCIA) * 100
               / AGE-TAB-DEUDA (INDICE-AGENCIA)
           ELSE
           MOVE ZERO TO PORCENTAJE-RECUPERADO
           END-IF.
           MOVE AGE-TAB-CODIGO (INDICE-AGENCIA) TO AGE-CODIGO.
           MOVE AGE-TAB-ASIGNADAS (INDICE-AGENCIA) TO AGE-ASIGNADAS.
           MOVE AGE-TAB-DEUDA (INDICE-AGENCIA) TO AGE-DEUDA.
           MOVE AGE-TAB-BRUTO (INDICE-AGENCIA) TO AGE-BRUTO.
           MOVE AGE-TAB-COMISION (INDICE-AGENCIA) TO AGE-COMISION.
           MOVE AGE-TAB-NETO (INDICE-AGENCIA) TO AGE-NETO.
           MOVE PORCENTAJE-RECUPERADO TO AGE-PORCENTAJE.
           MOVE AGE-TAB-COBRADAS (INDICE-AGENCIA) TO AGE-COBRADAS.
           MOVE AGE-TAB-DEVUELTAS (INDICE-AGENCIA) TO AGE-DEVUELTAS.
           MOVE AGE-TAB-EN-GESTION (INDICE-AGENCIA) TO
               AGE-EN-GESTION.
           MOVE AGE-TAB-NOMBRE (INDICE-AGENCIA) TO AGE-NOMBRE.
           MOVE LINEA-AGENCIA TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

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

       END PROGRAM Reporte-agencias.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Acumulador de Reporte-crecimiento: recibe de
      *          Reporte-pasada-unica cada registro de clientes, cuenta
      *          los activos por ano de alta y las altas reales contra
      *          las metas del periodo, y al cerrar muestra y cataloga
      *          el resumen. Lo usan la corrida suelta del menu y la
      *          pasada unica de la cola de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acumula-crecimiento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Solo por la forma del registro; el archivo lo lee la pasada:
       COPY "DataBase.cbl".
      *Metas mensuales de altas por pais, para el contraste real
      *contra esperado:
       COPY "DataBaseMetas.cbl".
      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

       DATA DIVISION.
       FILE SECTION.

       COPY "Data.cbl".
       COPY "DataMetas.cbl".

       COPY "DataEntrenamiento.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       WORKING-STORAGE SECTION.
      *Spool y catalogo, para que el reporte no se pierda cuando la
      *pantalla scrollea:
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "CRECIMIENTO".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CONTADOR-ACTIVOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SIN-FECHA PIC 9(6) VALUE ZEROES.
      *Un casillero por ano desde 1950; alcanza hasta 2049 y evita
      *tener que ordenar el archivo para mostrar los anos en orden:
       77  PRIMER-ANO PIC 9(4) VALUE 1950.
       01  TABLA-ANOS.
           05 CONTADOR-ANO PIC 9(6) OCCURS 100 TIMES.
       01  ANO-DEL-ALTA PIC 9(4).
       77  INDICE-ANO PIC 9(3).
       77  ANO-MUESTRA PIC 9(4).
      *Metas cargadas y sus altas reales acumuladas en la misma
      *pasada; un pais de meta en blanco suma todas las altas del
      *periodo:
       77  METAS-STATUS PIC XX.
       77  FIN-METAS PIC X.
       77  MAXIMO-METAS PIC 9(3) VALUE 100.
       77  CANTIDAD-METAS PIC 9(3) VALUE ZEROES.
       77  INDICE-META PIC 9(3).
       77  VARIACION PIC S9(6).
       77  VARIACION-MUESTRA PIC -(5)9.
       01  TABLA-METAS.
           05 META-TABLA OCCURS 100 TIMES.
              10 META-TAB-PERIODO PIC X(6).
              10 META-TAB-PAIS PIC X(20).
              10 META-TAB-ALTAS PIC 9(5).
              10 META-TAB-REALES PIC 9(5).

       LINKAGE SECTION.
       COPY "DataPasadaReporte.cbl".

       PROCEDURE DIVISION USING PASADA-REPORTE.
       EMPIEZA-PROGRAMA.
           EVALUATE TRUE
               WHEN PASADA-INICIO
                   PERFORM COMPRUEBA-MODO-ENTRENAMIENTO
                   PERFORM ABRE-SPOOL
                   MOVE ZEROES TO TABLA-ANOS
                   MOVE ZEROES TO CONTADOR-ACTIVOS
                   MOVE ZEROES TO CONTADOR-SIN-FECHA
                   PERFORM CARGA-METAS
               WHEN PASADA-REGISTRO
                   MOVE PASADA-CLIENTE
                       (1:LENGTH OF CLIENTES-REGISTRO) TO
                       CLIENTES-REGISTRO
                   PERFORM REVISA-REGISTRO
               WHEN PASADA-FIN
                   PERFORM MUESTRA-RESUMEN
                   PERFORM CIERRA-SPOOL
           END-EVALUATE.
           GOBACK.

      *Una baja logica ya no cuenta para el crecimiento; un alta con
      *fecha en blanco o invalida se cuenta aparte para no perderla
      *en silencio:
       REVISA-REGISTRO.
           IF CLIENTE-ACTIVO
           ADD 1 TO CONTADOR-ACTIVOS
           IF CLIENTES-FECHA-ALTA (1:4) NUMERIC
           MOVE CLIENTES-FECHA-ALTA (1:4) TO ANO-DEL-ALTA
           PERFORM ACUMULA-ANO
           PERFORM ACUMULA-METAS
               VARYING INDICE-META FROM 1 BY 1
               UNTIL INDICE-META > CANTIDAD-METAS
           ELSE
           ADD 1 TO CONTADOR-SIN-FECHA
           END-IF
           END-IF.

       ACUMULA-ANO.
           IF ANO-DEL-ALTA < PRIMER-ANO OR
              ANO-DEL-ALTA > PRIMER-ANO + 99
           ADD 1 TO CONTADOR-SIN-FECHA
           ELSE
           COMPUTE INDICE-ANO = ANO-DEL-ALTA - PRIMER-ANO + 1
           ADD 1 TO CONTADOR-ANO (INDICE-ANO)
           END-IF.

       MUESTRA-RESUMEN.
           DISPLAY " ".
           MOVE "===== CRECIMIENTO POR ANO DE ALTA =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "ANO    CLIENTES ACTIVOS" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-ANO
               VARYING INDICE-ANO FROM 1 BY 1
               UNTIL INDICE-ANO > 100.
           DISPLAY " ".
           STRING "Total de clientes activos: " CONTADOR-ACTIVOS
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF CONTADOR-SIN-FECHA > 0
           STRING "Activos con fecha de alta en blanco o invalida: "
               CONTADOR-SIN-FECHA
               DELIMITED BY SIZE INTO LINEA-SPOOL
           END-STRING
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           PERFORM MUESTRA-METAS.

      *Solo se listan los anos con algun alta, en orden ascendente:
       MUESTRA-ANO.
           IF CONTADOR-ANO (INDICE-ANO) = ZEROES
           CONTINUE
           ELSE
           COMPUTE ANO-MUESTRA = PRIMER-ANO + INDICE-ANO - 1
           STRING ANO-MUESTRA "   " CONTADOR-ANO (INDICE-ANO)
               DELIMITED BY SIZE INTO LINEA-SPOOL
           END-STRING
           PERFORM MUESTRA-Y-SPOOL.

       CARGA-METAS.
           MOVE ZEROES TO CANTIDAD-METAS.
           OPEN INPUT ARCHIVO-METAS.
           IF METAS-STATUS = "00"
           MOVE "1" TO FIN-METAS
           PERFORM CARGA-UNA-META
           UNTIL FIN-METAS = "0"
           END-IF.
           CLOSE ARCHIVO-METAS.

       CARGA-UNA-META.
           READ ARCHIVO-METAS
           AT END
           MOVE "0" TO FIN-METAS
           NOT AT END
           IF CANTIDAD-METAS < MAXIMO-METAS
           ADD 1 TO CANTIDAD-METAS
           MOVE META-PERIODO TO META-TAB-PERIODO (CANTIDAD-METAS)
           MOVE META-PAIS TO META-TAB-PAIS (CANTIDAD-METAS)
           MOVE META-ALTAS TO META-TAB-ALTAS (CANTIDAD-METAS)
           MOVE ZEROES TO META-TAB-REALES (CANTIDAD-METAS)
           END-IF.

      *El alta del cliente suma a toda meta cuyo periodo coincide y
      *cuyo pais coincide o esta en blanco:
       ACUMULA-METAS.
           IF CLIENTES-FECHA-ALTA (1:6) =
              META-TAB-PERIODO (INDICE-META) AND
              (META-TAB-PAIS (INDICE-META) = SPACE OR
               META-TAB-PAIS (INDICE-META) = CLIENTES-PAIS)
           ADD 1 TO META-TAB-REALES (INDICE-META)
           END-IF.

      *Contraste real contra meta, con la variacion y la marca de
      *los meses que quedaron cortos:
       MUESTRA-METAS.
           IF CANTIDAD-METAS = ZEROES
           CONTINUE
           ELSE
           DISPLAY " "
           STRING "REAL CONTRA META (periodo / pais / real / meta "
               "/ variacion):"
               DELIMITED BY SIZE INTO LINEA-SPOOL
           END-STRING
           PERFORM MUESTRA-Y-SPOOL
           PERFORM MUESTRA-UNA-META
               VARYING INDICE-META FROM 1 BY 1
               UNTIL INDICE-META > CANTIDAD-METAS
           END-IF.

       MUESTRA-UNA-META.
           COMPUTE VARIACION =
               META-TAB-REALES (INDICE-META) -
               META-TAB-ALTAS (INDICE-META).
           MOVE VARIACION TO VARIACION-MUESTRA.
           IF VARIACION < ZERO
           STRING META-TAB-PERIODO (INDICE-META) " "
               META-TAB-PAIS (INDICE-META) " "
               META-TAB-REALES (INDICE-META) " "
               META-TAB-ALTAS (INDICE-META) " "
               VARIACION-MUESTRA "  << CORTO"
               DELIMITED BY SIZE INTO LINEA-SPOOL
           END-STRING
           ELSE
           STRING META-TAB-PERIODO (INDICE-META) " "
               META-TAB-PAIS (INDICE-META) " "
               META-TAB-REALES (INDICE-META) " "
               META-TAB-ALTAS (INDICE-META) " "
               VARIACION-MUESTRA
               DELIMITED BY SIZE INTO LINEA-SPOOL
           END-STRING
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.

       COPY "ProcEntrenamiento.cbl".

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
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

       END PROGRAM Acumula-crecimiento.

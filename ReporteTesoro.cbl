      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Reporte diario del tesoro por sucursal: por cada
      *          moneda la apertura, lo entregado y devuelto por los
      *          cajeros, las remesas con la casa central, la
      *          posicion o el cierre y la diferencia de la prueba
      *          contra los cuadres; por sucursal el efectivo en
      *          pesos contra su limite asegurado, marcando la que lo
      *          excede. Corre en el proceso nocturno con la fecha de
      *          la cadena o a mano desde el menu con la fecha del
      *          dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-tesoro-diario.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Posicion diaria del tesoro de cada sucursal:
       COPY "DataBaseTesoro.cbl".
      *Referencia de sucursales, con el limite asegurado:
       COPY "DataBaseSucursales.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataTesoro.cbl".
       COPY "DataSucursales.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  TESORO-STATUS PIC XX.
       77  SUCURSALES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "TESORODIA".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  FIN-DE-TESORO PIC X.
       77  CONTADOR-LEIDOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-DEL-DIA PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SUCURSALES PIC 9(3) VALUE ZEROES.
       77  CONTADOR-EXCEDIDAS PIC 9(3) VALUE ZEROES.

      *Sucursales de la referencia, con su nombre y limite; sin
      *referencia ninguna sucursal tiene limite:
       77  FIN-SUCURSALES PIC X.
       77  MAXIMO-SUCURSALES PIC 9(2) VALUE 50.
       77  CANTIDAD-SUCURSALES PIC 9(2) VALUE ZEROES.
       77  INDICE-SUCURSAL PIC 9(2).
       77  SUCURSAL-HALLADA PIC X.
       01  TABLA-SUCURSALES.
           05 SUCURSAL-TABLA OCCURS 50 TIMES.
              10 SUC-TAB-CODIGO PIC X(3).
              10 SUC-TAB-NOMBRE PIC X(30).
              10 SUC-TAB-LIMITE PIC 9(9)V99.

      *Corte por sucursal:
       77  SUCURSAL-EN-CURSO PIC X(3).
       77  NOMBRE-EN-CURSO PIC X(30).
       77  HAY-LIMITE PIC X.
       01  LIMITE-EN-CURSO PIC 9(9)V99 VALUE ZERO.
       01  EFECTIVO-EN-PESOS PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MONEDAS-SIN-TASA PIC 9(2).
       01  POSICION-TESORO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  EFECTIVO-DE-LA-MONEDA PIC S9(11)V99 COMP-3 VALUE ZERO.
       COPY "DataTasaConsulta.cbl".

       01  LINEA-DETALLE.
           05 DET-MONEDA PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-APERTURA PIC -Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ENTREGADO PIC -Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DEVUELTO PIC -Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-RECIBIDO PIC -Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ENVIADO PIC -Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-POSICION PIC -Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ESTADO PIC X(7).
           05 DET-DIFERENCIA PIC -Z(10)9.99.
       77  CAMPO-PESOS-MUESTRA PIC -Z(12)9.99.
       77  CAMPO-LIMITE-MUESTRA PIC Z(8)9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA TO PARAMETROS-DEL-REPORTE.
           PERFORM CARGA-SUCURSALES.
           PERFORM ABRE-SPOOL.
           MOVE "===== TESORO DIARIO POR SUCURSAL =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Dia " FECHA-DE-CORRIDA
                  ": posicion del tesoro por sucursal y moneda"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Mon        Apertura       Entregado        Devuelto"
                  "        Recibido         Enviado    Posic/Cierre"
                  " Estado    Dif. cuadres"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO SUCURSAL-EN-CURSO.
           MOVE "0" TO FIN-DE-TESORO.
           OPEN INPUT ARCHIVO-TESORO.
           IF TESORO-STATUS = "00"
           MOVE "1" TO FIN-DE-TESORO
           PERFORM LEE-SIGUIENTE-DIA
           END-IF.
           PERFORM REVISA-DIA
           UNTIL FIN-DE-TESORO = "0".
           PERFORM CIERRA-SUCURSAL.
           CLOSE ARCHIVO-TESORO.
           STRING "Sucursales: " CONTADOR-SUCURSALES
                  "   Sobre el limite asegurado: " CONTADOR-EXCEDIDAS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi; corriendo a mano se
      *usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

       CARGA-SUCURSALES.
           MOVE ZEROES TO CANTIDAD-SUCURSALES.
           OPEN INPUT ARCHIVO-SUCURSALES.
           IF SUCURSALES-STATUS = "00"
           MOVE "1" TO FIN-SUCURSALES
           PERFORM CARGA-UNA-SUCURSAL
           UNTIL FIN-SUCURSALES = "0"
           END-IF.
           CLOSE ARCHIVO-SUCURSALES.

       CARGA-UNA-SUCURSAL.
           READ ARCHIVO-SUCURSALES
           AT END
           MOVE "0" TO FIN-SUCURSALES
           NOT AT END
           IF CANTIDAD-SUCURSALES < MAXIMO-SUCURSALES
           ADD 1 TO CANTIDAD-SUCURSALES
           MOVE SUCURSAL-CODIGO TO
               SUC-TAB-CODIGO (CANTIDAD-SUCURSALES)
           MOVE SUCURSAL-NOMBRE TO
               SUC-TAB-NOMBRE (CANTIDAD-SUCURSALES)
           MOVE ZERO TO SUC-TAB-LIMITE (CANTIDAD-SUCURSALES)
           IF SUCURSAL-LIMITE-ASEGURADO NUMERIC
           MOVE SUCURSAL-LIMITE-ASEGURADO TO
               SUC-TAB-LIMITE (CANTIDAD-SUCURSALES)
           END-IF
           END-IF.

       LEE-SIGUIENTE-DIA.
           READ ARCHIVO-TESORO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-TESORO
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS.

       REVISA-DIA.
           IF TESORO-FECHA = FECHA-DE-CORRIDA
           PERFORM INFORMA-DIA
           END-IF.
           PERFORM LEE-SIGUIENTE-DIA.

      *Al cambiar de sucursal se cierra el total de la anterior y
      *se titula la nueva:
       INFORMA-DIA.
           IF TESORO-SUCURSAL NOT = SUCURSAL-EN-CURSO
           PERFORM CIERRA-SUCURSAL
           PERFORM ABRE-SUCURSAL
           END-IF.
           ADD 1 TO CONTADOR-DEL-DIA.
           COMPUTE POSICION-TESORO = TESORO-APERTURA
               - TESORO-ENTREGADO + TESORO-DEVUELTO
               + TESORO-RECIBIDO - TESORO-ENVIADO.
           MOVE TESORO-MONEDA TO DET-MONEDA.
           MOVE TESORO-APERTURA TO DET-APERTURA.
           MOVE TESORO-ENTREGADO TO DET-ENTREGADO.
           MOVE TESORO-DEVUELTO TO DET-DEVUELTO.
           MOVE TESORO-RECIBIDO TO DET-RECIBIDO.
           MOVE TESORO-ENVIADO TO DET-ENVIADO.
           IF TESORO-CERRADO
           MOVE TESORO-CIERRE TO DET-POSICION
           MOVE TESORO-CIERRE TO EFECTIVO-DE-LA-MONEDA
           MOVE "CERRADO" TO DET-ESTADO
           MOVE TESORO-DIFERENCIA TO DET-DIFERENCIA
           ELSE
           MOVE POSICION-TESORO TO DET-POSICION
           MOVE POSICION-TESORO TO EFECTIVO-DE-LA-MONEDA
           IF TESORO-ENTREGADO > TESORO-DEVUELTO
           COMPUTE EFECTIVO-DE-LA-MONEDA = EFECTIVO-DE-LA-MONEDA
               + TESORO-ENTREGADO - TESORO-DEVUELTO
           END-IF
           MOVE "ABIERTO" TO DET-ESTADO
           MOVE ZERO TO DET-DIFERENCIA
           END-IF.
           MOVE LINEA-DETALLE TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TESORO-MONEDA TO CONSULTA-TASA-MONEDA.
           MOVE FECHA-DE-CORRIDA TO CONSULTA-TASA-FECHA.
           CALL "Tasa-de-cambio" USING TASA-CONSULTA.
           IF TASA-CONSULTA-HALLADA
           COMPUTE EFECTIVO-EN-PESOS ROUNDED = EFECTIVO-EN-PESOS
               + EFECTIVO-DE-LA-MONEDA * CONSULTA-TASA-VALOR
           ELSE
           ADD 1 TO MONEDAS-SIN-TASA
           END-IF.

       ABRE-SUCURSAL.
           MOVE TESORO-SUCURSAL TO SUCURSAL-EN-CURSO.
           ADD 1 TO CONTADOR-SUCURSALES.
           MOVE ZERO TO EFECTIVO-EN-PESOS.
           MOVE ZEROES TO MONEDAS-SIN-TASA.
           MOVE SPACES TO NOMBRE-EN-CURSO.
           MOVE "N" TO HAY-LIMITE.
           MOVE ZERO TO LIMITE-EN-CURSO.
           MOVE "N" TO SUCURSAL-HALLADA.
           PERFORM BUSCA-SUCURSAL
               VARYING INDICE-SUCURSAL FROM 1 BY 1
               UNTIL INDICE-SUCURSAL > CANTIDAD-SUCURSALES
               OR SUCURSAL-HALLADA = "S".
           IF SUCURSAL-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-SUCURSAL
           MOVE SUC-TAB-NOMBRE (INDICE-SUCURSAL) TO NOMBRE-EN-CURSO
           IF SUC-TAB-LIMITE (INDICE-SUCURSAL) > ZERO
           MOVE "S" TO HAY-LIMITE
           MOVE SUC-TAB-LIMITE (INDICE-SUCURSAL) TO LIMITE-EN-CURSO
           END-IF
           END-IF.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Sucursal " SUCURSAL-EN-CURSO " " NOMBRE-EN-CURSO
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       BUSCA-SUCURSAL.
           IF SUC-TAB-CODIGO (INDICE-SUCURSAL) = TESORO-SUCURSAL
           MOVE "S" TO SUCURSAL-HALLADA
           END-IF.

       CIERRA-SUCURSAL.
           IF SUCURSAL-EN-CURSO NOT = SPACES
           MOVE EFECTIVO-EN-PESOS TO CAMPO-PESOS-MUESTRA
           IF HAY-LIMITE = "S"
           MOVE LIMITE-EN-CURSO TO CAMPO-LIMITE-MUESTRA
           IF EFECTIVO-EN-PESOS > LIMITE-EN-CURSO
           ADD 1 TO CONTADOR-EXCEDIDAS
           STRING "  Efectivo en pesos: " CAMPO-PESOS-MUESTRA
                  "   Limite asegurado: " CAMPO-LIMITE-MUESTRA
                  "   *** EXCEDE LIMITE ***"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           ELSE
           STRING "  Efectivo en pesos: " CAMPO-PESOS-MUESTRA
                  "   Limite asegurado: " CAMPO-LIMITE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF
           ELSE
           STRING "  Efectivo en pesos: " CAMPO-PESOS-MUESTRA
                  "   (sin limite asegurado)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF
           PERFORM MUESTRA-Y-SPOOL
           IF MONEDAS-SIN-TASA > ZEROES
           STRING "  (" MONEDAS-SIN-TASA
                  " monedas sin tasa vigente quedan afuera)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF
           END-IF.

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

       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-tesoro-diario.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Analisis de ingresos por cargos e interes, por
      *          producto (CLIENTES-PRODUCTO), sucursal y mes, contra
      *          el mismo periodo del ano anterior: hasta ahora la
      *          unica respuesta eran los totales de una corrida de
      *          Aplicar-interes-mensual. Lee el ledger vivo, los
      *          movimientos de los clientes archivados
      *          (movimientos_historico.dat) y los periodos cerrados
      *          (los archivos fechados que anota cadena_anclas.log),
      *          clasifica los cargos de mantenimiento, las ordenes
      *          permanentes, los recargos por cheque rechazado y el
      *          interes pagado (el del lote mensual y el de los
      *          plazos fijos), y deja el reporte en el spool y una
      *          version CSV para la planilla de finanzas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Analisis-ingresos-cargos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Ledger vivo y movimientos que se fueron con los archivados:
       COPY "DataBaseMovimientos.cbl".
       COPY "DataBaseMovimientosHistorico.cbl".
      *Clientes archivados, para el producto y la sucursal de un
      *cliente que ya no esta en el archivo vivo:
       COPY "DataBaseHistorico.cbl".
      *Registro de anclas: cada cierre de periodo anota ahi el
      *archivo fechado donde quedaron sus movimientos:
       COPY "DataBaseCadenaAnclas.cbl".
      *Archivo fechado de un periodo cerrado (ver Cerrar-periodo-
      *ledger), con los renglones del ledger tal cual:
       SELECT OPTIONAL ARCHIVO-PERIODO-CERRADO
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PERIODO
       ORGANIZATION SEQUENTIAL.

      *Renglones clasificados, por cliente:
       SELECT ARCHIVO-TRABAJO-INGRESOS
       ASSIGN TO "ingresos_trabajo.tmp"
       ORGANIZATION SEQUENTIAL.
      *Archivo intermedio usado por el SORT:
       SELECT ARCHIVO-ORDEN-INGRESOS
       ASSIGN TO "ingresos.srt".
       SELECT ARCHIVO-INGRESOS-ORDENADO
       ASSIGN TO "ingresos_ordenado.tmp"
       ORGANIZATION SEQUENTIAL.
      *Renglones con su producto y sucursal, por producto:
       SELECT ARCHIVO-TRABAJO-ASIGNADO
       ASSIGN TO "ingresos_asignado.tmp"
       ORGANIZATION SEQUENTIAL.
       SELECT ARCHIVO-ORDEN-ASIGNADO
       ASSIGN TO "ingresos_asignado.srt".
       SELECT ARCHIVO-ASIGNADO-ORDENADO
       ASSIGN TO "ingresos_asignado_ordenado.tmp"
       ORGANIZATION SEQUENTIAL.

      *Version para la planilla de finanzas:
       SELECT OPTIONAL ARCHIVO-CSV-INGRESOS
       ASSIGN TO "analisis_ingresos.csv"
       ORGANIZATION LINE SEQUENTIAL.

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
       COPY "Data.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataMovimientosHistorico.cbl".
       COPY "DataHistorico.cbl".
       COPY "DataCadenaAnclas.cbl".

       FD  ARCHIVO-PERIODO-CERRADO.
           01 PERIODO-CERRADO-REGISTRO PIC X(200).

      *Un renglon clasificado: el mes es el del periodo pedido (el
      *del ano anterior se corre un ano para que caiga al lado del
      *mes con el que se compara) y el importe va visto desde el
      *banco: lo cobrado en los ingresos, lo pagado en el interes.
       FD  ARCHIVO-TRABAJO-INGRESOS.
           01 TRABAJO-ING-REGISTRO.
              05 TRABAJO-ING-CLIENTE PIC X(6).
              05 TRABAJO-ING-MES PIC 9(6).
              05 TRABAJO-ING-ANIO PIC X(1).
              05 TRABAJO-ING-CLASE PIC X(1).
              05 TRABAJO-ING-IMPORTE PIC S9(9)V99 COMP-3.

       SD  ARCHIVO-ORDEN-INGRESOS.
           01 ORDEN-ING-REGISTRO.
              05 ORDEN-ING-CLIENTE PIC X(6).
              05 ORDEN-ING-MES PIC 9(6).
              05 ORDEN-ING-ANIO PIC X(1).
              05 ORDEN-ING-CLASE PIC X(1).
              05 ORDEN-ING-IMPORTE PIC S9(9)V99 COMP-3.

       FD  ARCHIVO-INGRESOS-ORDENADO.
           01 ORDENADO-ING-REGISTRO.
              05 ORDENADO-ING-CLIENTE PIC X(6).
              05 ORDENADO-ING-MES PIC 9(6).
              05 ORDENADO-ING-ANIO PIC X(1).
              05 ORDENADO-ING-CLASE PIC X(1).
              05 ORDENADO-ING-IMPORTE PIC S9(9)V99 COMP-3.

       FD  ARCHIVO-TRABAJO-ASIGNADO.
           01 TRABAJO-ASIG-REGISTRO.
              05 TRABAJO-ASIG-PRODUCTO PIC X(3).
              05 TRABAJO-ASIG-SUCURSAL PIC X(3).
              05 TRABAJO-ASIG-MONEDA PIC X(3).
              05 TRABAJO-ASIG-MES PIC 9(6).
              05 TRABAJO-ASIG-ANIO PIC X(1).
              05 TRABAJO-ASIG-CLASE PIC X(1).
              05 TRABAJO-ASIG-IMPORTE PIC S9(9)V99 COMP-3.

       SD  ARCHIVO-ORDEN-ASIGNADO.
           01 ORDEN-ASIG-REGISTRO.
              05 ORDEN-ASIG-PRODUCTO PIC X(3).
              05 ORDEN-ASIG-SUCURSAL PIC X(3).
              05 ORDEN-ASIG-MONEDA PIC X(3).
              05 ORDEN-ASIG-MES PIC 9(6).
              05 ORDEN-ASIG-ANIO PIC X(1).
              05 ORDEN-ASIG-CLASE PIC X(1).
              05 ORDEN-ASIG-IMPORTE PIC S9(9)V99 COMP-3.

       FD  ARCHIVO-ASIGNADO-ORDENADO.
           01 ASIGNADO-REGISTRO.
              05 ASIGNADO-PRODUCTO PIC X(3).
              05 ASIGNADO-SUCURSAL PIC X(3).
              05 ASIGNADO-MONEDA PIC X(3).
              05 ASIGNADO-MES PIC 9(6).
              05 ASIGNADO-ANIO PIC X(1).
              05 ASIGNADO-CLASE PIC X(1).
              05 ASIGNADO-IMPORTE PIC S9(9)V99 COMP-3.

       FD  ARCHIVO-CSV-INGRESOS.
           01 LINEA-CSV-INGRESOS PIC X(250).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CADENA-ANCLAS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "INGRESOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  NOMBRE-ARCHIVO-PERIODO PIC X(40).

      *Periodo pedido y el mismo periodo del ano anterior, AAAAMM:
       77  CAMPO-MES-DESDE PIC X(6).
       77  CAMPO-MES-HASTA PIC X(6).
       77  MES-DESDE PIC 9(6).
       77  MES-HASTA PIC 9(6).
       77  MES-DESDE-ANTERIOR PIC 9(6).
       77  MES-HASTA-ANTERIOR PIC 9(6).
       77  MESES-DEL-PERIODO PIC S9(5).
       77  PERIODOS-VALIDOS PIC X.
       77  FECHA-HOY-NUM PIC 9(8).
       01  MES-TRABAJO PIC 9(6).
       01  MES-TRABAJO-PARTES REDEFINES MES-TRABAJO.
           05 MES-TRABAJO-ANIO PIC 9(4).
           05 MES-TRABAJO-MES PIC 9(2).

       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-ANCLAS PIC X.
       77  FIN-HISTORICO PIC X.
       77  HAY-CLIENTES PIC X.

      *Renglon del ledger en curso, venga de donde venga:
       77  RENGLON-CLIENTE PIC X(6).
       77  RENGLON-FECHA-HORA PIC X(21).
       77  RENGLON-TIPO PIC X(1).
       77  RENGLON-IMPORTE PIC S9(7)V99 COMP-3.
       77  RENGLON-CONCEPTO PIC X(30).
       77  MES-DEL-RENGLON PIC 9(6).
       77  ANIO-DEL-RENGLON PIC X(1).
       77  MES-DEL-REPORTE PIC 9(6).
       77  CARGO-DEL-RENGLON PIC S9(7)V99 COMP-3.
       77  INTERES-DEL-RENGLON PIC S9(7)V99 COMP-3.
       77  CONTADOR-RENGLONES PIC 9(7) VALUE ZEROES.
       77  CONTADOR-PERIODOS-LEIDOS PIC 9(3) VALUE ZEROES.
       COPY "DataConceptoInteres.cbl".

      *Archivos fechados ya leidos, por si un cierre se repitio con
      *la misma fecha de corte y quedo anotado dos veces:
       77  MAXIMO-PERIODOS PIC 9(3) VALUE 200.
       77  CANTIDAD-PERIODOS PIC 9(3) VALUE ZEROES.
       77  PERIODO-YA-LEIDO PIC X.
       01  TABLA-PERIODOS-LEIDOS.
           05 PERIODO-LEIDO OCCURS 200 TIMES PIC X(40).

      *Clientes con renglones que ya no estan en el archivo vivo,
      *en orden de ID (salen del archivo ordenado), con lo que se
      *encuentre de ellos en el historico:
       77  MAXIMO-ARCHIVADOS PIC 9(4) VALUE 2000.
       77  CANTIDAD-ARCHIVADOS PIC 9(4) VALUE ZEROES.
       77  INDICE-ARCHIVADO PIC 9(4).
       77  INDICE-HALLADO PIC 9(4).
       01  TABLA-ARCHIVADOS.
           05 ARCHIVADO OCCURS 2000 TIMES.
              10 ARCHIVADO-ID PIC X(6).
              10 ARCHIVADO-PRODUCTO PIC X(3).
              10 ARCHIVADO-SUCURSAL PIC X(3).
              10 ARCHIVADO-MONEDA PIC X(3).
       77  ULTIMO-CLIENTE PIC X(6).
       77  PRODUCTO-DEL-CLIENTE PIC X(3).
       77  SUCURSAL-DEL-CLIENTE PIC X(3).
       77  MONEDA-DEL-CLIENTE PIC X(3).

      *Acumuladores del corte de control: por ano (1 el pedido, 2 el
      *anterior) y por clase (1 cargos de mantenimiento, 2 ordenes
      *permanentes, 3 recargos, 4 interes pagado):
       77  INDICE-ANIO PIC 9(1).
       77  INDICE-CLASE PIC 9(1).
       01  ACUMULADO-MES.
           05 ACUM-MES-ANIO OCCURS 2 TIMES.
              10 ACUM-MES PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
       01  ACUMULADO-GRUPO.
           05 ACUM-GRUPO-ANIO OCCURS 2 TIMES.
              10 ACUM-GRUPO PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
      *Totales generales por moneda (no se suman monedas distintas):
       77  MAXIMO-MONEDAS PIC 9(2) VALUE 20.
       77  CANTIDAD-MONEDAS PIC 9(2) VALUE ZEROES.
       77  INDICE-MONEDA PIC 9(2).
       77  INDICE-RECORRIDO PIC 9(2).
       01  TABLA-TOTALES-MONEDA.
           05 TOTAL-MONEDA OCCURS 20 TIMES.
              10 TOTAL-MONEDA-CODIGO PIC X(3).
              10 TOTAL-MONEDA-ANIO OCCURS 2 TIMES.
                 15 TOTAL-MONEDA-CLASE PIC S9(11)V99 COMP-3
                    OCCURS 4 TIMES.
       77  FIN-ASIGNADOS PIC X.
       77  CLAVE-MES-ANTERIOR PIC X(15).
       77  CLAVE-GRUPO-ANTERIOR PIC X(9).
       01  CLAVE-ASIGNADO.
           05 CLAVE-ASIG-GRUPO.
              10 CLAVE-ASIG-PRODUCTO PIC X(3).
              10 CLAVE-ASIG-SUCURSAL PIC X(3).
              10 CLAVE-ASIG-MONEDA PIC X(3).
           05 CLAVE-ASIG-MES PIC 9(6).
       01  CLAVE-ANTERIOR.
           05 CLAVE-ANT-GRUPO.
              10 CLAVE-ANT-PRODUCTO PIC X(3).
              10 CLAVE-ANT-SUCURSAL PIC X(3).
              10 CLAVE-ANT-MONEDA PIC X(3).
           05 CLAVE-ANT-MES PIC 9(6).
       77  CONTADOR-GRUPOS PIC 9(5) VALUE ZEROES.

      *Renglon impreso: las cuatro clases, el neto (ingresos menos
      *interes pagado) y, en el renglon del ano anterior, la
      *variacion del neto:
       77  NETO-ACTUAL PIC S9(11)V99 COMP-3.
       77  NETO-ANTERIOR PIC S9(11)V99 COMP-3.
       77  VARIACION-NETO PIC S9(5)V9 COMP-3.
       01  LINEA-INGRESOS.
           05 LI-PRODUCTO PIC X(3).
           05 FILLER PIC X(2).
           05 LI-SUCURSAL PIC X(3).
           05 FILLER PIC X(2).
           05 LI-MONEDA PIC X(3).
           05 FILLER PIC X(2).
           05 LI-MES PIC X(7).
           05 LI-IMPORTES OCCURS 5 TIMES.
              10 FILLER PIC X(2).
              10 LI-IMPORTE PIC X(13).
           05 FILLER PIC X(2).
           05 LI-VARIACION PIC X(9).
       77  CAMPO-IMPORTE-MUESTRA PIC -(9)9.99.
       77  CAMPO-VARIACION-MUESTRA PIC -(4)9.9.
       77  CAMPO-IMPORTE-CSV PIC -(9)9.99.
       77  LINEA-CSV-ARMADA PIC X(250) VALUE SPACES.
       77  ETIQUETA-MES PIC X(7).
       77  INDICE-IMPORTE PIC 9(1).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM PIDE-PERIODOS.
           IF PERIODOS-VALIDOS = "S"
           PERFORM ANALIZA-INGRESOS
           END-IF.
           GOBACK.

      *Un mes o un rango de hasta doce; en blanco, el mes anterior:
       PIDE-PERIODOS.
           MOVE "N" TO PERIODOS-VALIDOS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY-NUM.
           MOVE FECHA-HOY-NUM (1:6) TO MES-TRABAJO.
           IF MES-TRABAJO-MES = 1
           SUBTRACT 1 FROM MES-TRABAJO-ANIO
           MOVE 12 TO MES-TRABAJO-MES
           ELSE
           SUBTRACT 1 FROM MES-TRABAJO-MES
           END-IF.
           DISPLAY " ".
           DISPLAY "===== ANALISIS DE INGRESOS POR CARGOS E INTERES "
                   "=====".
           DISPLAY "Mes desde (AAAAMM, blanco = " MES-TRABAJO "): ".
           MOVE SPACES TO CAMPO-MES-DESDE.
           ACCEPT CAMPO-MES-DESDE.
           IF CAMPO-MES-DESDE = SPACES
           MOVE MES-TRABAJO TO CAMPO-MES-DESDE
           END-IF.
           DISPLAY "Mes hasta (AAAAMM, blanco = el mismo): ".
           MOVE SPACES TO CAMPO-MES-HASTA.
           ACCEPT CAMPO-MES-HASTA.
           IF CAMPO-MES-HASTA = SPACES
           MOVE CAMPO-MES-DESDE TO CAMPO-MES-HASTA
           END-IF.
           IF CAMPO-MES-DESDE NOT NUMERIC OR
              CAMPO-MES-HASTA NOT NUMERIC
           DISPLAY "Los meses van como AAAAMM."
           ELSE
           MOVE CAMPO-MES-DESDE TO MES-DESDE
           MOVE CAMPO-MES-HASTA TO MES-HASTA
           PERFORM VALIDA-PERIODOS
           END-IF.

       VALIDA-PERIODOS.
           MOVE MES-DESDE TO MES-TRABAJO.
           COMPUTE MESES-DEL-PERIODO =
               0 - (MES-TRABAJO-ANIO * 12 + MES-TRABAJO-MES).
           IF MES-TRABAJO-MES < 1 OR MES-TRABAJO-MES > 12
           DISPLAY "Mes desde invalido."
           ELSE
           MOVE MES-HASTA TO MES-TRABAJO
           COMPUTE MESES-DEL-PERIODO = MESES-DEL-PERIODO +
               MES-TRABAJO-ANIO * 12 + MES-TRABAJO-MES + 1
           IF MES-TRABAJO-MES < 1 OR MES-TRABAJO-MES > 12
           DISPLAY "Mes hasta invalido."
           ELSE
           IF MESES-DEL-PERIODO < 1 OR MESES-DEL-PERIODO > 12
           DISPLAY "El periodo va de uno a doce meses, con el mes "
                   "hasta igual o posterior al desde."
           ELSE
           MOVE "S" TO PERIODOS-VALIDOS
           COMPUTE MES-DESDE-ANTERIOR = MES-DESDE - 100
           COMPUTE MES-HASTA-ANTERIOR = MES-HASTA - 100
           END-IF
           END-IF
           END-IF.

       ANALIZA-INGRESOS.
           STRING "DESDE=" MES-DESDE " HASTA=" MES-HASTA
                  DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           STRING "===== INGRESOS POR CARGOS E INTERES " MES-DESDE
                  " A " MES-HASTA " (contra " MES-DESDE-ANTERIOR
                  " a " MES-HASTA-ANTERIOR ") ====="
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

           OPEN OUTPUT ARCHIVO-TRABAJO-INGRESOS.
           PERFORM EXTRAE-LEDGER-VIVO.
           PERFORM EXTRAE-LEDGER-HISTORICO.
           PERFORM EXTRAE-PERIODOS-CERRADOS.
           CLOSE ARCHIVO-TRABAJO-INGRESOS.
           SORT ARCHIVO-ORDEN-INGRESOS
               ON ASCENDING KEY ORDEN-ING-CLIENTE
           USING ARCHIVO-TRABAJO-INGRESOS
           GIVING ARCHIVO-INGRESOS-ORDENADO.

           MOVE "N" TO HAY-CLIENTES.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS = "00"
           MOVE "S" TO HAY-CLIENTES
           END-IF.
           PERFORM JUNTA-CLIENTES-ARCHIVADOS.
           IF CANTIDAD-ARCHIVADOS > ZEROES
           PERFORM BUSCA-EN-HISTORICO
           END-IF.
           PERFORM ASIGNA-PRODUCTO-SUCURSAL.
           CLOSE ARCHIVO-CLIENTES.
           SORT ARCHIVO-ORDEN-ASIGNADO
               ON ASCENDING KEY ORDEN-ASIG-PRODUCTO
                                ORDEN-ASIG-SUCURSAL
                                ORDEN-ASIG-MONEDA
                                ORDEN-ASIG-MES
           USING ARCHIVO-TRABAJO-ASIGNADO
           GIVING ARCHIVO-ASIGNADO-ORDENADO.

           PERFORM IMPRIME-ANALISIS.
           DELETE FILE ARCHIVO-TRABAJO-INGRESOS.
           DELETE FILE ARCHIVO-INGRESOS-ORDENADO.
           DELETE FILE ARCHIVO-TRABAJO-ASIGNADO.
           DELETE FILE ARCHIVO-ASIGNADO-ORDENADO.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Renglones clasificados: " CONTADOR-RENGLONES
                  "  Periodos cerrados leidos: "
                  CONTADOR-PERIODOS-LEIDOS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF CANTIDAD-ARCHIVADOS NOT < MAXIMO-ARCHIVADOS
           STRING "Hay mas clientes archivados que los que entran "
                  "en la tabla: los que no entran van como ???."
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL)
                   " y analisis_ingresos.csv.".

      ******************************************************************
      *Extraccion: cada fuente carga el renglon en RENGLON-* y lo
      *pasa por CLASIFICA-RENGLON.
      ******************************************************************
       EXTRAE-LEDGER-VIVO.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.
           PERFORM CLASIFICA-MOVIMIENTO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       CLASIFICA-MOVIMIENTO.
           PERFORM TOMA-RENGLON-DEL-LEDGER.
           PERFORM CLASIFICA-RENGLON.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

       TOMA-RENGLON-DEL-LEDGER.
           MOVE MOVIMIENTO-CLIENTES-ID TO RENGLON-CLIENTE.
           MOVE MOVIMIENTO-FECHA-HORA TO RENGLON-FECHA-HORA.
           MOVE MOVIMIENTO-TIPO TO RENGLON-TIPO.
           MOVE MOVIMIENTO-IMPORTE TO RENGLON-IMPORTE.
           MOVE MOVIMIENTO-CONCEPTO TO RENGLON-CONCEPTO.

       EXTRAE-LEDGER-HISTORICO.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-HISTORICO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-MOV-HISTORICO.
           PERFORM CLASIFICA-MOV-HISTORICO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-HISTORICO.

       LEE-SIGUIENTE-MOV-HISTORICO.
           READ ARCHIVO-MOVIMIENTOS-HISTORICO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       CLASIFICA-MOV-HISTORICO.
           MOVE MOV-HIST-CLIENTES-ID TO RENGLON-CLIENTE.
           MOVE MOV-HIST-FECHA-HORA TO RENGLON-FECHA-HORA.
           MOVE MOV-HIST-TIPO TO RENGLON-TIPO.
           MOVE MOV-HIST-IMPORTE TO RENGLON-IMPORTE.
           MOVE MOV-HIST-CONCEPTO TO RENGLON-CONCEPTO.
           PERFORM CLASIFICA-RENGLON.
           PERFORM LEE-SIGUIENTE-MOV-HISTORICO.

      *Los periodos cerrados del ledger que se lee (en entrenamiento,
      *los del juego de practica): un renglon de ancla por archivo
      *fechado. Los movimientos archivados por un cierre anterior a
      *la cadena de hash no dejaron ancla y no se pueden encontrar.
       EXTRAE-PERIODOS-CERRADOS.
           OPEN INPUT ARCHIVO-CADENA-ANCLAS.
           IF CADENA-ANCLAS-STATUS = "00"
           MOVE "1" TO FIN-ANCLAS
           PERFORM LEE-SIGUIENTE-ANCLA
           PERFORM REVISA-ANCLA
           UNTIL FIN-ANCLAS = "0"
           END-IF.
           CLOSE ARCHIVO-CADENA-ANCLAS.

       LEE-SIGUIENTE-ANCLA.
           READ ARCHIVO-CADENA-ANCLAS
           AT END
           MOVE "0" TO FIN-ANCLAS.

       REVISA-ANCLA.
           IF CADENA-ANCLA-ARCHIVO = NOMBRE-ARCHIVO-MOVIMIENTOS AND
              CADENA-ANCLA-DESTINO NOT = SPACES
           MOVE "N" TO PERIODO-YA-LEIDO
           PERFORM COMPARA-PERIODO-LEIDO
               VARYING INDICE-ARCHIVADO FROM 1 BY 1
               UNTIL INDICE-ARCHIVADO > CANTIDAD-PERIODOS
           IF PERIODO-YA-LEIDO = "N"
           IF CANTIDAD-PERIODOS < MAXIMO-PERIODOS
           ADD 1 TO CANTIDAD-PERIODOS
           MOVE CADENA-ANCLA-DESTINO TO
               PERIODO-LEIDO (CANTIDAD-PERIODOS)
           END-IF
           MOVE CADENA-ANCLA-DESTINO TO NOMBRE-ARCHIVO-PERIODO
           PERFORM EXTRAE-PERIODO-CERRADO
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-ANCLA.

       COMPARA-PERIODO-LEIDO.
           IF PERIODO-LEIDO (INDICE-ARCHIVADO) = CADENA-ANCLA-DESTINO
           MOVE "S" TO PERIODO-YA-LEIDO
           END-IF.

      *El archivo fechado guarda la imagen del renglon del ledger;
      *con el ledger ya cerrado, su area de registro sirve para
      *leerla campo por campo:
       EXTRAE-PERIODO-CERRADO.
           OPEN INPUT ARCHIVO-PERIODO-CERRADO.
           ADD 1 TO CONTADOR-PERIODOS-LEIDOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-PERIODO-CERRADO.
           PERFORM CLASIFICA-PERIODO-CERRADO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-PERIODO-CERRADO.

       LEE-SIGUIENTE-PERIODO-CERRADO.
           READ ARCHIVO-PERIODO-CERRADO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       CLASIFICA-PERIODO-CERRADO.
           MOVE PERIODO-CERRADO-REGISTRO TO MOVIMIENTO-REGISTRO.
           PERFORM TOMA-RENGLON-DEL-LEDGER.
           PERFORM CLASIFICA-RENGLON.
           PERFORM LEE-SIGUIENTE-PERIODO-CERRADO.

      *Solo entran los renglones de los meses pedidos o de los
      *mismos meses del ano anterior:
       CLASIFICA-RENGLON.
           MOVE SPACE TO ANIO-DEL-RENGLON.
           IF RENGLON-FECHA-HORA (1:6) NUMERIC
           MOVE RENGLON-FECHA-HORA (1:6) TO MES-DEL-RENGLON
           IF MES-DEL-RENGLON NOT < MES-DESDE AND
              MES-DEL-RENGLON NOT > MES-HASTA
           MOVE "A" TO ANIO-DEL-RENGLON
           MOVE MES-DEL-RENGLON TO MES-DEL-REPORTE
           END-IF
           IF MES-DEL-RENGLON NOT < MES-DESDE-ANTERIOR AND
              MES-DEL-RENGLON NOT > MES-HASTA-ANTERIOR
           MOVE "P" TO ANIO-DEL-RENGLON
           COMPUTE MES-DEL-REPORTE = MES-DEL-RENGLON + 100
           END-IF
           END-IF.
           IF ANIO-DEL-RENGLON NOT = SPACE
           PERFORM CLASIFICA-POR-TIPO
           END-IF.

      *Interes y mantenimiento ("I"): si el concepto trae el cargo,
      *se abre en cargo cobrado e interes pagado; un renglon viejo
      *solo tiene el neto y va entero a una de las dos clases segun
      *su signo. El interes de un plazo fijo ("N") es interes
      *pagado; su capital no. Las ordenes permanentes ("O") son
      *cargos al cliente, y de los cheques rechazados ("K") solo la
      *comision es un recargo, no la reversion del credito:
       CLASIFICA-POR-TIPO.
           EVALUATE RENGLON-TIPO
               WHEN "I"
                   PERFORM CLASIFICA-INTERES
               WHEN "N"
                   IF RENGLON-CONCEPTO (1:19) = "INTERES PLAZO FIJO "
                   MOVE "I" TO TRABAJO-ING-CLASE
                   MOVE RENGLON-IMPORTE TO TRABAJO-ING-IMPORTE
                   PERFORM GRABA-RENGLON-CLASIFICADO
                   END-IF
               WHEN "O"
                   MOVE "O" TO TRABAJO-ING-CLASE
                   COMPUTE TRABAJO-ING-IMPORTE =
                       ZERO - RENGLON-IMPORTE
                   PERFORM GRABA-RENGLON-CLASIFICADO
               WHEN "K"
                   IF RENGLON-CONCEPTO (1:17) = "COMISION RECHAZO "
                   MOVE "R" TO TRABAJO-ING-CLASE
                   COMPUTE TRABAJO-ING-IMPORTE =
                       ZERO - RENGLON-IMPORTE
                   PERFORM GRABA-RENGLON-CLASIFICADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLASIFICA-INTERES.
           MOVE RENGLON-CONCEPTO TO CONCEPTO-INTERES.
           IF CONCEPTO-INTERES-TEXTO = CONCEPTO-INTERES-LEYENDA AND
              CONCEPTO-INTERES-ENTERO NUMERIC AND
              CONCEPTO-INTERES-CENTAVOS NUMERIC
           COMPUTE CARGO-DEL-RENGLON = CONCEPTO-INTERES-ENTERO +
               CONCEPTO-INTERES-CENTAVOS / 100
           COMPUTE INTERES-DEL-RENGLON =
               RENGLON-IMPORTE + CARGO-DEL-RENGLON
           ELSE
           IF RENGLON-IMPORTE < ZERO
           COMPUTE CARGO-DEL-RENGLON = ZERO - RENGLON-IMPORTE
           MOVE ZERO TO INTERES-DEL-RENGLON
           ELSE
           MOVE ZERO TO CARGO-DEL-RENGLON
           MOVE RENGLON-IMPORTE TO INTERES-DEL-RENGLON
           END-IF
           END-IF.
           IF CARGO-DEL-RENGLON NOT = ZERO
           MOVE "C" TO TRABAJO-ING-CLASE
           MOVE CARGO-DEL-RENGLON TO TRABAJO-ING-IMPORTE
           PERFORM GRABA-RENGLON-CLASIFICADO
           END-IF.
           IF INTERES-DEL-RENGLON NOT = ZERO
           MOVE "I" TO TRABAJO-ING-CLASE
           MOVE INTERES-DEL-RENGLON TO TRABAJO-ING-IMPORTE
           PERFORM GRABA-RENGLON-CLASIFICADO
           END-IF.

       GRABA-RENGLON-CLASIFICADO.
           MOVE RENGLON-CLIENTE TO TRABAJO-ING-CLIENTE.
           MOVE MES-DEL-REPORTE TO TRABAJO-ING-MES.
           MOVE ANIO-DEL-RENGLON TO TRABAJO-ING-ANIO.
           WRITE TRABAJO-ING-REGISTRO.
           ADD 1 TO CONTADOR-RENGLONES.

      ******************************************************************
      *Producto y sucursal de cada cliente: del archivo vivo o, si
      *ya se archivo, de su ultima entrada en el historico. El
      *archivo ordenado se recorre una vez para juntar los que no
      *estan y otra para asignar.
      ******************************************************************
       JUNTA-CLIENTES-ARCHIVADOS.
           MOVE SPACES TO ULTIMO-CLIENTE.
           OPEN INPUT ARCHIVO-INGRESOS-ORDENADO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-ORDENADO.
           PERFORM REVISA-CLIENTE-ORDENADO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-INGRESOS-ORDENADO.

       LEE-SIGUIENTE-ORDENADO.
           READ ARCHIVO-INGRESOS-ORDENADO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       REVISA-CLIENTE-ORDENADO.
           IF ORDENADO-ING-CLIENTE NOT = ULTIMO-CLIENTE
           MOVE ORDENADO-ING-CLIENTE TO ULTIMO-CLIENTE
           PERFORM LEE-CLIENTE-VIVO
           IF CLIENTES-STATUS NOT = "00" AND
              CANTIDAD-ARCHIVADOS < MAXIMO-ARCHIVADOS
           ADD 1 TO CANTIDAD-ARCHIVADOS
           MOVE ORDENADO-ING-CLIENTE TO
               ARCHIVADO-ID (CANTIDAD-ARCHIVADOS)
           MOVE "???" TO ARCHIVADO-PRODUCTO (CANTIDAD-ARCHIVADOS)
           MOVE "???" TO ARCHIVADO-SUCURSAL (CANTIDAD-ARCHIVADOS)
           MOVE "ARS" TO ARCHIVADO-MONEDA (CANTIDAD-ARCHIVADOS)
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-ORDENADO.

       LEE-CLIENTE-VIVO.
           MOVE "23" TO CLIENTES-STATUS.
           IF HAY-CLIENTES = "S"
           MOVE ULTIMO-CLIENTE TO CLIENTES-ID
           READ ARCHIVO-CLIENTES
               KEY IS CLIENTES-ID
           INVALID KEY
           MOVE "23" TO CLIENTES-STATUS
           END-READ
           END-IF.

      *El historico es secuencial y un ID puede estar mas de una
      *vez (archivado, desarchivado y vuelto a archivar): queda la
      *ultima entrada, la mas reciente.
       BUSCA-EN-HISTORICO.
           OPEN INPUT ARCHIVO-CLIENTES-HISTORICO.
           MOVE "1" TO FIN-HISTORICO.
           PERFORM LEE-SIGUIENTE-HISTORICO.
           PERFORM TOMA-DATOS-HISTORICO
           UNTIL FIN-HISTORICO = "0".
           CLOSE ARCHIVO-CLIENTES-HISTORICO.

       LEE-SIGUIENTE-HISTORICO.
           READ ARCHIVO-CLIENTES-HISTORICO
           AT END
           MOVE "0" TO FIN-HISTORICO.

       TOMA-DATOS-HISTORICO.
           MOVE HISTORICO-CLIENTES-ID TO ULTIMO-CLIENTE.
           PERFORM BUSCA-ARCHIVADO.
           IF INDICE-HALLADO > ZEROES
           MOVE HISTORICO-PRODUCTO TO
               ARCHIVADO-PRODUCTO (INDICE-HALLADO)
           MOVE HISTORICO-SUCURSAL TO
               ARCHIVADO-SUCURSAL (INDICE-HALLADO)
           MOVE HISTORICO-CLIENTES-MONEDA TO
               ARCHIVADO-MONEDA (INDICE-HALLADO)
           END-IF.
           PERFORM LEE-SIGUIENTE-HISTORICO.

       BUSCA-ARCHIVADO.
           MOVE ZEROES TO INDICE-HALLADO.
           PERFORM COMPARA-ARCHIVADO
               VARYING INDICE-ARCHIVADO FROM 1 BY 1
               UNTIL INDICE-ARCHIVADO > CANTIDAD-ARCHIVADOS
                  OR INDICE-HALLADO > ZEROES.

       COMPARA-ARCHIVADO.
           IF ARCHIVADO-ID (INDICE-ARCHIVADO) = ULTIMO-CLIENTE
           MOVE INDICE-ARCHIVADO TO INDICE-HALLADO
           END-IF.

       ASIGNA-PRODUCTO-SUCURSAL.
           MOVE SPACES TO ULTIMO-CLIENTE.
           OPEN INPUT ARCHIVO-INGRESOS-ORDENADO.
           OPEN OUTPUT ARCHIVO-TRABAJO-ASIGNADO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-ORDENADO.
           PERFORM ASIGNA-RENGLON
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-INGRESOS-ORDENADO.
           CLOSE ARCHIVO-TRABAJO-ASIGNADO.

      *Un producto o una sucursal en blanco se informan como "---";
      *un cliente que no aparece en ningun lado, como "???":
       ASIGNA-RENGLON.
           IF ORDENADO-ING-CLIENTE NOT = ULTIMO-CLIENTE
           MOVE ORDENADO-ING-CLIENTE TO ULTIMO-CLIENTE
           PERFORM TOMA-DATOS-DEL-CLIENTE
           END-IF.
           MOVE PRODUCTO-DEL-CLIENTE TO TRABAJO-ASIG-PRODUCTO.
           MOVE SUCURSAL-DEL-CLIENTE TO TRABAJO-ASIG-SUCURSAL.
           MOVE MONEDA-DEL-CLIENTE TO TRABAJO-ASIG-MONEDA.
           MOVE ORDENADO-ING-MES TO TRABAJO-ASIG-MES.
           MOVE ORDENADO-ING-ANIO TO TRABAJO-ASIG-ANIO.
           MOVE ORDENADO-ING-CLASE TO TRABAJO-ASIG-CLASE.
           MOVE ORDENADO-ING-IMPORTE TO TRABAJO-ASIG-IMPORTE.
           WRITE TRABAJO-ASIG-REGISTRO.
           PERFORM LEE-SIGUIENTE-ORDENADO.

       TOMA-DATOS-DEL-CLIENTE.
           MOVE "???" TO PRODUCTO-DEL-CLIENTE.
           MOVE "???" TO SUCURSAL-DEL-CLIENTE.
           MOVE "ARS" TO MONEDA-DEL-CLIENTE.
           PERFORM LEE-CLIENTE-VIVO.
           IF CLIENTES-STATUS = "00"
           MOVE CLIENTES-PRODUCTO TO PRODUCTO-DEL-CLIENTE
           MOVE CLIENTES-SUCURSAL TO SUCURSAL-DEL-CLIENTE
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-CLIENTE
           ELSE
           PERFORM BUSCA-ARCHIVADO
           IF INDICE-HALLADO > ZEROES
           MOVE ARCHIVADO-PRODUCTO (INDICE-HALLADO) TO
               PRODUCTO-DEL-CLIENTE
           MOVE ARCHIVADO-SUCURSAL (INDICE-HALLADO) TO
               SUCURSAL-DEL-CLIENTE
           MOVE ARCHIVADO-MONEDA (INDICE-HALLADO) TO
               MONEDA-DEL-CLIENTE
           END-IF
           END-IF.
           IF PRODUCTO-DEL-CLIENTE = SPACES
           MOVE "---" TO PRODUCTO-DEL-CLIENTE
           END-IF.
           IF SUCURSAL-DEL-CLIENTE = SPACES
           MOVE "---" TO SUCURSAL-DEL-CLIENTE
           END-IF.
           IF MONEDA-DEL-CLIENTE = SPACES
           MOVE "ARS" TO MONEDA-DEL-CLIENTE
           END-IF.

      ******************************************************************
      *Reporte: corte de control por producto, sucursal y moneda,
      *con un renglon por mes y otro con el mismo mes del ano
      *anterior, subtotal por grupo y totales por moneda al final.
      ******************************************************************
       IMPRIME-ANALISIS.
           OPEN OUTPUT ARCHIVO-CSV-INGRESOS.
           MOVE SPACES TO LINEA-CSV-INGRESOS.
           STRING "producto,sucursal,moneda,mes,cargos,ordenes,"
                  "recargos,interes_pagado,neto,cargos_ant,"
                  "ordenes_ant,recargos_ant,interes_pagado_ant,"
                  "neto_ant"
                  DELIMITED BY SIZE INTO LINEA-CSV-INGRESOS.
           WRITE LINEA-CSV-INGRESOS.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-INGRESOS.
           MOVE "Pro" TO LI-PRODUCTO.
           MOVE "Suc" TO LI-SUCURSAL.
           MOVE "Mon" TO LI-MONEDA.
           MOVE "Mes" TO LI-MES.
           MOVE "  Cargos mant." TO LI-IMPORTE (1).
           MOVE "  Ordenes per." TO LI-IMPORTE (2).
           MOVE "     Recargos" TO LI-IMPORTE (3).
           MOVE " Interes pag." TO LI-IMPORTE (4).
           MOVE "         Neto" TO LI-IMPORTE (5).
           MOVE "Var. neto" TO LI-VARIACION.
           PERFORM IMPRIME-LINEA-INGRESOS.

           OPEN INPUT ARCHIVO-ASIGNADO-ORDENADO.
           MOVE "1" TO FIN-ASIGNADOS.
           PERFORM LEE-SIGUIENTE-ASIGNADO.
           IF FIN-ASIGNADOS = "0"
           MOVE "No hay cargos ni interes en el periodo pedido." TO
               LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           ELSE
           MOVE CLAVE-ASIGNADO TO CLAVE-ANTERIOR
           INITIALIZE ACUMULADO-MES
           INITIALIZE ACUMULADO-GRUPO
           PERFORM PROCESA-ASIGNADO
           UNTIL FIN-ASIGNADOS = "0"
           PERFORM CIERRA-MES
           PERFORM CIERRA-GRUPO
           PERFORM IMPRIME-TOTALES-MONEDA
           END-IF.
           CLOSE ARCHIVO-ASIGNADO-ORDENADO.
           CLOSE ARCHIVO-CSV-INGRESOS.

       LEE-SIGUIENTE-ASIGNADO.
           READ ARCHIVO-ASIGNADO-ORDENADO
           AT END
           MOVE "0" TO FIN-ASIGNADOS
           NOT AT END
           MOVE ASIGNADO-PRODUCTO TO CLAVE-ASIG-PRODUCTO
           MOVE ASIGNADO-SUCURSAL TO CLAVE-ASIG-SUCURSAL
           MOVE ASIGNADO-MONEDA TO CLAVE-ASIG-MONEDA
           MOVE ASIGNADO-MES TO CLAVE-ASIG-MES
           END-READ.

       PROCESA-ASIGNADO.
           IF CLAVE-ASIG-GRUPO NOT = CLAVE-ANT-GRUPO
           PERFORM CIERRA-MES
           PERFORM CIERRA-GRUPO
           MOVE CLAVE-ASIGNADO TO CLAVE-ANTERIOR
           ELSE
           IF CLAVE-ASIG-MES NOT = CLAVE-ANT-MES
           PERFORM CIERRA-MES
           MOVE CLAVE-ASIGNADO TO CLAVE-ANTERIOR
           END-IF
           END-IF.
           IF ASIGNADO-ANIO = "A"
           MOVE 1 TO INDICE-ANIO
           ELSE
           MOVE 2 TO INDICE-ANIO
           END-IF.
           EVALUATE ASIGNADO-CLASE
               WHEN "C"
                   MOVE 1 TO INDICE-CLASE
               WHEN "O"
                   MOVE 2 TO INDICE-CLASE
               WHEN "R"
                   MOVE 3 TO INDICE-CLASE
               WHEN OTHER
                   MOVE 4 TO INDICE-CLASE
           END-EVALUATE.
           ADD ASIGNADO-IMPORTE TO ACUM-MES (INDICE-ANIO INDICE-CLASE).
           PERFORM LEE-SIGUIENTE-ASIGNADO.

      *Cierra el mes: su renglon, el del ano anterior, el CSV y la
      *suma al grupo y al total de la moneda:
       CIERRA-MES.
           ADD 1 TO CONTADOR-GRUPOS.
           MOVE CLAVE-ANT-MES TO MES-TRABAJO.
           PERFORM ARMA-ETIQUETA-MES.
           MOVE SPACES TO LINEA-INGRESOS.
           MOVE CLAVE-ANT-PRODUCTO TO LI-PRODUCTO.
           MOVE CLAVE-ANT-SUCURSAL TO LI-SUCURSAL.
           MOVE CLAVE-ANT-MONEDA TO LI-MONEDA.
           MOVE ETIQUETA-MES TO LI-MES.
           MOVE 1 TO INDICE-ANIO.
           PERFORM ARMA-IMPORTES-MES.
           PERFORM IMPRIME-LINEA-INGRESOS.
           SUBTRACT 100 FROM MES-TRABAJO.
           PERFORM ARMA-ETIQUETA-MES.
           MOVE SPACES TO LINEA-INGRESOS.
           MOVE ETIQUETA-MES TO LI-MES.
           MOVE 2 TO INDICE-ANIO.
           PERFORM ARMA-IMPORTES-MES.
           PERFORM ARMA-VARIACION.
           PERFORM IMPRIME-LINEA-INGRESOS.
           PERFORM GRABA-CSV-MES.
           PERFORM SUMA-MES-AL-GRUPO
               VARYING INDICE-ANIO FROM 1 BY 1 UNTIL INDICE-ANIO > 2.
           PERFORM BUSCA-TOTAL-MONEDA.
           IF INDICE-MONEDA > ZEROES
           PERFORM SUMA-MES-A-LA-MONEDA
               VARYING INDICE-ANIO FROM 1 BY 1 UNTIL INDICE-ANIO > 2
           END-IF.
           INITIALIZE ACUMULADO-MES.

       ARMA-ETIQUETA-MES.
           MOVE SPACES TO ETIQUETA-MES.
           STRING MES-TRABAJO-ANIO "-" MES-TRABAJO-MES
                  DELIMITED BY SIZE INTO ETIQUETA-MES.

       ARMA-IMPORTES-MES.
           PERFORM ARMA-UN-IMPORTE-MES
               VARYING INDICE-CLASE FROM 1 BY 1
               UNTIL INDICE-CLASE > 4.
           COMPUTE NETO-ACTUAL = ACUM-MES (INDICE-ANIO 1) +
               ACUM-MES (INDICE-ANIO 2) + ACUM-MES (INDICE-ANIO 3) -
               ACUM-MES (INDICE-ANIO 4).
           MOVE NETO-ACTUAL TO CAMPO-IMPORTE-MUESTRA.
           MOVE CAMPO-IMPORTE-MUESTRA TO LI-IMPORTE (5).

       ARMA-UN-IMPORTE-MES.
           MOVE ACUM-MES (INDICE-ANIO INDICE-CLASE) TO
               CAMPO-IMPORTE-MUESTRA.
           MOVE CAMPO-IMPORTE-MUESTRA TO LI-IMPORTE (INDICE-CLASE).

      *Variacion del neto del mes contra el del ano anterior; sin
      *neto anterior no hay contra que comparar:
       ARMA-VARIACION.
           COMPUTE NETO-ACTUAL = ACUM-MES (1 1) + ACUM-MES (1 2) +
               ACUM-MES (1 3) - ACUM-MES (1 4).
           COMPUTE NETO-ANTERIOR = ACUM-MES (2 1) + ACUM-MES (2 2) +
               ACUM-MES (2 3) - ACUM-MES (2 4).
           PERFORM CALCULA-VARIACION.

       CALCULA-VARIACION.
           IF NETO-ANTERIOR = ZERO
           MOVE "      s/d" TO LI-VARIACION
           ELSE
           IF NETO-ANTERIOR > ZERO
           COMPUTE VARIACION-NETO ROUNDED =
               (NETO-ACTUAL - NETO-ANTERIOR) * 100 / NETO-ANTERIOR
               ON SIZE ERROR
               MOVE 9999.9 TO VARIACION-NETO
           END-COMPUTE
           ELSE
           COMPUTE VARIACION-NETO ROUNDED =
               (NETO-ACTUAL - NETO-ANTERIOR) * 100 /
               (ZERO - NETO-ANTERIOR)
               ON SIZE ERROR
               MOVE 9999.9 TO VARIACION-NETO
           END-COMPUTE
           END-IF
           MOVE VARIACION-NETO TO CAMPO-VARIACION-MUESTRA
           MOVE SPACES TO LI-VARIACION
           STRING CAMPO-VARIACION-MUESTRA "%"
                  DELIMITED BY SIZE INTO LI-VARIACION
           END-IF.

       GRABA-CSV-MES.
           MOVE SPACES TO LINEA-CSV-INGRESOS.
           MOVE CLAVE-ANT-MES TO MES-TRABAJO.
           STRING CLAVE-ANT-PRODUCTO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CLAVE-ANT-SUCURSAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CLAVE-ANT-MONEDA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MES-TRABAJO DELIMITED BY SIZE
                  INTO LINEA-CSV-INGRESOS
           END-STRING.
           PERFORM AGREGA-ANIO-AL-CSV
               VARYING INDICE-ANIO FROM 1 BY 1 UNTIL INDICE-ANIO > 2.
           WRITE LINEA-CSV-INGRESOS.

       AGREGA-ANIO-AL-CSV.
           PERFORM AGREGA-CLASE-AL-CSV
               VARYING INDICE-CLASE FROM 1 BY 1
               UNTIL INDICE-CLASE > 4.
           COMPUTE NETO-ACTUAL = ACUM-MES (INDICE-ANIO 1) +
               ACUM-MES (INDICE-ANIO 2) + ACUM-MES (INDICE-ANIO 3) -
               ACUM-MES (INDICE-ANIO 4).
           MOVE NETO-ACTUAL TO CAMPO-IMPORTE-CSV.
           PERFORM AGREGA-IMPORTE-AL-CSV.

       AGREGA-CLASE-AL-CSV.
           MOVE ACUM-MES (INDICE-ANIO INDICE-CLASE) TO
               CAMPO-IMPORTE-CSV.
           PERFORM AGREGA-IMPORTE-AL-CSV.

       AGREGA-IMPORTE-AL-CSV.
           STRING FUNCTION TRIM(LINEA-CSV-INGRESOS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CAMPO-IMPORTE-CSV) DELIMITED BY SIZE
                  INTO LINEA-CSV-ARMADA
           END-STRING.
           MOVE LINEA-CSV-ARMADA TO LINEA-CSV-INGRESOS.
           MOVE SPACES TO LINEA-CSV-ARMADA.

       SUMA-MES-AL-GRUPO.
           PERFORM SUMA-CLASE-AL-GRUPO
               VARYING INDICE-CLASE FROM 1 BY 1
               UNTIL INDICE-CLASE > 4.

       SUMA-CLASE-AL-GRUPO.
           ADD ACUM-MES (INDICE-ANIO INDICE-CLASE) TO
               ACUM-GRUPO (INDICE-ANIO INDICE-CLASE).

       SUMA-MES-A-LA-MONEDA.
           PERFORM SUMA-CLASE-A-LA-MONEDA
               VARYING INDICE-CLASE FROM 1 BY 1
               UNTIL INDICE-CLASE > 4.

       SUMA-CLASE-A-LA-MONEDA.
           ADD ACUM-MES (INDICE-ANIO INDICE-CLASE) TO
               TOTAL-MONEDA-CLASE
                   (INDICE-MONEDA INDICE-ANIO INDICE-CLASE).

      *Ubica la moneda del grupo en la tabla de totales (o le abre
      *un lugar); deja INDICE-MONEDA en cero si la tabla esta llena:
       BUSCA-TOTAL-MONEDA.
           MOVE ZEROES TO INDICE-MONEDA.
           PERFORM COMPARA-TOTAL-MONEDA
               VARYING INDICE-RECORRIDO FROM 1 BY 1
               UNTIL INDICE-RECORRIDO > CANTIDAD-MONEDAS
                  OR INDICE-MONEDA > ZEROES.
           IF INDICE-MONEDA = ZEROES AND
              CANTIDAD-MONEDAS < MAXIMO-MONEDAS
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE CANTIDAD-MONEDAS TO INDICE-MONEDA
           INITIALIZE TOTAL-MONEDA (INDICE-MONEDA)
           MOVE CLAVE-ANT-MONEDA TO
               TOTAL-MONEDA-CODIGO (INDICE-MONEDA)
           END-IF.

       COMPARA-TOTAL-MONEDA.
           IF TOTAL-MONEDA-CODIGO (INDICE-RECORRIDO) = CLAVE-ANT-MONEDA
           MOVE INDICE-RECORRIDO TO INDICE-MONEDA
           END-IF.

       CIERRA-GRUPO.
           MOVE SPACES TO LINEA-INGRESOS.
           MOVE CLAVE-ANT-PRODUCTO TO LI-PRODUCTO.
           MOVE CLAVE-ANT-SUCURSAL TO LI-SUCURSAL.
           MOVE CLAVE-ANT-MONEDA TO LI-MONEDA.
           MOVE "Total" TO LI-MES.
           MOVE ACUMULADO-GRUPO TO ACUMULADO-MES.
           PERFORM IMPRIME-TOTAL-ACUMULADO.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           INITIALIZE ACUMULADO-GRUPO.
           INITIALIZE ACUMULADO-MES.

      *Imprime lo que haya en ACUMULADO-MES como un renglon del
      *periodo pedido y otro del anterior, con la variacion:
       IMPRIME-TOTAL-ACUMULADO.
           MOVE 1 TO INDICE-ANIO.
           PERFORM ARMA-IMPORTES-MES.
           PERFORM IMPRIME-LINEA-INGRESOS.
           MOVE SPACES TO LINEA-INGRESOS.
           MOVE "Ano ant" TO LI-MES.
           MOVE 2 TO INDICE-ANIO.
           PERFORM ARMA-IMPORTES-MES.
           PERFORM ARMA-VARIACION.
           PERFORM IMPRIME-LINEA-INGRESOS.

       IMPRIME-TOTALES-MONEDA.
           MOVE "Totales por moneda (no se suman monedas distintas):"
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM IMPRIME-UNA-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > CANTIDAD-MONEDAS.

       IMPRIME-UNA-MONEDA.
           MOVE SPACES TO LINEA-INGRESOS.
           MOVE TOTAL-MONEDA-CODIGO (INDICE-MONEDA) TO LI-MONEDA.
           MOVE "Total" TO LI-MES.
           PERFORM COPIA-TOTAL-MONEDA
               VARYING INDICE-ANIO FROM 1 BY 1 UNTIL INDICE-ANIO > 2.
           PERFORM IMPRIME-TOTAL-ACUMULADO.

       COPIA-TOTAL-MONEDA.
           PERFORM COPIA-CLASE-MONEDA
               VARYING INDICE-CLASE FROM 1 BY 1
               UNTIL INDICE-CLASE > 4.

       COPIA-CLASE-MONEDA.
           MOVE TOTAL-MONEDA-CLASE
               (INDICE-MONEDA INDICE-ANIO INDICE-CLASE) TO
               ACUM-MES (INDICE-ANIO INDICE-CLASE).

       IMPRIME-LINEA-INGRESOS.
           MOVE LINEA-INGRESOS TO LINEA-SPOOL.
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

       END PROGRAM Analisis-ingresos-cargos.

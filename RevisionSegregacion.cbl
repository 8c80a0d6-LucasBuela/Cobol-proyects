      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Revision mensual de segregacion de funciones para
      *          auditoria interna: sobre el mes de la corrida aplica
      *          cuatro reglas y lista los hallazgos por operador.
      *          1) Parejas de firmas: un operador cuyas operaciones
      *             firmadas por segundo operador las firma casi
      *             siempre el mismo (cofirmas.log, recibos de caja,
      *             prestamos, cuadres y config_auditoria.log).
      *          2) Alta y movimiento: el operador que dio de alta un
      *             cliente y le asento un movimiento el mismo dia.
      *          3) Cuenta propia o de su hogar: acciones del operador
      *             en clientes.log o en el ledger sobre su propia
      *             cuenta (OP-CLIENTES-ID) o la de otro integrante
      *             de su hogar (hogares.dat).
      *          4) Movimientos grandes fuera de horario: movimientos
      *             manuales, de caja o transferencias desde el umbral
      *             del segundo operador asentados antes de la
      *             apertura, despues del cierre o en un dia no habil.
      *          Corre el ultimo dia habil del mes en el proceso
      *          nocturno o a mano desde el menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revisar-segregacion-funciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Operadores, con su cuenta propia, y hogares de los clientes:
       COPY "DataBaseOperadores.cbl".
       COPY "DataBaseHogares.cbl".
      *Auditoria de clientes y ledger:
       COPY "DataBaseLog.cbl".
       COPY "DataBaseMovimientos.cbl".
      *Donde queda la firma del segundo operador:
       COPY "DataBaseCofirmas.cbl".
       COPY "DataBaseRecibos.cbl".
       COPY "DataBasePrestamos.cbl".
       COPY "DataBaseCuadres.cbl".
       COPY "DataBaseConfigAuditoria.cbl".
      *Calendario de feriados:
       COPY "DataBaseFeriados.cbl".

      *Hallazgos de la corrida, antes y despues de ordenarlos por
      *operador:
       SELECT ARCHIVO-HALLAZGOS
       ASSIGN TO "segregacion_hallazgos.tmp"
       ORGANIZATION SEQUENTIAL.
      *Archivo intermedio usado por el SORT:
       SELECT ARCHIVO-ORDEN-HALLAZGOS
       ASSIGN TO "segregacion.srt".
       SELECT ARCHIVO-HALLAZGOS-ORDENADOS
       ASSIGN TO "segregacion_ordenados.tmp"
       ORGANIZATION SEQUENTIAL.

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
       COPY "DataOperadores.cbl".
       COPY "DataHogares.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataCofirmas.cbl".
       COPY "DataRecibos.cbl".
       COPY "DataPrestamos.cbl".
       COPY "DataCuadres.cbl".
       COPY "DataConfigAuditoria.cbl".
       COPY "DataFeriados.cbl".

       FD  ARCHIVO-HALLAZGOS.
           01 HALLAZGO-REGISTRO.
              05 HALLAZGO-OPERADOR PIC X(10).
              05 HALLAZGO-REGLA PIC X(1).
              05 HALLAZGO-TEXTO PIC X(100).

       SD  ARCHIVO-ORDEN-HALLAZGOS.
           01 ORDEN-HALLAZGO-REGISTRO.
              05 ORDEN-HALLAZGO-OPERADOR PIC X(10).
              05 ORDEN-HALLAZGO-REGLA PIC X(1).
              05 ORDEN-HALLAZGO-TEXTO PIC X(100).

       FD  ARCHIVO-HALLAZGOS-ORDENADOS.
           01 ORDENADO-REGISTRO.
              05 ORDENADO-OPERADOR PIC X(10).
              05 ORDENADO-REGLA PIC X(1).
              05 ORDENADO-TEXTO PIC X(100).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  HOGARES-STATUS PIC XX.
       77  COFIRMAS-STATUS PIC XX.
       77  RECIBOS-STATUS PIC XX.
       77  PRESTAMOS-STATUS PIC XX.
       77  FERIADOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "SEGREGACION".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  PERIODO-DEL-REPORTE PIC X(6).
       77  FIN-DEL-ARCHIVO PIC X.
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.

      *Parametros de las reglas: una pareja cuenta desde tres firmas
      *del mismo autorizante y cuando es al menos el 80% de las del
      *operador; el umbral de importe es el del segundo operador de
      *Modificar-registro; el horario es el de atencion al publico:
       77  MINIMO-PAREJA PIC 9(3) VALUE 3.
       77  PORCENTAJE-PAREJA PIC 9(3) VALUE 80.
       77  UMBRAL-SEGUNDO-OPERADOR PIC 9(7) VALUE 5000.
       77  HORA-APERTURA PIC 9(4) VALUE 0800.
       77  HORA-CIERRE PIC 9(4) VALUE 1800.

      *Operadores con cuenta propia:
       77  MAXIMO-OPERADORES PIC 9(2) VALUE 50.
       77  CANTIDAD-OPERADORES PIC 9(2) VALUE ZEROES.
       77  INDICE-OPERADOR PIC 9(2).
       01  TABLA-OPERADORES.
           05 OPERADOR-TABLA OCCURS 50 TIMES.
              10 OPE-TAB-ID PIC X(10).
              10 OPE-TAB-CLIENTES-ID PIC X(6).

      *Cuentas vinculadas a cada operador: la propia ("P") y las de
      *su hogar ("H"):
       77  MAXIMO-VINCULOS PIC 9(3) VALUE 500.
       77  CANTIDAD-VINCULOS PIC 9(3) VALUE ZEROES.
       77  INDICE-VINCULO PIC 9(3).
       77  VINCULO-HALLADO PIC X.
       77  FIN-DE-HOGAR PIC X.
       77  HOGAR-DEL-OPERADOR PIC 9(5).
       77  CLIENTE-A-CONTROLAR PIC X(6).
       01  TABLA-VINCULOS.
           05 VINCULO-TABLA OCCURS 500 TIMES.
              10 VIN-TAB-OPERADOR PIC X(10).
              10 VIN-TAB-CLIENTES-ID PIC X(6).
              10 VIN-TAB-TIPO PIC X(1).

      *Parejas operador-autorizante del mes con su cantidad de firmas:
       77  MAXIMO-PAREJAS PIC 9(3) VALUE 300.
       77  CANTIDAD-PAREJAS PIC 9(3) VALUE ZEROES.
       77  INDICE-PAREJA PIC 9(3).
       77  INDICE-OTRA PIC 9(3).
       77  PAREJA-HALLADA PIC X.
       77  HAY-RECIPROCA PIC X.
       77  FIRMA-OPERADOR PIC X(10).
       77  FIRMA-AUTORIZANTE PIC X(10).
       77  TOTAL-DEL-OPERADOR PIC 9(5).
       01  TABLA-PAREJAS.
           05 PAREJA-TABLA OCCURS 300 TIMES.
              10 PAR-TAB-OPERADOR PIC X(10).
              10 PAR-TAB-AUTORIZANTE PIC X(10).
              10 PAR-TAB-CANTIDAD PIC 9(5).
       01  PARTE-CAMBIO PIC X(50).
       01  PARTE-FIRMA PIC X(50).

      *Altas del mes, para cruzarlas con los movimientos del mismo
      *dia; cada alta se informa una sola vez:
       77  MAXIMO-ALTAS PIC 9(4) VALUE 2000.
       77  CANTIDAD-ALTAS PIC 9(4) VALUE ZEROES.
       77  INDICE-ALTA PIC 9(4).
       77  ALTA-HALLADA PIC X.
       01  TABLA-ALTAS.
           05 ALTA-TABLA OCCURS 2000 TIMES.
              10 ALT-TAB-CLIENTES-ID PIC X(6).
              10 ALT-TAB-OPERADOR PIC X(10).
              10 ALT-TAB-FECHA PIC X(8).
              10 ALT-TAB-INFORMADA PIC X(1).

      *Calendario, con la misma regla de dia habil que Fecha-valor:
       77  FIN-FERIADOS PIC X.
       77  MAXIMO-FERIADOS PIC 9(3) VALUE 100.
       77  CANTIDAD-FERIADOS PIC 9(3) VALUE ZEROES.
       77  INDICE-FERIADO PIC 9(3).
       01  TABLA-FERIADOS.
           05 FERIADO-TABLA OCCURS 100 TIMES PIC X(8).
       77  FECHA-EVALUADA PIC 9(8).
       77  DIAS-ENTERO PIC 9(7).
       77  DIA-DE-SEMANA PIC 9(1).
       77  ES-HABIL PIC X.
       77  HORA-DEL-MOVIMIENTO PIC 9(4).
       01  IMPORTE-ABSOLUTO PIC S9(7)V99 COMP-3.

      *Armado e impresion de los hallazgos:
       77  REGLA-EN-CURSO PIC X(1).
       01  TEXTO-EN-CURSO PIC X(100).
       77  OPERADOR-EN-CURSO PIC X(10).
       77  HALLAZGOS-DEL-OPERADOR PIC 9(5).
       77  CONTADOR-OPERADORES PIC 9(3) VALUE ZEROES.
       77  CONTADOR-REGLA-1 PIC 9(5) VALUE ZEROES.
       77  CONTADOR-REGLA-2 PIC 9(5) VALUE ZEROES.
       77  CONTADOR-REGLA-3 PIC 9(5) VALUE ZEROES.
       77  CONTADOR-REGLA-4 PIC 9(5) VALUE ZEROES.
       77  CAMPO-CANTIDAD PIC Z(4)9.
       77  CAMPO-TOTAL PIC Z(4)9.
       77  CAMPO-IMPORTE PIC -Z(6)9.99.
       77  CAMPO-FECHA PIC X(10).
       77  CAMPO-HORA PIC X(5).
       77  CAMPO-VINCULO PIC X(14).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA (1:6) TO PERIODO-DEL-REPORTE.
           MOVE PERIODO-DEL-REPORTE TO PARAMETROS-DEL-REPORTE.
           PERFORM CARGA-OPERADORES.
           PERFORM CARGA-VINCULOS.
           PERFORM CARGA-FERIADOS.
           OPEN OUTPUT ARCHIVO-HALLAZGOS.
           PERFORM JUNTA-PAREJAS-DE-FIRMAS.
           PERFORM EVALUA-PAREJA
               VARYING INDICE-PAREJA FROM 1 BY 1
               UNTIL INDICE-PAREJA > CANTIDAD-PAREJAS.
           PERFORM REVISA-AUDITORIA.
           PERFORM REVISA-LEDGER.
           CLOSE ARCHIVO-HALLAZGOS.
           SORT ARCHIVO-ORDEN-HALLAZGOS
                ON ASCENDING KEY ORDEN-HALLAZGO-OPERADOR
                                 ORDEN-HALLAZGO-REGLA
           USING ARCHIVO-HALLAZGOS
           GIVING ARCHIVO-HALLAZGOS-ORDENADOS.
           PERFORM ABRE-SPOOL.
           MOVE "===== SEGREGACION DE FUNCIONES =====" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Periodo " PERIODO-DEL-REPORTE (5:2) "/"
                  PERIODO-DEL-REPORTE (1:4)
                  ": hallazgos por operador para auditoria interna"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Reglas: [1] pareja de firmas  [2] alta y "
                  "movimiento el mismo dia"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "        [3] cuenta propia o de su hogar  [4] "
                  "movimiento grande fuera de horario"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM IMPRIME-HALLAZGOS.
           DELETE FILE ARCHIVO-HALLAZGOS.
           DELETE FILE ARCHIVO-HALLAZGOS-ORDENADOS.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Operadores con hallazgos: " CONTADOR-OPERADORES
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Por regla:  [1] " CONTADOR-REGLA-1
                  "  [2] " CONTADOR-REGLA-2
                  "  [3] " CONTADOR-REGLA-3
                  "  [4] " CONTADOR-REGLA-4
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

      *--- Operadores y sus cuentas vinculadas -------------------------
       CARGA-OPERADORES.
           MOVE ZEROES TO CANTIDAD-OPERADORES.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM CARGA-UN-OPERADOR
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-OPERADORES.

       CARGA-UN-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF CANTIDAD-OPERADORES < MAXIMO-OPERADORES AND
              OP-CLIENTES-ID NOT = SPACES
           ADD 1 TO CANTIDAD-OPERADORES
           MOVE OP-ID TO OPE-TAB-ID (CANTIDAD-OPERADORES)
           MOVE OP-CLIENTES-ID TO
               OPE-TAB-CLIENTES-ID (CANTIDAD-OPERADORES)
           END-IF.

       CARGA-VINCULOS.
           MOVE ZEROES TO CANTIDAD-VINCULOS.
           OPEN INPUT ARCHIVO-HOGARES.
           PERFORM CARGA-VINCULOS-DEL-OPERADOR
               VARYING INDICE-OPERADOR FROM 1 BY 1
               UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES.
           CLOSE ARCHIVO-HOGARES.

      *La cuenta propia siempre; si la cuenta propia esta en un
      *hogar, tambien las de los demas integrantes:
       CARGA-VINCULOS-DEL-OPERADOR.
           MOVE OPE-TAB-CLIENTES-ID (INDICE-OPERADOR) TO
               HOGAR-CLIENTES-ID.
           IF CANTIDAD-VINCULOS < MAXIMO-VINCULOS
           ADD 1 TO CANTIDAD-VINCULOS
           MOVE OPE-TAB-ID (INDICE-OPERADOR) TO
               VIN-TAB-OPERADOR (CANTIDAD-VINCULOS)
           MOVE OPE-TAB-CLIENTES-ID (INDICE-OPERADOR) TO
               VIN-TAB-CLIENTES-ID (CANTIDAD-VINCULOS)
           MOVE "P" TO VIN-TAB-TIPO (CANTIDAD-VINCULOS)
           END-IF.
           MOVE "0" TO FIN-DE-HOGAR.
           IF HOGARES-STATUS = "00"
           READ ARCHIVO-HOGARES RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE HOGAR-NUMERO TO HOGAR-DEL-OPERADOR
           START ARCHIVO-HOGARES KEY IS EQUAL TO HOGAR-NUMERO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-HOGAR
           END-START
           END-READ
           END-IF.
           PERFORM CARGA-INTEGRANTE-DEL-HOGAR
               UNTIL FIN-DE-HOGAR = "0".

       CARGA-INTEGRANTE-DEL-HOGAR.
           READ ARCHIVO-HOGARES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-HOGAR
           NOT AT END
           IF HOGAR-NUMERO NOT = HOGAR-DEL-OPERADOR
           MOVE "0" TO FIN-DE-HOGAR
           ELSE
           IF HOGAR-CLIENTES-ID NOT =
              OPE-TAB-CLIENTES-ID (INDICE-OPERADOR) AND
              CANTIDAD-VINCULOS < MAXIMO-VINCULOS
           ADD 1 TO CANTIDAD-VINCULOS
           MOVE OPE-TAB-ID (INDICE-OPERADOR) TO
               VIN-TAB-OPERADOR (CANTIDAD-VINCULOS)
           MOVE HOGAR-CLIENTES-ID TO
               VIN-TAB-CLIENTES-ID (CANTIDAD-VINCULOS)
           MOVE "H" TO VIN-TAB-TIPO (CANTIDAD-VINCULOS)
           END-IF
           END-IF.

       CARGA-FERIADOS.
           MOVE ZEROES TO CANTIDAD-FERIADOS.
           OPEN INPUT ARCHIVO-FERIADOS.
           IF FERIADOS-STATUS = "00"
           MOVE "1" TO FIN-FERIADOS
           PERFORM CARGA-UN-FERIADO
           UNTIL FIN-FERIADOS = "0"
           END-IF.
           CLOSE ARCHIVO-FERIADOS.

       CARGA-UN-FERIADO.
           READ ARCHIVO-FERIADOS
           AT END
           MOVE "0" TO FIN-FERIADOS
           NOT AT END
           IF CANTIDAD-FERIADOS < MAXIMO-FERIADOS
           ADD 1 TO CANTIDAD-FERIADOS
           MOVE FERIADO-FECHA TO FERIADO-TABLA (CANTIDAD-FERIADOS)
           END-IF.

      *--- Regla 1: parejas de firmas ----------------------------------
       JUNTA-PAREJAS-DE-FIRMAS.
           MOVE ZEROES TO CANTIDAD-PAREJAS.
           OPEN INPUT ARCHIVO-COFIRMAS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-COFIRMA
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-COFIRMAS.
           OPEN INPUT ARCHIVO-RECIBOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-RECIBO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-RECIBOS.
           OPEN INPUT ARCHIVO-PRESTAMOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-PRESTAMO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-PRESTAMOS.
           OPEN INPUT ARCHIVO-CUADRES.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-CUADRE
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CUADRES.
           OPEN INPUT ARCHIVO-CONFIG-AUDITORIA.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-CAMBIO-CONFIGURACION
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CONFIG-AUDITORIA.

       LEE-COFIRMA.
           READ ARCHIVO-COFIRMAS
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF COFIRMA-FECHA-HORA (1:6) = PERIODO-DEL-REPORTE
           MOVE COFIRMA-OPERADOR TO FIRMA-OPERADOR
           MOVE COFIRMA-AUTORIZANTE TO FIRMA-AUTORIZANTE
           PERFORM SUMA-FIRMA
           END-IF.

       LEE-RECIBO.
           READ ARCHIVO-RECIBOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF RECIBO-FECHA-HORA (1:6) = PERIODO-DEL-REPORTE AND
              RECIBO-EMITIDO AND RECIBO-AUTORIZADO-POR NOT = SPACES
           MOVE RECIBO-OPERADOR TO FIRMA-OPERADOR
           MOVE RECIBO-AUTORIZADO-POR TO FIRMA-AUTORIZANTE
           PERFORM SUMA-FIRMA
           END-IF.

       LEE-PRESTAMO.
           READ ARCHIVO-PRESTAMOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF PRESTAMO-FECHA-HORA (1:6) = PERIODO-DEL-REPORTE AND
              PRESTAMO-AUTORIZADO-POR NOT = SPACES
           MOVE PRESTAMO-OPERADOR TO FIRMA-OPERADOR
           MOVE PRESTAMO-AUTORIZADO-POR TO FIRMA-AUTORIZANTE
           PERFORM SUMA-FIRMA
           END-IF.

       LEE-CUADRE.
           READ ARCHIVO-CUADRES
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF CUADRE-FECHA (1:6) = PERIODO-DEL-REPORTE AND
              CUADRE-FIRMADO-POR NOT = SPACES
           MOVE CUADRE-OPERADOR TO FIRMA-OPERADOR
           MOVE CUADRE-FIRMADO-POR TO FIRMA-AUTORIZANTE
           PERFORM SUMA-FIRMA
           END-IF.

      *Los cambios firmados terminan la descripcion con " FIRMA " y
      *el ID del segundo operador:
       LEE-CAMBIO-CONFIGURACION.
           READ ARCHIVO-CONFIG-AUDITORIA
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF CAUDIT-FECHA-HORA (1:6) = PERIODO-DEL-REPORTE
           MOVE SPACES TO PARTE-CAMBIO
           MOVE SPACES TO PARTE-FIRMA
           UNSTRING CAUDIT-DESCRIPCION DELIMITED BY " FIRMA "
               INTO PARTE-CAMBIO PARTE-FIRMA
           END-UNSTRING
           IF PARTE-FIRMA NOT = SPACES
           MOVE CAUDIT-OPERADOR TO FIRMA-OPERADOR
           MOVE PARTE-FIRMA (1:10) TO FIRMA-AUTORIZANTE
           PERFORM SUMA-FIRMA
           END-IF
           END-IF.

       SUMA-FIRMA.
           IF FIRMA-OPERADOR NOT = FIRMA-AUTORIZANTE
           MOVE "N" TO PAREJA-HALLADA
           PERFORM BUSCA-PAREJA
               VARYING INDICE-PAREJA FROM 1 BY 1
               UNTIL INDICE-PAREJA > CANTIDAD-PAREJAS
               OR PAREJA-HALLADA = "S"
           IF PAREJA-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-PAREJA
           ADD 1 TO PAR-TAB-CANTIDAD (INDICE-PAREJA)
           ELSE
           IF CANTIDAD-PAREJAS < MAXIMO-PAREJAS
           ADD 1 TO CANTIDAD-PAREJAS
           MOVE FIRMA-OPERADOR TO
               PAR-TAB-OPERADOR (CANTIDAD-PAREJAS)
           MOVE FIRMA-AUTORIZANTE TO
               PAR-TAB-AUTORIZANTE (CANTIDAD-PAREJAS)
           MOVE 1 TO PAR-TAB-CANTIDAD (CANTIDAD-PAREJAS)
           END-IF
           END-IF
           END-IF.

       BUSCA-PAREJA.
           IF PAR-TAB-OPERADOR (INDICE-PAREJA) = FIRMA-OPERADOR AND
              PAR-TAB-AUTORIZANTE (INDICE-PAREJA) = FIRMA-AUTORIZANTE
           MOVE "S" TO PAREJA-HALLADA
           END-IF.

      *Una pareja es hallazgo cuando el mismo autorizante firma casi
      *todo lo del operador; si ademas el operador firma lo del
      *autorizante, se firman mutuamente:
       EVALUA-PAREJA.
           IF PAR-TAB-CANTIDAD (INDICE-PAREJA) NOT < MINIMO-PAREJA
           MOVE ZEROES TO TOTAL-DEL-OPERADOR
           MOVE "N" TO HAY-RECIPROCA
           PERFORM SUMA-TOTAL-DEL-OPERADOR
               VARYING INDICE-OTRA FROM 1 BY 1
               UNTIL INDICE-OTRA > CANTIDAD-PAREJAS
           IF PAR-TAB-CANTIDAD (INDICE-PAREJA) * 100 NOT <
              PORCENTAJE-PAREJA * TOTAL-DEL-OPERADOR
           PERFORM INFORMA-PAREJA
           END-IF
           END-IF.

       SUMA-TOTAL-DEL-OPERADOR.
           IF PAR-TAB-OPERADOR (INDICE-OTRA) =
              PAR-TAB-OPERADOR (INDICE-PAREJA)
           ADD PAR-TAB-CANTIDAD (INDICE-OTRA) TO TOTAL-DEL-OPERADOR
           END-IF.
           IF PAR-TAB-OPERADOR (INDICE-OTRA) =
              PAR-TAB-AUTORIZANTE (INDICE-PAREJA) AND
              PAR-TAB-AUTORIZANTE (INDICE-OTRA) =
              PAR-TAB-OPERADOR (INDICE-PAREJA)
           MOVE "S" TO HAY-RECIPROCA
           END-IF.

       INFORMA-PAREJA.
           MOVE PAR-TAB-CANTIDAD (INDICE-PAREJA) TO CAMPO-CANTIDAD.
           MOVE TOTAL-DEL-OPERADOR TO CAMPO-TOTAL.
           MOVE SPACES TO TEXTO-EN-CURSO.
           IF HAY-RECIPROCA = "S"
           STRING PAR-TAB-AUTORIZANTE (INDICE-PAREJA)
                  " firmo " CAMPO-CANTIDAD " de sus " CAMPO-TOTAL
                  " operaciones con segundo operador; se firman "
                  "mutuamente"
                  DELIMITED BY SIZE INTO TEXTO-EN-CURSO
           ELSE
           STRING PAR-TAB-AUTORIZANTE (INDICE-PAREJA)
                  " firmo " CAMPO-CANTIDAD " de sus " CAMPO-TOTAL
                  " operaciones con segundo operador"
                  DELIMITED BY SIZE INTO TEXTO-EN-CURSO
           END-IF.
           MOVE PAR-TAB-OPERADOR (INDICE-PAREJA) TO HALLAZGO-OPERADOR.
           MOVE "1" TO REGLA-EN-CURSO.
           PERFORM GRABA-HALLAZGO.

      *--- Reglas 2 y 3 sobre la auditoria de clientes -----------------
       REVISA-AUDITORIA.
           MOVE ZEROES TO CANTIDAD-ALTAS.
           OPEN INPUT ARCHIVO-CLIENTES-LOG.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM REVISA-ACCION
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES-LOG.

       REVISA-ACCION.
           READ ARCHIVO-CLIENTES-LOG NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS
           IF LOG-FECHA-HORA (1:6) = PERIODO-DEL-REPORTE
           PERFORM ANOTA-ALTA
           PERFORM CONTROLA-ACCION-VINCULADA
           END-IF.

       ANOTA-ALTA.
           IF LOG-ALTA AND CANTIDAD-ALTAS < MAXIMO-ALTAS
           ADD 1 TO CANTIDAD-ALTAS
           MOVE LOG-CLIENTES-ID TO ALT-TAB-CLIENTES-ID (CANTIDAD-ALTAS)
           MOVE LOG-OPERADOR TO ALT-TAB-OPERADOR (CANTIDAD-ALTAS)
           MOVE LOG-FECHA-HORA (1:8) TO ALT-TAB-FECHA (CANTIDAD-ALTAS)
           MOVE "N" TO ALT-TAB-INFORMADA (CANTIDAD-ALTAS)
           END-IF.

       CONTROLA-ACCION-VINCULADA.
           MOVE LOG-OPERADOR TO FIRMA-OPERADOR.
           MOVE LOG-CLIENTES-ID TO CLIENTE-A-CONTROLAR.
           PERFORM BUSCA-VINCULO.
           IF VINCULO-HALLADO = "S"
           PERFORM ARMA-FECHA-Y-HORA-LOG
           MOVE SPACES TO TEXTO-EN-CURSO
           STRING "Accion " LOG-ACCION " sobre el cliente "
                  LOG-CLIENTES-ID " (" CAMPO-VINCULO ") el "
                  CAMPO-FECHA " " CAMPO-HORA
                  DELIMITED BY SIZE INTO TEXTO-EN-CURSO
           MOVE LOG-OPERADOR TO HALLAZGO-OPERADOR
           MOVE "3" TO REGLA-EN-CURSO
           PERFORM GRABA-HALLAZGO
           END-IF.

       ARMA-FECHA-Y-HORA-LOG.
           STRING LOG-FECHA-HORA (7:2) "/" LOG-FECHA-HORA (5:2) "/"
                  LOG-FECHA-HORA (1:4)
                  DELIMITED BY SIZE INTO CAMPO-FECHA.
           STRING LOG-FECHA-HORA (9:2) ":" LOG-FECHA-HORA (11:2)
                  DELIMITED BY SIZE INTO CAMPO-HORA.

      *Busca si el cliente es la cuenta propia del operador o la de
      *alguien de su hogar:
       BUSCA-VINCULO.
           MOVE "N" TO VINCULO-HALLADO.
           PERFORM COMPARA-VINCULO
               VARYING INDICE-VINCULO FROM 1 BY 1
               UNTIL INDICE-VINCULO > CANTIDAD-VINCULOS
               OR VINCULO-HALLADO = "S".
           IF VINCULO-HALLADO = "S"
           SUBTRACT 1 FROM INDICE-VINCULO
           IF VIN-TAB-TIPO (INDICE-VINCULO) = "P"
           MOVE "cuenta propia" TO CAMPO-VINCULO
           ELSE
           MOVE "de su hogar" TO CAMPO-VINCULO
           END-IF
           END-IF.

       COMPARA-VINCULO.
           IF VIN-TAB-OPERADOR (INDICE-VINCULO) = FIRMA-OPERADOR AND
              VIN-TAB-CLIENTES-ID (INDICE-VINCULO) = CLIENTE-A-CONTROLAR
           MOVE "S" TO VINCULO-HALLADO
           END-IF.

      *--- Reglas 2, 3 y 4 sobre el ledger -----------------------------
       REVISA-LEDGER.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM REVISA-MOVIMIENTO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.

      *Los renglones de arrastre del cierre y las revaluaciones los
      *genera el sistema, no un operador:
       REVISA-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS
           IF MOVIMIENTO-FECHA-HORA (1:6) = PERIODO-DEL-REPORTE AND
              NOT MOVIMIENTO-SALDO-ANTERIOR AND
              NOT MOVIMIENTO-REVALUACION
           PERFORM ARMA-FECHA-Y-HORA-MOVIMIENTO
           MOVE MOVIMIENTO-IMPORTE TO CAMPO-IMPORTE
           PERFORM CONTROLA-ALTA-DEL-DIA
           PERFORM CONTROLA-MOVIMIENTO-VINCULADO
           PERFORM CONTROLA-HORARIO
           END-IF.

       ARMA-FECHA-Y-HORA-MOVIMIENTO.
           STRING MOVIMIENTO-FECHA-HORA (7:2) "/"
                  MOVIMIENTO-FECHA-HORA (5:2) "/"
                  MOVIMIENTO-FECHA-HORA (1:4)
                  DELIMITED BY SIZE INTO CAMPO-FECHA.
           STRING MOVIMIENTO-FECHA-HORA (9:2) ":"
                  MOVIMIENTO-FECHA-HORA (11:2)
                  DELIMITED BY SIZE INTO CAMPO-HORA.

       CONTROLA-ALTA-DEL-DIA.
           MOVE "N" TO ALTA-HALLADA.
           PERFORM COMPARA-ALTA
               VARYING INDICE-ALTA FROM 1 BY 1
               UNTIL INDICE-ALTA > CANTIDAD-ALTAS
               OR ALTA-HALLADA = "S".
           IF ALTA-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-ALTA
           MOVE "S" TO ALT-TAB-INFORMADA (INDICE-ALTA)
           MOVE SPACES TO TEXTO-EN-CURSO
           STRING "Dio de alta al cliente " MOVIMIENTO-CLIENTES-ID
                  " y le asento " CAMPO-IMPORTE " el mismo dia ("
                  CAMPO-FECHA " " CAMPO-HORA ", tipo "
                  MOVIMIENTO-TIPO ")"
                  DELIMITED BY SIZE INTO TEXTO-EN-CURSO
           MOVE MOVIMIENTO-OPERADOR TO HALLAZGO-OPERADOR
           MOVE "2" TO REGLA-EN-CURSO
           PERFORM GRABA-HALLAZGO
           END-IF.

       COMPARA-ALTA.
           IF ALT-TAB-CLIENTES-ID (INDICE-ALTA) =
              MOVIMIENTO-CLIENTES-ID AND
              ALT-TAB-OPERADOR (INDICE-ALTA) = MOVIMIENTO-OPERADOR AND
              ALT-TAB-FECHA (INDICE-ALTA) =
              MOVIMIENTO-FECHA-HORA (1:8) AND
              ALT-TAB-INFORMADA (INDICE-ALTA) = "N"
           MOVE "S" TO ALTA-HALLADA
           END-IF.

       CONTROLA-MOVIMIENTO-VINCULADO.
           MOVE MOVIMIENTO-OPERADOR TO FIRMA-OPERADOR.
           MOVE MOVIMIENTO-CLIENTES-ID TO CLIENTE-A-CONTROLAR.
           PERFORM BUSCA-VINCULO.
           IF VINCULO-HALLADO = "S"
           MOVE SPACES TO TEXTO-EN-CURSO
           STRING "Movimiento " CAMPO-IMPORTE " tipo "
                  MOVIMIENTO-TIPO " al cliente " MOVIMIENTO-CLIENTES-ID
                  " (" CAMPO-VINCULO ") el " CAMPO-FECHA " "
                  CAMPO-HORA
                  DELIMITED BY SIZE INTO TEXTO-EN-CURSO
           MOVE MOVIMIENTO-OPERADOR TO HALLAZGO-OPERADOR
           MOVE "3" TO REGLA-EN-CURSO
           PERFORM GRABA-HALLAZGO
           END-IF.

      *Solo los movimientos que tipea un operador: manuales, de caja
      *y transferencias entre clientes:
       CONTROLA-HORARIO.
           MOVE MOVIMIENTO-IMPORTE TO IMPORTE-ABSOLUTO.
           IF IMPORTE-ABSOLUTO < ZERO
           COMPUTE IMPORTE-ABSOLUTO = ZERO - IMPORTE-ABSOLUTO
           END-IF.
           IF (MOVIMIENTO-MANUAL OR MOVIMIENTO-DEPOSITO-CAJA OR
               MOVIMIENTO-EXTRACCION-CAJA OR
               MOVIMIENTO-TRANSFERENCIA) AND
              IMPORTE-ABSOLUTO NOT < UMBRAL-SEGUNDO-OPERADOR AND
              MOVIMIENTO-FECHA-HORA (1:12) NUMERIC
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO FECHA-EVALUADA
           MOVE MOVIMIENTO-FECHA-HORA (9:4) TO HORA-DEL-MOVIMIENTO
           PERFORM COMPRUEBA-DIA-HABIL
           IF ES-HABIL = "N"
           MOVE SPACES TO TEXTO-EN-CURSO
           STRING "Movimiento " CAMPO-IMPORTE " tipo "
                  MOVIMIENTO-TIPO " al cliente " MOVIMIENTO-CLIENTES-ID
                  " en dia no habil: " CAMPO-FECHA " " CAMPO-HORA
                  DELIMITED BY SIZE INTO TEXTO-EN-CURSO
           MOVE MOVIMIENTO-OPERADOR TO HALLAZGO-OPERADOR
           MOVE "4" TO REGLA-EN-CURSO
           PERFORM GRABA-HALLAZGO
           ELSE
           IF HORA-DEL-MOVIMIENTO < HORA-APERTURA OR
              HORA-DEL-MOVIMIENTO NOT < HORA-CIERRE
           MOVE SPACES TO TEXTO-EN-CURSO
           STRING "Movimiento " CAMPO-IMPORTE " tipo "
                  MOVIMIENTO-TIPO " al cliente " MOVIMIENTO-CLIENTES-ID
                  " fuera de horario: " CAMPO-FECHA " " CAMPO-HORA
                  DELIMITED BY SIZE INTO TEXTO-EN-CURSO
           MOVE MOVIMIENTO-OPERADOR TO HALLAZGO-OPERADOR
           MOVE "4" TO REGLA-EN-CURSO
           PERFORM GRABA-HALLAZGO
           END-IF
           END-IF
           END-IF.

      *Misma regla que Fecha-valor: habil es de lunes a viernes y no
      *figura en el calendario. El dia 1 del calendario interno de
      *INTEGER-OF-DATE fue lunes:
       COMPRUEBA-DIA-HABIL.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-EVALUADA).
           COMPUTE DIA-DE-SEMANA =
               FUNCTION MOD(DIAS-ENTERO - 1, 7) + 1.
           IF DIA-DE-SEMANA > 5
           MOVE "N" TO ES-HABIL
           ELSE
           MOVE "S" TO ES-HABIL
           PERFORM BUSCA-FERIADO
               VARYING INDICE-FERIADO FROM 1 BY 1
               UNTIL INDICE-FERIADO > CANTIDAD-FERIADOS
               OR ES-HABIL = "N"
           END-IF.

       BUSCA-FERIADO.
           IF FERIADO-TABLA (INDICE-FERIADO) = FECHA-EVALUADA
           MOVE "N" TO ES-HABIL
           END-IF.

      *--- Hallazgos ---------------------------------------------------
       GRABA-HALLAZGO.
           MOVE REGLA-EN-CURSO TO HALLAZGO-REGLA.
           MOVE TEXTO-EN-CURSO TO HALLAZGO-TEXTO.
           WRITE HALLAZGO-REGISTRO.
           EVALUATE REGLA-EN-CURSO
               WHEN "1"
                   ADD 1 TO CONTADOR-REGLA-1
               WHEN "2"
                   ADD 1 TO CONTADOR-REGLA-2
               WHEN "3"
                   ADD 1 TO CONTADOR-REGLA-3
               WHEN "4"
                   ADD 1 TO CONTADOR-REGLA-4
           END-EVALUATE.

      *Un bloque por operador, con sus hallazgos en orden de regla:
       IMPRIME-HALLAZGOS.
           MOVE SPACES TO OPERADOR-EN-CURSO.
           MOVE ZEROES TO HALLAZGOS-DEL-OPERADOR.
           OPEN INPUT ARCHIVO-HALLAZGOS-ORDENADOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM IMPRIME-UN-HALLAZGO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-HALLAZGOS-ORDENADOS.
           PERFORM CIERRA-OPERADOR.
           IF CONTADOR-OPERADORES = ZEROES
           MOVE SPACES TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           MOVE "Sin hallazgos en el periodo." TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

       IMPRIME-UN-HALLAZGO.
           READ ARCHIVO-HALLAZGOS-ORDENADOS
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF ORDENADO-OPERADOR NOT = OPERADOR-EN-CURSO
           PERFORM CIERRA-OPERADOR
           PERFORM ABRE-OPERADOR
           END-IF
           ADD 1 TO HALLAZGOS-DEL-OPERADOR
           STRING "  [" ORDENADO-REGLA "] " ORDENADO-TEXTO
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL.

       ABRE-OPERADOR.
           MOVE ORDENADO-OPERADOR TO OPERADOR-EN-CURSO.
           MOVE ZEROES TO HALLAZGOS-DEL-OPERADOR.
           ADD 1 TO CONTADOR-OPERADORES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Operador " OPERADOR-EN-CURSO
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       CIERRA-OPERADOR.
           IF OPERADOR-EN-CURSO NOT = SPACES
           MOVE HALLAZGOS-DEL-OPERADOR TO CAMPO-CANTIDAD
           STRING "  Hallazgos del operador: " CAMPO-CANTIDAD
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
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

       END PROGRAM Revisar-segregacion-funciones.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Corrida mensual de debito automatico: recorre las
      *          facturas pendientes que vencen hasta el periodo
      *          pedido (AAAAMM) de los clientes con adhesion activa
      *          y arma el archivo de cobranza de ancho fijo para el
      *          banco, con registro de cabecera y de cola (cantidad
      *          e importe total), igual que Extracto-contable. Cada
      *          factura presentada queda en debitos.dat para no
      *          volver a presentarla mientras el banco no conteste.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Generar-debitos-automaticos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Facturas emitidas:
       COPY "DataBaseFacturas.cbl".
      *Adhesiones al debito automatico:
       COPY "DataBaseAdhesiones.cbl".
      *Debitos presentados al banco:
       COPY "DataBaseDebitos.cbl".
      *Archivo de cobranza fechado para el banco:
       SELECT ARCHIVO-COBRANZA
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-COBRANZA
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataFacturas.cbl".
       COPY "DataAdhesiones.cbl".
       COPY "DataDebitos.cbl".

       FD  ARCHIVO-COBRANZA.
           01 COBRANZA-LINEA PIC X(80).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  FACTURAS-STATUS PIC XX.
       77  ADHESIONES-STATUS PIC XX.
       77  DEBITOS-STATUS PIC XX.
       77  FIN-DE-FACTURAS PIC X.
       77  ADHESION-VIGENTE PIC X.
       77  DEBITO-EXISTE PIC X.
       77  NOMBRE-ARCHIVO-COBRANZA PIC X(30).
       77  PERIODO-PEDIDO PIC X(6).
       77  FECHA-GENERACION PIC X(8).
       77  CONTADOR-PRESENTADAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-YA-PRESENTADAS PIC 9(7) VALUE ZEROES.
       01  IMPORTE-A-DEBITAR PIC S9(7)V99 COMP-3.
       01  TOTAL-PRESENTADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
      *Campos de armado de los renglones de ancho fijo:
       01  LINEA-CABECERA.
           05 FILLER PIC X(1) VALUE "H".
           05 CAB-FECHA-GENERACION PIC X(8).
           05 CAB-PERIODO PIC X(6).
           05 FILLER PIC X(65) VALUE SPACES.
       01  LINEA-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 DET-FACTURA PIC 9(8).
           05 DET-CLIENTES-ID PIC X(6).
           05 DET-BANCO PIC X(3).
           05 DET-CBU PIC X(22).
           05 DET-IMPORTE PIC 9(9)V99.
           05 DET-VENCIMIENTO PIC X(8).
           05 FILLER PIC X(21) VALUE SPACES.
       01  LINEA-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 COLA-CANTIDAD PIC 9(7).
           05 COLA-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== DEBITO AUTOMATICO: ARCHIVO DE COBRANZA =====".
           DISPLAY "Periodo a presentar (AAAAMM): ".
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO NUMERIC
           PERFORM GENERA-COBRANZA
           ELSE
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           END-IF.
           GOBACK.

       GENERA-COBRANZA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-GENERACION.
           MOVE SPACES TO NOMBRE-ARCHIVO-COBRANZA.
           STRING
               "debitos_" DELIMITED BY SIZE
               PERIODO-PEDIDO DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FECHA-GENERACION DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-COBRANZA
           END-STRING.
           OPEN INPUT ARCHIVO-FACTURAS.
           OPEN INPUT ARCHIVO-ADHESIONES.
           OPEN I-O ARCHIVO-DEBITOS.
           OPEN OUTPUT ARCHIVO-COBRANZA.
           MOVE FECHA-GENERACION TO CAB-FECHA-GENERACION.
           MOVE PERIODO-PEDIDO TO CAB-PERIODO.
           WRITE COBRANZA-LINEA FROM LINEA-CABECERA.
           MOVE "1" TO FIN-DE-FACTURAS.
           PERFORM LEE-SIGUIENTE-FACTURA.
           PERFORM PROCESA-FACTURA
           UNTIL FIN-DE-FACTURAS = "0".
           MOVE CONTADOR-PRESENTADAS TO COLA-CANTIDAD.
           MOVE TOTAL-PRESENTADO TO COLA-TOTAL.
           WRITE COBRANZA-LINEA FROM LINEA-COLA.
           CLOSE ARCHIVO-COBRANZA.
           CLOSE ARCHIVO-DEBITOS.
           CLOSE ARCHIVO-ADHESIONES.
           CLOSE ARCHIVO-FACTURAS.
           MOVE TOTAL-PRESENTADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Facturas presentadas: " CONTADOR-PRESENTADAS
                   "  por " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Facturas ya presentadas o con rechazo sin "
                   "gestionar (salteadas): " CONTADOR-YA-PRESENTADAS.
           DISPLAY "Archivo de cobranza grabado en "
                   NOMBRE-ARCHIVO-COBRANZA ".".

       LEE-SIGUIENTE-FACTURA.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-FACTURAS.

      *Entra la factura pendiente que vence hasta el periodo pedido,
      *con saldo por cobrar, de un cliente con adhesion activa cuyo
      *mandato ya estaba firmado:
       PROCESA-FACTURA.
           IF FACTURA-PENDIENTE AND
              FACTURA-VENCIMIENTO (1:6) NOT > PERIODO-PEDIDO
           COMPUTE IMPORTE-A-DEBITAR =
               FACTURA-IMPORTE - FACTURA-COBRADO
           IF IMPORTE-A-DEBITAR > ZERO
           PERFORM BUSCA-ADHESION-VIGENTE
           IF ADHESION-VIGENTE = "S"
           PERFORM PRESENTA-SI-CORRESPONDE
           END-IF
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-FACTURA.

       BUSCA-ADHESION-VIGENTE.
           MOVE "N" TO ADHESION-VIGENTE.
           MOVE FACTURA-CLIENTES-ID TO ADHESION-CLIENTES-ID.
           READ ARCHIVO-ADHESIONES RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF ADHESION-ACTIVA AND
              ADHESION-FECHA-MANDATO NOT > FECHA-GENERACION
           MOVE "S" TO ADHESION-VIGENTE
           END-IF
           END-READ.

      *Una factura ya presentada se vuelve a presentar solo si el
      *operador la marco para representar desde la lista de
      *rechazos; enviada, cobrada, rechazada o gestionada se saltea:
       PRESENTA-SI-CORRESPONDE.
           MOVE FACTURA-NUMERO TO DEBITO-FACTURA-NUMERO.
           MOVE "S" TO DEBITO-EXISTE.
           READ ARCHIVO-DEBITOS RECORD
           INVALID KEY
           MOVE "N" TO DEBITO-EXISTE
           END-READ.
           IF DEBITO-EXISTE = "S" AND NOT DEBITO-A-REPRESENTAR
           ADD 1 TO CONTADOR-YA-PRESENTADAS
           ELSE
           PERFORM ESCRIBE-RENGLON-DEBITO
           PERFORM REGISTRA-DEBITO-ENVIADO
           END-IF.

       ESCRIBE-RENGLON-DEBITO.
           MOVE FACTURA-NUMERO TO DET-FACTURA.
           MOVE FACTURA-CLIENTES-ID TO DET-CLIENTES-ID.
           MOVE ADHESION-BANCO TO DET-BANCO.
           MOVE ADHESION-CBU TO DET-CBU.
           MOVE IMPORTE-A-DEBITAR TO DET-IMPORTE.
           MOVE FACTURA-VENCIMIENTO TO DET-VENCIMIENTO.
           WRITE COBRANZA-LINEA FROM LINEA-DETALLE.
           ADD 1 TO CONTADOR-PRESENTADAS.
           ADD IMPORTE-A-DEBITAR TO TOTAL-PRESENTADO.

       REGISTRA-DEBITO-ENVIADO.
           MOVE FACTURA-NUMERO TO DEBITO-FACTURA-NUMERO.
           MOVE FACTURA-CLIENTES-ID TO DEBITO-CLIENTES-ID.
           MOVE IMPORTE-A-DEBITAR TO DEBITO-IMPORTE.
           MOVE FECHA-GENERACION TO DEBITO-FECHA-ENVIO.
           MOVE "E" TO DEBITO-ESTADO.
           MOVE SPACES TO DEBITO-CODIGO-RECHAZO.
           MOVE SPACES TO DEBITO-FECHA-RESPUESTA.
           MOVE SPACES TO DEBITO-GESTIONADO-POR.
           IF DEBITO-EXISTE = "S"
           REWRITE DEBITO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el debito de la factura "
                   FACTURA-NUMERO "."
           END-REWRITE
           ELSE
           WRITE DEBITO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el debito de la factura "
                   FACTURA-NUMERO "."
           END-WRITE
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Generar-debitos-automaticos.

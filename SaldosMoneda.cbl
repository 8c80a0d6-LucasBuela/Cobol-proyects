      * Purpose: Resumen de saldos por moneda: totaliza los saldos de
      *          los clientes activos agrupados por su moneda y
      *          convierte cada subtotal a la moneda base con las
      *          tasas de cambio, para que un total entre paises
      *          no sume pesos con dolares como si fueran lo mismo.
      *          Se puede pedir a una fecha de corte pasada: el saldo
      *          de cada cliente sale del ledger a ese dia y cada
      *          moneda se convierte con la tasa que regia entonces
      *          segun el historial de tasas (Tasa-de-cambio).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBase.cbl".
      *Tasas de conversion a la moneda base:
       COPY "DataBaseMonedas.cbl".
      *Ledger de movimientos, para el saldo a una fecha pasada:
       COPY "DataBaseMovimientos.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".
      *Archivo importado.
       COPY "Data.cbl".
       COPY "DataMonedas.cbl".
       COPY "DataMovimientos.cbl".

       COPY "DataEntrenamiento.cbl".

       77  TOTAL-BASE PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  HAY-SIN-TASA PIC X VALUE "N".
       77  SALDO-MUESTRA PIC -(11)9.99.
      *Fecha de corte del resumen y saldo de cada cliente a ese dia:
       77  FECHA-DE-CORTE PIC X(8).
       77  FECHA-DE-HOY PIC X(8).
       77  CORTE-EN-EL-PASADO PIC X VALUE "N".
       77  FIN-DE-MOVIMIENTOS PIC X.
       77  HUBO-MOVIMIENTO-AL-CORTE PIC X.
       01  SALDO-AL-CORTE PIC S9(9)V99 COMP-3 VALUE ZERO.
       COPY "DataTasaConsulta.cbl".
       77  CONVERTIDO-MUESTRA PIC -(13)9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM PIDE-FECHA-DE-CORTE.
           PERFORM CARGA-TABLA-DE-TASAS.
           PERFORM RECORRE-CLIENTES.
           PERFORM MUESTRA-RESUMEN.
           GOBACK.

      *En blanco (o una fecha invalida) el corte es hoy y se usa el
      *saldo actual de cada cliente, como siempre:
       PIDE-FECHA-DE-CORTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
           MOVE SPACES TO FECHA-DE-CORTE.
           DISPLAY "Fecha de corte (AAAAMMDD, blanco = hoy): ".
           ACCEPT FECHA-DE-CORTE.
           IF FECHA-DE-CORTE = SPACES
           MOVE FECHA-DE-HOY TO FECHA-DE-CORTE
           END-IF.
           IF FECHA-DE-CORTE NOT NUMERIC
           DISPLAY "Fecha invalida, se toma el dia de hoy."
           MOVE FECHA-DE-HOY TO FECHA-DE-CORTE
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
              FECHA-DE-CORTE)) NOT = ZERO
           DISPLAY "Fecha invalida, se toma el dia de hoy."
           MOVE FECHA-DE-HOY TO FECHA-DE-CORTE
           END-IF
           END-IF.
           IF FECHA-DE-CORTE < FECHA-DE-HOY
           MOVE "S" TO CORTE-EN-EL-PASADO
           END-IF.

      *Primero entran a la tabla las monedas de monedas.dat, con la
      *tasa que regia a la fecha de corte; las que aparezcan en
      *clientes y no esten en monedas.dat se suman igual a su propio
      *subtotal, y si tampoco tienen tasa a esa fecha quedan fuera
      *del total convertido y se avisa.
       CARGA-TABLA-DE-TASAS.
           OPEN INPUT ARCHIVO-MONEDAS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE MONEDA-CODIGO TO
               DETALLE-CODIGO (CANTIDAD-MONEDAS)
           PERFORM TOMA-TASA-AL-CORTE
           MOVE ZEROES TO DETALLE-CLIENTES (CANTIDAD-MONEDAS)
           MOVE ZERO TO DETALLE-SALDO (CANTIDAD-MONEDAS)
           ELSE
           END-IF.
           PERFORM LEE-SIGUIENTE-TASA.

      *La tasa de la moneda de la ultima entrada de la tabla, a la
      *fecha de corte:
       TOMA-TASA-AL-CORTE.
           MOVE DETALLE-CODIGO (CANTIDAD-MONEDAS) TO
               CONSULTA-TASA-MONEDA.
           MOVE FECHA-DE-CORTE TO CONSULTA-TASA-FECHA.
           CALL "Tasa-de-cambio" USING TASA-CONSULTA.
           IF TASA-CONSULTA-HALLADA
           MOVE CONSULTA-TASA-VALOR TO DETALLE-TASA (CANTIDAD-MONEDAS)
           MOVE "S" TO DETALLE-CON-TASA (CANTIDAD-MONEDAS)
           ELSE
           MOVE ZERO TO DETALLE-TASA (CANTIDAD-MONEDAS)
           MOVE "N" TO DETALLE-CON-TASA (CANTIDAD-MONEDAS)
           END-IF.

       RECORRE-CLIENTES.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           IF CORTE-EN-EL-PASADO = "S"
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO
           END-IF.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-CLIENTE.
           PERFORM ACUMULA-CLIENTE
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES.
           IF CORTE-EN-EL-PASADO = "S"
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO
           END-IF.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           IF MONEDA-DEL-REGISTRO = SPACE
           MOVE "ARS" TO MONEDA-DEL-REGISTRO
           END-IF
           MOVE CLIENTES-SALDO TO SALDO-AL-CORTE
           IF CORTE-EN-EL-PASADO = "S"
           PERFORM CALCULA-SALDO-AL-CORTE
           END-IF
           PERFORM SUMA-EN-TABLA
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

      *Mismo criterio que Clasificar-deudores: el saldo al corte es
      *el resultante del ultimo renglon del ledger hasta ese dia;
      *sin renglones anteriores se reconstruye del primero
      *posterior, y sin ledger queda el saldo del cliente:
       CALCULA-SALDO-AL-CORTE.
           MOVE "N" TO HUBO-MOVIMIENTO-AL-CORTE.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-MOVIMIENTOS
           END-START.
           PERFORM RASTREA-MOVIMIENTO
           UNTIL FIN-DE-MOVIMIENTOS = "0".

       RASTREA-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           ELSE
           IF MOVIMIENTO-FECHA-HORA (1:8) > FECHA-DE-CORTE
           IF HUBO-MOVIMIENTO-AL-CORTE = "N"
           COMPUTE SALDO-AL-CORTE =
               MOVIMIENTO-SALDO-RESULTANTE - MOVIMIENTO-IMPORTE
           END-IF
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           ELSE
           MOVE "S" TO HUBO-MOVIMIENTO-AL-CORTE
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO SALDO-AL-CORTE
           END-IF
           END-IF
           END-READ.

       SUMA-EN-TABLA.
           MOVE "N" TO MONEDA-HALLADA.
           PERFORM COMPARA-MONEDA-TABLA
       COMPARA-MONEDA-TABLA.
           IF DETALLE-CODIGO (INDICE-MONEDA) = MONEDA-DEL-REGISTRO
           ADD 1 TO DETALLE-CLIENTES (INDICE-MONEDA)
           ADD SALDO-AL-CORTE TO DETALLE-SALDO (INDICE-MONEDA)
           MOVE "S" TO MONEDA-HALLADA
           END-IF.

      *La moneda base no necesita figurar en monedas.dat: su tasa
      *es 1 por definicion (Tasa-de-cambio la devuelve asi).
       AGREGA-MONEDA-SIN-TASA.
           IF CANTIDAD-MONEDAS < MAXIMO-MONEDAS
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE MONEDA-DEL-REGISTRO TO
               DETALLE-CODIGO (CANTIDAD-MONEDAS)
           PERFORM TOMA-TASA-AL-CORTE
           MOVE 1 TO DETALLE-CLIENTES (CANTIDAD-MONEDAS)
           MOVE SALDO-AL-CORTE TO DETALLE-SALDO (CANTIDAD-MONEDAS)
           ELSE
           DISPLAY "Tabla de monedas llena, no se acumula: "
                   MONEDA-DEL-REGISTRO
       MUESTRA-RESUMEN.
           DISPLAY " ".
           DISPLAY "===== SALDOS POR MONEDA =====".
           DISPLAY "Al " FECHA-DE-CORTE (7:2) "/" FECHA-DE-CORTE (5:2)
                   "/" FECHA-DE-CORTE (1:4).
           DISPLAY "MONEDA  CLIENTES  SALDO          EN ARS".
           PERFORM MUESTRA-DETALLE-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
           MOVE TOTAL-BASE TO CONVERTIDO-MUESTRA.
           DISPLAY "Total convertido a ARS: " CONVERTIDO-MUESTRA.
           IF HAY-SIN-TASA = "S"
           DISPLAY "Atencion: hay monedas sin tasa a la fecha de "
                   "corte; sus saldos no entran en el total "
                   "convertido."
           END-IF.

      *Solo se muestran las monedas con algun cliente: las que

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Consulta de los prestamos personales de un cliente:
      *          lista sus prestamos con el saldo de capital y las
      *          cuotas cobradas, muestra el cronograma de uno con el
      *          estado de cada cuota y, si se pide, reimprime el
      *          contrato con su cronograma para el cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consultar-prestamos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Prestamos personales y sus cuotas:
       COPY "DataBasePrestamos.cbl".
       COPY "DataBaseCuotas.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataPrestamos.cbl".
       COPY "DataCuotas.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  PRESTAMOS-STATUS PIC XX.
       77  CUOTAS-STATUS PIC XX.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-NUMERO-PRESTAMO PIC X(8).
       77  NUMERO-PRESTAMO-CONTRATO PIC 9(8).
       77  FIN-DE-PRESTAMOS PIC X.
       77  FIN-DE-CUOTAS PIC X.
       77  PRESTAMOS-DEL-CLIENTE PIC 9(3).
       77  PRESTAMO-ELEGIDO PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-IMPRIMIR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-SALDO-MUESTRA PIC Z(6)9.99.
       77  CAMPO-TASA-MUESTRA PIC ZZ9.99.
       77  DESCRIPCION-ESTADO PIC X(9).
       01  LINEA-CRONOGRAMA.
           05 CRON-NUMERO PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CRON-VENCIMIENTO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-CAPITAL PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-INTERES PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-ESTADO PIC X(16).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== PRESTAMOS PERSONALES DEL CLIENTE =====".
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           OPEN INPUT ARCHIVO-PRESTAMOS.
           OPEN INPUT ARCHIVO-CUOTAS.
           PERFORM LISTA-PRESTAMOS-CLIENTE.
           MOVE "N" TO PRESTAMO-ELEGIDO.
           IF PRESTAMOS-DEL-CLIENTE > ZEROES
           PERFORM ELIGE-PRESTAMO
           END-IF.
           IF PRESTAMO-ELEGIDO = "S"
           PERFORM MUESTRA-CRONOGRAMA
           END-IF.
           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-CUOTAS.
      *El contrato se imprime con los archivos ya cerrados, porque
      *la rutina de impresion los abre por su cuenta:
           IF PRESTAMO-ELEGIDO = "S"
           MOVE "¿Reimprime el contrato con el cronograma (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-IMPRIMIR
           IF SI-A-IMPRIMIR = "S"
           CALL "Imprimir-contrato-prestamo"
               USING NUMERO-PRESTAMO-CONTRATO
           END-IF
           END-IF.
           GOBACK.

      *Recorre los prestamos del cliente por la clave alterna:
       LISTA-PRESTAMOS-CLIENTE.
           MOVE ZEROES TO PRESTAMOS-DEL-CLIENTE.
           MOVE CAMPO-CLIENTES-ID TO PRESTAMO-CLIENTES-ID.
           START ARCHIVO-PRESTAMOS KEY IS = PRESTAMO-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-PRESTAMOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-PRESTAMOS
           END-START.
           PERFORM MUESTRA-SIGUIENTE-PRESTAMO
           UNTIL FIN-DE-PRESTAMOS = "0".
           IF PRESTAMOS-DEL-CLIENTE = ZEROES
           DISPLAY "El cliente no tiene prestamos."
           END-IF.

       MUESTRA-SIGUIENTE-PRESTAMO.
           READ ARCHIVO-PRESTAMOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PRESTAMOS
           NOT AT END
           IF PRESTAMO-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           MOVE "0" TO FIN-DE-PRESTAMOS
           ELSE
           PERFORM MUESTRA-PRESTAMO
           END-IF
           END-READ.

       MUESTRA-PRESTAMO.
           ADD 1 TO PRESTAMOS-DEL-CLIENTE.
           IF PRESTAMO-CANCELADO
           MOVE "CANCELADO" TO DESCRIPCION-ESTADO
           ELSE
           MOVE "VIGENTE" TO DESCRIPCION-ESTADO
           END-IF.
           MOVE PRESTAMO-CAPITAL TO CAMPO-IMPORTE-MUESTRA.
           MOVE PRESTAMO-SALDO-CAPITAL TO CAMPO-SALDO-MUESTRA.
           MOVE PRESTAMO-TASA-ANUAL TO CAMPO-TASA-MUESTRA.
           DISPLAY "  Prestamo " PRESTAMO-NUMERO "  capital "
                   CAMPO-IMPORTE-MUESTRA "  TNA " CAMPO-TASA-MUESTRA
                   " %  cuotas " PRESTAMO-CUOTAS-COBRADAS "/"
                   PRESTAMO-CUOTAS "  adeuda " CAMPO-SALDO-MUESTRA
                   "  " DESCRIPCION-ESTADO.

       ELIGE-PRESTAMO.
           DISPLAY "Numero de prestamo para ver su cronograma "
                   "(vacio para salir): ".
           ACCEPT CAMPO-NUMERO-PRESTAMO.
           IF CAMPO-NUMERO-PRESTAMO NOT = SPACES
           IF FUNCTION TRIM(CAMPO-NUMERO-PRESTAMO) NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-NUMERO-PRESTAMO)
               TO PRESTAMO-NUMERO
           READ ARCHIVO-PRESTAMOS RECORD
           INVALID KEY
           DISPLAY "No existe ese prestamo."
           NOT INVALID KEY
           IF PRESTAMO-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           DISPLAY "El prestamo no es de este cliente."
           ELSE
           MOVE "S" TO PRESTAMO-ELEGIDO
           MOVE PRESTAMO-NUMERO TO NUMERO-PRESTAMO-CONTRATO
           END-IF
           END-READ
           ELSE
           DISPLAY "Numero de prestamo invalido."
           END-IF
           END-IF.

       MUESTRA-CRONOGRAMA.
           DISPLAY " ".
           DISPLAY "Cuota  Vencimiento     Capital     Interes  "
                   "     Cuota  Estado".
           MOVE PRESTAMO-NUMERO TO CUOTA-PRESTAMO-NUMERO.
           MOVE ZEROES TO CUOTA-NUMERO.
           START ARCHIVO-CUOTAS KEY IS NOT LESS CUOTA-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-CUOTAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CUOTAS
           END-START.
           PERFORM MUESTRA-SIGUIENTE-CUOTA
           UNTIL FIN-DE-CUOTAS = "0".

       MUESTRA-SIGUIENTE-CUOTA.
           READ ARCHIVO-CUOTAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CUOTAS
           NOT AT END
           IF CUOTA-PRESTAMO-NUMERO NOT = PRESTAMO-NUMERO
           MOVE "0" TO FIN-DE-CUOTAS
           ELSE
           PERFORM MUESTRA-CUOTA
           END-IF
           END-READ.

       MUESTRA-CUOTA.
           MOVE CUOTA-NUMERO TO CRON-NUMERO.
           MOVE SPACES TO CRON-VENCIMIENTO.
           STRING CUOTA-VENCIMIENTO (7:2) "/" CUOTA-VENCIMIENTO (5:2)
                  "/" CUOTA-VENCIMIENTO (1:4)
                  DELIMITED BY SIZE INTO CRON-VENCIMIENTO
           END-STRING.
           MOVE CUOTA-CAPITAL TO CRON-CAPITAL.
           MOVE CUOTA-INTERES TO CRON-INTERES.
           MOVE CUOTA-IMPORTE TO CRON-IMPORTE.
           MOVE SPACES TO CRON-ESTADO.
           IF CUOTA-COBRADA
           STRING "COBRADA " CUOTA-FECHA-COBRO
                  DELIMITED BY SIZE INTO CRON-ESTADO
           END-STRING
           ELSE
           IF CUOTA-VENCIDA-IMPAGA
           MOVE "VENCIDA IMPAGA" TO CRON-ESTADO
           ELSE
           MOVE "PENDIENTE" TO CRON-ESTADO
           END-IF
           END-IF.
           DISPLAY LINEA-CRONOGRAMA.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Consultar-prestamos.

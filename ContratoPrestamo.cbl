      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida que imprime el contrato de un
      *          prestamo personal con su cronograma de cuotas en
      *          contrato_prestamo.prn, para la firma del cliente. La
      *          llaman Otorgar-prestamo al otorgarlo y
      *          Consultar-prestamos para reimprimirlo; el que llama
      *          pasa el numero de prestamo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Imprimir-contrato-prestamo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Prestamos personales y sus cuotas:
       COPY "DataBasePrestamos.cbl".
       COPY "DataBaseCuotas.cbl".
      *Contrato impreso para la firma:
       SELECT OPTIONAL ARCHIVO-CONTRATO
       ASSIGN TO "contrato_prestamo.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataPrestamos.cbl".
       COPY "DataCuotas.cbl".

       FD  ARCHIVO-CONTRATO.
           01 LINEA-CONTRATO PIC X(90).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PRESTAMOS-STATUS PIC XX.
       77  CUOTAS-STATUS PIC XX.
       77  FIN-DE-CUOTAS PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-TASA-MUESTRA PIC ZZ9.99.
       01  LINEA-SEPARADORA PIC X(78) VALUE ALL "=".
      *Renglon del cronograma:
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
           05 CRON-SALDO PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-ESTADO PIC X(1).

       LINKAGE SECTION.
       01  CONTRATO-PRESTAMO-NUMERO PIC 9(8).

       PROCEDURE DIVISION USING CONTRATO-PRESTAMO-NUMERO.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           OPEN INPUT ARCHIVO-PRESTAMOS.
           MOVE CONTRATO-PRESTAMO-NUMERO TO PRESTAMO-NUMERO.
           READ ARCHIVO-PRESTAMOS RECORD
           INVALID KEY
           DISPLAY "No existe el prestamo " CONTRATO-PRESTAMO-NUMERO
                   ", no se imprimio el contrato."
           NOT INVALID KEY
           PERFORM IMPRIME-CONTRATO
           END-READ.
           CLOSE ARCHIVO-PRESTAMOS.
           GOBACK.

       IMPRIME-CONTRATO.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE PRESTAMO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACES TO CLIENTES-NOMBRE CLIENTES-APELLIDO
               CLIENTES-DNI CLIENTES-DIRECCION
           END-READ.
           CLOSE ARCHIVO-CLIENTES.
           OPEN OUTPUT ARCHIVO-CONTRATO.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM IMPRIME-CONDICIONES.
           PERFORM IMPRIME-CRONOGRAMA.
           PERFORM IMPRIME-FIRMAS.
           CLOSE ARCHIVO-CONTRATO.
           DISPLAY "Contrato del prestamo " PRESTAMO-NUMERO
                   " grabado en contrato_prestamo.prn.".

       IMPRIME-ENCABEZADO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "CONTRATO DE PRESTAMO PERSONAL NRO. " PRESTAMO-NUMERO
                  DELIMITED BY SIZE INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE LINEA-SEPARADORA TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING
               "Fecha de otorgamiento: " DELIMITED BY SIZE
               PRESTAMO-FECHA-HORA (7:2) "/" PRESTAMO-FECHA-HORA (5:2)
               "/" PRESTAMO-FECHA-HORA (1:4) DELIMITED BY SIZE
               "  Operador: " DELIMITED BY SIZE
               FUNCTION TRIM(PRESTAMO-OPERADOR) DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING
               "Deudor: " DELIMITED BY SIZE
               PRESTAMO-CLIENTES-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
               "  DNI: " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DNI) DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING
               "Domicilio: " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DIRECCION) DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.

       IMPRIME-CONDICIONES.
           MOVE PRESTAMO-CAPITAL TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "Capital prestado: ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE PRESTAMO-TASA-ANUAL TO CAMPO-TASA-MUESTRA.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "Tasa nominal anual: " CAMPO-TASA-MUESTRA " %"
                  "  (sistema de amortizacion frances)"
                  DELIMITED BY SIZE INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE PRESTAMO-IMPORTE-CUOTA TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "Cuotas mensuales: " PRESTAMO-CUOTAS
                  " de ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "Fecha de inicio: " PRESTAMO-FECHA-INICIO (7:2) "/"
                  PRESTAMO-FECHA-INICIO (5:2) "/"
                  PRESTAMO-FECHA-INICIO (1:4)
                  DELIMITED BY SIZE INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE "El capital se acredita en la cuenta del deudor. Cada "
               TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE "cuota se debita de esa cuenta en su vencimiento; si "
               TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE "el saldo disponible no alcanza, la cuota queda "
               TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE "vencida impaga y se debita apenas haya fondos."
               TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.

       IMPRIME-CRONOGRAMA.
           MOVE "CRONOGRAMA DE CUOTAS" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE "Cuota  Vencimiento     Capital     Interes  "
               TO LINEA-CONTRATO.
           MOVE "     Cuota  Saldo capital" TO LINEA-CONTRATO (45:).
           WRITE LINEA-CONTRATO.
           MOVE LINEA-SEPARADORA TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           OPEN INPUT ARCHIVO-CUOTAS.
           MOVE PRESTAMO-NUMERO TO CUOTA-PRESTAMO-NUMERO.
           MOVE ZEROES TO CUOTA-NUMERO.
           START ARCHIVO-CUOTAS KEY IS NOT LESS CUOTA-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-CUOTAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CUOTAS
           END-START.
           PERFORM IMPRIME-SIGUIENTE-CUOTA
           UNTIL FIN-DE-CUOTAS = "0".
           CLOSE ARCHIVO-CUOTAS.
           MOVE SPACES TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.

       IMPRIME-SIGUIENTE-CUOTA.
           READ ARCHIVO-CUOTAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CUOTAS
           NOT AT END
           IF CUOTA-PRESTAMO-NUMERO NOT = PRESTAMO-NUMERO
           MOVE "0" TO FIN-DE-CUOTAS
           ELSE
           PERFORM IMPRIME-RENGLON-CUOTA
           END-IF
           END-READ.

       IMPRIME-RENGLON-CUOTA.
           MOVE CUOTA-NUMERO TO CRON-NUMERO.
           MOVE SPACES TO CRON-VENCIMIENTO.
           STRING CUOTA-VENCIMIENTO (7:2) "/" CUOTA-VENCIMIENTO (5:2)
                  "/" CUOTA-VENCIMIENTO (1:4)
                  DELIMITED BY SIZE INTO CRON-VENCIMIENTO
           END-STRING.
           MOVE CUOTA-CAPITAL TO CRON-CAPITAL.
           MOVE CUOTA-INTERES TO CRON-INTERES.
           MOVE CUOTA-IMPORTE TO CRON-IMPORTE.
           MOVE CUOTA-SALDO-CAPITAL TO CRON-SALDO.
           MOVE CUOTA-ESTADO TO CRON-ESTADO.
           WRITE LINEA-CONTRATO FROM LINEA-CRONOGRAMA.

       IMPRIME-FIRMAS.
           MOVE SPACES TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE "______________________        ______________________"
               TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE "   Firma del deudor              Por la entidad"
               TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Imprimir-contrato-prestamo.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Conversion por unica vez del ledger de movimientos
      *          al layout con la fecha valor y la cadena de hash al
      *          final de cada renglon. El ledger grabado antes se
      *          relee con su layout de entonces (misma clave), se
      *          rearma en un archivo de trabajo con los campos nuevos
      *          en blanco (el renglon vale desde su fecha de
      *          imputacion y queda fuera de la verificacion de la
      *          cadena, que arranca con el primer movimiento nuevo) y
      *          se reconstruye. Un marcador impide correrla dos
      *          veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir-ledger-campos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *El ledger en su layout nuevo, el del copybook:
       COPY "DataBaseMovimientos.cbl".
      *El mismo ledger con el layout sin fecha valor ni cadena:
       SELECT OPTIONAL ARCHIVO-LEDGER-VIEJO
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOVIMIENTOS
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS LVIEJO-CLAVE.
      *Archivo de trabajo entre pasadas:
       SELECT ARCHIVO-TRABAJO
       ASSIGN TO "conversion_ledger_campos.tmp"
       ORGANIZATION SEQUENTIAL.
      *Marcador de conversion ya corrida:
       SELECT OPTIONAL ARCHIVO-MARCA-LEDGER
       ASSIGN TO "conversion_ledger_campos.flg"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS MARCA-LEDGER-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataMovimientos.cbl".

       FD  ARCHIVO-LEDGER-VIEJO.
           01 LVIEJO-REGISTRO.
              05 LVIEJO-CLAVE.
                 10 LVIEJO-CLIENTES-ID PIC X(6).
                 10 LVIEJO-FECHA-HORA PIC X(21).
                 10 LVIEJO-SECUENCIA PIC 9(3).
              05 LVIEJO-OPERADOR PIC X(10).
              05 LVIEJO-IMPORTE PIC S9(7)V99 COMP-3.
              05 LVIEJO-SALDO-RESULTANTE PIC S9(7)V99 COMP-3.
              05 LVIEJO-TIPO PIC X(1).
              05 LVIEJO-CONCEPTO PIC X(30).

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(200).

       FD  ARCHIVO-MARCA-LEDGER.
           01 MARCA-LEDGER-REGISTRO PIC X(10).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  MARCA-LEDGER-STATUS PIC XX.
       77  CONVERSION-HECHA PIC X.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CONTADOR-CONVERTIDOS PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CONVERSION DEL LEDGER A LOS CAMPOS NUEVOS "
                   "=====".
           PERFORM COMPRUEBA-MARCA.
           IF CONVERSION-HECHA = "S"
           DISPLAY "La conversion ya se corrio en esta instalacion "
                   "(existe conversion_ledger_campos.flg), no se "
                   "repite."
           ELSE
           PERFORM CONVIERTE-LEDGER
           PERFORM GRABA-MARCA
           DISPLAY "Movimientos convertidos: " CONTADOR-CONVERTIDOS
           END-IF.
           GOBACK.

       COMPRUEBA-MARCA.
           MOVE "N" TO CONVERSION-HECHA.
           OPEN INPUT ARCHIVO-MARCA-LEDGER.
           IF MARCA-LEDGER-STATUS = "00"
           READ ARCHIVO-MARCA-LEDGER
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CONVERSION-HECHA
           END-READ
           END-IF.
           CLOSE ARCHIVO-MARCA-LEDGER.

       GRABA-MARCA.
           OPEN OUTPUT ARCHIVO-MARCA-LEDGER.
           MOVE "CONVERTIDO" TO MARCA-LEDGER-REGISTRO.
           WRITE MARCA-LEDGER-REGISTRO.
           CLOSE ARCHIVO-MARCA-LEDGER.

       CONVIERTE-LEDGER.
           OPEN INPUT ARCHIVO-LEDGER-VIEJO.
           OPEN OUTPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-LEDGER-VIEJO.
           PERFORM PASA-MOVIMIENTO-A-TRABAJO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-LEDGER-VIEJO.
           CLOSE ARCHIVO-TRABAJO.
           OPEN OUTPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN INPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-TRABAJO.
           PERFORM GRABA-MOVIMIENTO-NUEVO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-TRABAJO.
           DELETE FILE ARCHIVO-TRABAJO.

       LEE-LEDGER-VIEJO.
           READ ARCHIVO-LEDGER-VIEJO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       PASA-MOVIMIENTO-A-TRABAJO.
           MOVE SPACE TO MOVIMIENTO-REGISTRO.
           MOVE LVIEJO-CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE LVIEJO-FECHA-HORA TO MOVIMIENTO-FECHA-HORA.
           MOVE LVIEJO-SECUENCIA TO MOVIMIENTO-SECUENCIA.
           MOVE LVIEJO-OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE LVIEJO-IMPORTE TO MOVIMIENTO-IMPORTE.
           MOVE LVIEJO-SALDO-RESULTANTE TO
               MOVIMIENTO-SALDO-RESULTANTE.
           MOVE LVIEJO-TIPO TO MOVIMIENTO-TIPO.
           MOVE LVIEJO-CONCEPTO TO MOVIMIENTO-CONCEPTO.
      *Fecha valor y cadena en blanco, como las leen los programas en
      *un renglon anterior a ellas:
           MOVE SPACES TO MOVIMIENTO-FECHA-VALOR.
           MOVE SPACES TO MOVIMIENTO-CADENA.
           MOVE SPACES TO TRABAJO-REGISTRO.
           MOVE MOVIMIENTO-REGISTRO TO
               TRABAJO-REGISTRO (1:LENGTH OF MOVIMIENTO-REGISTRO).
           WRITE TRABAJO-REGISTRO.
           ADD 1 TO CONTADOR-CONVERTIDOS.
           PERFORM LEE-LEDGER-VIEJO.

       LEE-TRABAJO.
           READ ARCHIVO-TRABAJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       GRABA-MOVIMIENTO-NUEVO.
           MOVE TRABAJO-REGISTRO (1:LENGTH OF MOVIMIENTO-REGISTRO)
               TO MOVIMIENTO-REGISTRO.
           WRITE MOVIMIENTO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el movimiento del cliente: "
                   MOVIMIENTO-CLIENTES-ID " " MOVIMIENTO-FECHA-HORA.
           PERFORM LEE-TRABAJO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Convertir-ledger-campos.

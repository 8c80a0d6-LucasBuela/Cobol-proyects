      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Paso nocturno que acredita los cheques en canje cuya
      *          fecha de acreditacion ya llego: pasan de "P" a "A" en
      *          cheques.dat y desde ese momento dejan de descontarse
      *          del saldo disponible del cliente. El saldo contable
      *          no se toca, el credito ya se asento al depositar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acreditar-cheques.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cheques depositados por ventanilla:
       COPY "DataBaseCheques.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCheques.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  PASO-CONTADOR-STATUS PIC XX.
       77  CHEQUES-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-CHEQUES PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  CONTADOR-ACREDITADOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-EN-CANJE PIC 9(6) VALUE ZEROES.
       01  TOTAL-ACREDITADO PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(9).99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           DISPLAY " ".
           DISPLAY "===== ACREDITACION DE CHEQUES EN CANJE =====".
           OPEN I-O ARCHIVO-CHEQUES.
           IF CHEQUES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de cheques, status: "
                   CHEQUES-STATUS
           END-IF.
           MOVE "1" TO FIN-DE-CHEQUES.
           PERFORM LEE-SIGUIENTE-CHEQUE.
           PERFORM PROCESA-CHEQUE
           UNTIL FIN-DE-CHEQUES = "0".
           CLOSE ARCHIVO-CHEQUES.
           MOVE TOTAL-ACREDITADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Cheques acreditados: " CONTADOR-ACREDITADOS
                   "  por " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Cheques que siguen en canje: " CONTADOR-EN-CANJE.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi (la de la corrida que
      *se esta cerrando, aunque la reanudacion cruce la medianoche);
      *corriendo a mano se usa la fecha del dia:
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

       LEE-SIGUIENTE-CHEQUE.
           READ ARCHIVO-CHEQUES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CHEQUES.

      *Solo se mira lo que sigue en canje; un cheque ya acreditado o
      *rechazado no cambia mas en este paso:
       PROCESA-CHEQUE.
           IF CHEQUE-EN-CANJE
           IF CHEQUE-FECHA-ACREDITACION NOT > FECHA-DE-CORRIDA
           PERFORM ACREDITA-CHEQUE
           ELSE
           ADD 1 TO CONTADOR-EN-CANJE
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CHEQUE.

       ACREDITA-CHEQUE.
           MOVE "A" TO CHEQUE-ESTADO.
           REWRITE CHEQUE-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el cheque del recibo "
                   CHEQUE-RECIBO-NUMERO "."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-ACREDITADOS
           ADD CHEQUE-IMPORTE TO TOTAL-ACREDITADO
           END-REWRITE.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-ACREDITADOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Acreditar-cheques.

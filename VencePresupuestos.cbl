      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Vencimiento nocturno de presupuestos: cada
      *          presupuesto abierto cuya fecha de validez ya paso se
      *          marca como vencido, para que deje de poder aceptarse
      *          y cuente como perdido en el reporte de conversion.
      *          Corre como paso de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vencer-presupuestos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Presupuestos:
       COPY "DataBasePresupuestos.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataPresupuestos.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  PRESUPUESTOS-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-PRESUPUESTOS PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-VENCIDOS PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           DISPLAY " ".
           DISPLAY "===== VENCIMIENTO DE PRESUPUESTOS =====".
           OPEN I-O ARCHIVO-PRESUPUESTOS.
           MOVE "1" TO FIN-DE-PRESUPUESTOS.
           IF PRESUPUESTOS-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-PRESUPUESTOS
           ELSE
           PERFORM LEE-SIGUIENTE-PRESUPUESTO
           END-IF.
           PERFORM PROCESA-PRESUPUESTO
           UNTIL FIN-DE-PRESUPUESTOS = "0".
           CLOSE ARCHIVO-PRESUPUESTOS.
           DISPLAY "Presupuestos leidos:  " CONTADOR-LEIDOS.
           DISPLAY "Presupuestos vencidos: " CONTADOR-VENCIDOS.
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

       LEE-SIGUIENTE-PRESUPUESTO.
           READ ARCHIVO-PRESUPUESTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PRESUPUESTOS.

      *El presupuesto vale todo el dia de su validez, asi que vence
      *recien en la corrida de un dia posterior:
       PROCESA-PRESUPUESTO.
           ADD 1 TO CONTADOR-LEIDOS.
           IF PRESUPUESTO-ABIERTO AND
              PRESUPUESTO-VALIDEZ < FECHA-DE-CORRIDA
           PERFORM VENCE-PRESUPUESTO
           END-IF.
           PERFORM LEE-SIGUIENTE-PRESUPUESTO.

       VENCE-PRESUPUESTO.
           MOVE "V" TO PRESUPUESTO-ESTADO.
           MOVE FECHA-DE-CORRIDA TO PRESUPUESTO-FECHA-CIERRE.
           REWRITE PRESUPUESTO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el presupuesto "
                   PRESUPUESTO-NUMERO "."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-VENCIDOS
           END-REWRITE.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Vencer-presupuestos.

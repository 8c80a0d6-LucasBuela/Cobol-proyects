      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida que atribuye a las campanas de
      *          marketing lo que pasa con sus clientes objetivo: si
      *          el cliente esta en la lista de una campana en curso
      *          (hoy entre su fecha desde y su fecha hasta), un
      *          contacto queda como contactado, preguntando si el
      *          cliente respondio a la campana, y un producto nuevo
      *          (plazo fijo, prestamo) queda como conversion. Un
      *          cliente que no es objetivo de ninguna campana pasa
      *          sin preguntar nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Atribuir-campana.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Campanas y sus listas de objetivos:
       COPY "DataBaseCampanas.cbl".
       COPY "DataBaseCampanaObjetivos.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCampanas.cbl".
       COPY "DataCampanaObjetivos.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CAMPANAS-STATUS PIC XX.
       77  CAMPANA-OBJETIVOS-STATUS PIC XX.
       77  FIN-DE-OBJETIVOS PIC X.
       77  CAMPANA-EN-CURSO PIC X.
       77  FECHA-HOY PIC X(8).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.

       LINKAGE SECTION.
       COPY "DataCampanaAtribucion.cbl".

       PROCEDURE DIVISION USING ATRIBUCION-CAMPANA.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE SPACES TO ATRIBUCION-CAMPANA-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           OPEN I-O ARCHIVO-CAMPANA-OBJETIVOS.
           MOVE "0" TO FIN-DE-OBJETIVOS.
           IF CAMPANA-OBJETIVOS-STATUS = "00"
           MOVE ATRIBUCION-CLIENTES-ID TO OBJETIVO-CLIENTES-ID
           START ARCHIVO-CAMPANA-OBJETIVOS
               KEY IS EQUAL TO OBJETIVO-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-OBJETIVOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-OBJETIVOS
           END-START
           END-IF.
           IF FIN-DE-OBJETIVOS = "1"
           OPEN INPUT ARCHIVO-CAMPANAS
           PERFORM REVISA-OBJETIVO
           UNTIL FIN-DE-OBJETIVOS = "0"
           CLOSE ARCHIVO-CAMPANAS
           END-IF.
           CLOSE ARCHIVO-CAMPANA-OBJETIVOS.
           GOBACK.

      *Un cliente puede estar en varias campanas a la vez; el hecho
      *se atribuye a todas las que estan en curso:
       REVISA-OBJETIVO.
           READ ARCHIVO-CAMPANA-OBJETIVOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-OBJETIVOS
           NOT AT END
           IF OBJETIVO-CLIENTES-ID NOT = ATRIBUCION-CLIENTES-ID
           MOVE "0" TO FIN-DE-OBJETIVOS
           ELSE
           PERFORM COMPRUEBA-CAMPANA-EN-CURSO
           IF CAMPANA-EN-CURSO = "S"
           PERFORM ATRIBUYE-A-CAMPANA
           END-IF
           END-IF
           END-READ.

       COMPRUEBA-CAMPANA-EN-CURSO.
           MOVE "N" TO CAMPANA-EN-CURSO.
           MOVE OBJETIVO-CAMPANA TO CAMPANA-CODIGO.
           READ ARCHIVO-CAMPANAS RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF FECHA-HOY NOT < CAMPANA-FECHA-DESDE AND
              FECHA-HOY NOT > CAMPANA-FECHA-HASTA
           MOVE "S" TO CAMPANA-EN-CURSO
           END-IF
           END-READ.

      *Cuenta el primer contacto, la primera respuesta y la primera
      *conversion; tomar un producto es tambien responder:
       ATRIBUYE-A-CAMPANA.
           IF ATRIBUCION-CAMPANA-ID = SPACES
           MOVE OBJETIVO-CAMPANA TO ATRIBUCION-CAMPANA-ID
           END-IF.
           IF ATRIBUCION-CONTACTO
           IF OBJETIVO-FECHA-CONTACTO = SPACES
           MOVE FECHA-HOY TO OBJETIVO-FECHA-CONTACTO
           END-IF
           IF OBJETIVO-FECHA-RESPUESTA = SPACES
           PERFORM PREGUNTA-RESPUESTA
           END-IF
           ELSE
           IF OBJETIVO-FECHA-CONVERSION = SPACES
           MOVE FECHA-HOY TO OBJETIVO-FECHA-CONVERSION
           MOVE ATRIBUCION-PRODUCTO TO OBJETIVO-PRODUCTO
           END-IF
           IF OBJETIVO-FECHA-RESPUESTA = SPACES
           MOVE FECHA-HOY TO OBJETIVO-FECHA-RESPUESTA
           END-IF
           END-IF.
           REWRITE OBJETIVO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el objetivo de campana, status: "
                   CAMPANA-OBJETIVOS-STATUS
           END-REWRITE.

       PREGUNTA-RESPUESTA.
           DISPLAY "El cliente es objetivo de la campana "
                   FUNCTION TRIM(CAMPANA-CODIGO) " - "
                   FUNCTION TRIM(CAMPANA-NOMBRE) ".".
           MOVE "¿El cliente respondio a la campana (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.
           IF SI-A-GRABAR = "S"
           MOVE FECHA-HOY TO OBJETIVO-FECHA-RESPUESTA
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Atribuir-campana.

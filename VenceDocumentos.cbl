      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Control nocturno de vencimiento de documentos: los
      *          documentos de clientes que vencen dentro de los dias
      *          de aviso configurados (o que ya vencieron sin aviso)
      *          se informan y el cliente entra en la cola de
      *          contactos para que alguien le pida la copia nueva.
      *          Cada vencimiento se avisa una sola vez. Despues
      *          revisa a cada cliente en operatoria y anota en
      *          documentacion_estado.dat desde cuando le falta o se
      *          le vencio un documento obligatorio, fecha desde la
      *          que corre la gracia para bloquear sus debitos. Corre
      *          como paso de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Avisar-documentos-por-vencer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Documentos por cliente y plazos:
       COPY "DataBaseDocumentos.cbl".
       COPY "DataBaseDocumentosConfig.cbl".
       COPY "DataBaseDocumentacionEstado.cbl".
      *Cola de contactos pendientes:
       COPY "DataBaseColaContactos.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataDocumentos.cbl".
       COPY "DataDocumentosConfig.cbl".
       COPY "DataDocumentacionEstado.cbl".
       COPY "DataColaContactos.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  DOCUMENTOS-STATUS PIC XX.
       77  CONFIG-DOCUMENTOS-STATUS PIC XX.
       77  DOCUMENTACION-ESTADO-STATUS PIC XX.
       77  FIN-DE-CLIENTES PIC X.
       77  DOCUMENTACION-EN-FALTA PIC X.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-DOCUMENTOS PIC X.
       77  FIN-DE-COLA PIC X.
       77  YA-EN-COLA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  FECHA-AVISO PIC X(8).
       77  DIAS-ENTERO PIC 9(8).
       77  DIAS-AVISO PIC 9(3) VALUE 30.
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-AVISADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-ENCOLADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CLIENTES PIC 9(7) VALUE ZEROES.
       77  CONTADOR-EN-FALTA PIC 9(7) VALUE ZEROES.
       77  CONTADOR-NUEVOS-EN-FALTA PIC 9(7) VALUE ZEROES.
       77  CONTADOR-AL-DIA PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           PERFORM LEE-CONFIGURACION.
           DISPLAY " ".
           DISPLAY "===== DOCUMENTOS POR VENCER =====".
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FECHA-DE-CORRIDA))
               + DIAS-AVISO.
           COMPUTE DIAS-ENTERO = FUNCTION DATE-OF-INTEGER(DIAS-ENTERO).
           MOVE DIAS-ENTERO TO FECHA-AVISO.
           DISPLAY "Se avisan los vencimientos hasta el "
                   FECHA-AVISO (7:2) "/" FECHA-AVISO (5:2) "/"
                   FECHA-AVISO (1:4) ".".
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN I-O ARCHIVO-DOCUMENTOS.
           MOVE "1" TO FIN-DE-DOCUMENTOS.
           IF DOCUMENTOS-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-DOCUMENTOS
           ELSE
           PERFORM LEE-SIGUIENTE-DOCUMENTO
           END-IF.
           PERFORM REVISA-DOCUMENTO
           UNTIL FIN-DE-DOCUMENTOS = "0".
           DISPLAY "Documentos leidos:       " CONTADOR-LEIDOS.
           DISPLAY "Vencimientos avisados:   " CONTADOR-AVISADOS.
           DISPLAY "Clientes encolados:      " CONTADOR-ENCOLADOS.
           PERFORM REVISA-CLIENTES.
           CLOSE ARCHIVO-DOCUMENTOS.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Clientes revisados:      " CONTADOR-CLIENTES.
           DISPLAY "En falta con documentos: " CONTADOR-EN-FALTA
                   " (nuevos: " CONTADOR-NUEVOS-EN-FALTA ")".
           DISPLAY "Puestos al dia:          " CONTADOR-AL-DIA.
           ADD CONTADOR-CLIENTES TO CONTADOR-LEIDOS.
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

       LEE-CONFIGURACION.
           OPEN INPUT ARCHIVO-CONFIG-DOCUMENTOS.
           IF CONFIG-DOCUMENTOS-STATUS = "00"
           READ ARCHIVO-CONFIG-DOCUMENTOS
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-DIAS-AVISO NUMERIC
           MOVE CONFIG-DIAS-AVISO TO DIAS-AVISO
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-DOCUMENTOS.

       LEE-SIGUIENTE-DOCUMENTO.
           READ ARCHIVO-DOCUMENTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-DOCUMENTOS.

      *Un documento sin vencimiento, ya avisado por esta misma fecha
      *o de un cliente dado de baja no se avisa:
       REVISA-DOCUMENTO.
           ADD 1 TO CONTADOR-LEIDOS.
           IF DOC-FECHA-VENCIMIENTO NOT = SPACES AND
              DOC-FECHA-VENCIMIENTO NOT > FECHA-AVISO AND
              DOC-AVISO-VENCIMIENTO NOT = DOC-FECHA-VENCIMIENTO
           MOVE DOC-CLIENTES-ID TO CLIENTES-ID
           MOVE "S" TO REGISTRO-ENCONTRADO
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ
           IF REGISTRO-ENCONTRADO = "S" AND NOT CLIENTE-INACTIVO
           PERFORM AVISA-VENCIMIENTO
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-DOCUMENTO.

       AVISA-VENCIMIENTO.
           ADD 1 TO CONTADOR-AVISADOS.
           IF DOC-FECHA-VENCIMIENTO < FECHA-DE-CORRIDA
           DISPLAY "VENCIDO:    " DOC-CLIENTES-ID " " DOC-TIPO " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) "  vencio el "
                   DOC-FECHA-VENCIMIENTO (7:2) "/"
                   DOC-FECHA-VENCIMIENTO (5:2) "/"
                   DOC-FECHA-VENCIMIENTO (1:4)
           ELSE
           DISPLAY "Por vencer: " DOC-CLIENTES-ID " " DOC-TIPO " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) "  vence el "
                   DOC-FECHA-VENCIMIENTO (7:2) "/"
                   DOC-FECHA-VENCIMIENTO (5:2) "/"
                   DOC-FECHA-VENCIMIENTO (1:4)
           END-IF.
           PERFORM ENCOLA-PENDIENTE.
           MOVE DOC-FECHA-VENCIMIENTO TO DOC-AVISO-VENCIMIENTO.
           REWRITE DOCUMENTO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el documento " DOC-CLIENTES-ID
                   " " DOC-TIPO ", status: " DOCUMENTOS-STATUS
           END-REWRITE.

      *Misma cola que llena Reporte-inactividad; si el cliente ya
      *tiene una entrada pendiente no se duplica:
       ENCOLA-PENDIENTE.
           PERFORM COMPRUEBA-EN-COLA.
           IF YA-EN-COLA = "N"
           OPEN EXTEND ARCHIVO-COLA-CONTACTOS
           MOVE SPACES TO COLA-REGISTRO
           MOVE CLIENTES-ID TO COLA-CLIENTES-ID
           MOVE FECHA-DE-CORRIDA TO COLA-FECHA-DETECTADO
           MOVE "P" TO COLA-ESTADO
           WRITE COLA-REGISTRO
           CLOSE ARCHIVO-COLA-CONTACTOS
           ADD 1 TO CONTADOR-ENCOLADOS
           END-IF.

       COMPRUEBA-EN-COLA.
           MOVE "N" TO YA-EN-COLA.
           OPEN INPUT ARCHIVO-COLA-CONTACTOS.
           MOVE "1" TO FIN-DE-COLA.
           PERFORM BUSCA-PENDIENTE-EN-COLA
           UNTIL FIN-DE-COLA = "0".
           CLOSE ARCHIVO-COLA-CONTACTOS.

       BUSCA-PENDIENTE-EN-COLA.
           READ ARCHIVO-COLA-CONTACTOS
           AT END
           MOVE "0" TO FIN-DE-COLA
           NOT AT END
           IF COLA-CLIENTES-ID = CLIENTES-ID AND COLA-PENDIENTE
           MOVE "S" TO YA-EN-COLA
           MOVE "0" TO FIN-DE-COLA
           END-IF.

      *Segunda pasada, por clientes: una baja o un prospecto sin
      *cuenta no se revisan:
       REVISA-CLIENTES.
           OPEN I-O ARCHIVO-DOCUMENTACION-ESTADO.
           MOVE "1" TO FIN-DE-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           MOVE "0" TO FIN-DE-CLIENTES
           ELSE
           MOVE LOW-VALUES TO CLIENTES-ID
           START ARCHIVO-CLIENTES KEY IS NOT LESS THAN CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-CLIENTES
           END-START
           END-IF.
           IF FIN-DE-CLIENTES = "1"
           PERFORM LEE-SIGUIENTE-CLIENTE
           END-IF.
           PERFORM REVISA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-DOCUMENTACION-ESTADO.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

       REVISA-CLIENTE.
           IF NOT CLIENTE-INACTIVO AND NOT CLIENTE-PROSPECTO
           ADD 1 TO CONTADOR-CLIENTES
           PERFORM REVISA-DOCUMENTOS-OBLIGATORIOS
           PERFORM ACTUALIZA-ESTADO-DOCUMENTACION
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

      *En falta si le falta alguno de los tres obligatorios o si
      *alguno ya vencio:
       REVISA-DOCUMENTOS-OBLIGATORIOS.
           MOVE "N" TO DOCUMENTACION-EN-FALTA.
           MOVE "DNI" TO DOC-TIPO.
           PERFORM REVISA-UN-DOCUMENTO.
           MOVE "DOM" TO DOC-TIPO.
           PERFORM REVISA-UN-DOCUMENTO.
           MOVE "ING" TO DOC-TIPO.
           PERFORM REVISA-UN-DOCUMENTO.

       REVISA-UN-DOCUMENTO.
           MOVE CLIENTES-ID TO DOC-CLIENTES-ID.
           READ ARCHIVO-DOCUMENTOS RECORD
           INVALID KEY
           MOVE "S" TO DOCUMENTACION-EN-FALTA
           NOT INVALID KEY
           IF DOC-FECHA-VENCIMIENTO NOT = SPACES AND
              DOC-FECHA-VENCIMIENTO < FECHA-DE-CORRIDA
           MOVE "S" TO DOCUMENTACION-EN-FALTA
           END-IF
           END-READ.

      *La fecha de incumplimiento se graba la primera vez y no se
      *toca mientras siga en falta; al ponerse al dia se borra:
       ACTUALIZA-ESTADO-DOCUMENTACION.
           MOVE CLIENTES-ID TO DOCEST-CLIENTES-ID.
           READ ARCHIVO-DOCUMENTACION-ESTADO
           INVALID KEY
           IF DOCUMENTACION-EN-FALTA = "S"
           ADD 1 TO CONTADOR-EN-FALTA
           ADD 1 TO CONTADOR-NUEVOS-EN-FALTA
           MOVE CLIENTES-ID TO DOCEST-CLIENTES-ID
           MOVE FECHA-DE-CORRIDA TO DOCEST-FECHA-INCUMPLE
           WRITE DOCEST-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el estado de documentacion de "
                   CLIENTES-ID ", status: "
                   DOCUMENTACION-ESTADO-STATUS
           END-WRITE
           END-IF
           NOT INVALID KEY
           IF DOCUMENTACION-EN-FALTA = "S"
           ADD 1 TO CONTADOR-EN-FALTA
           ELSE
           ADD 1 TO CONTADOR-AL-DIA
           DELETE ARCHIVO-DOCUMENTACION-ESTADO RECORD
           INVALID KEY
           DISPLAY "Error borrando el estado de documentacion de "
                   CLIENTES-ID ", status: "
                   DOCUMENTACION-ESTADO-STATUS
           END-DELETE
           END-IF
           END-READ.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Avisar-documentos-por-vencer.

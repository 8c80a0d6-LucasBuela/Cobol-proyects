      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de saldo disponible: el saldo del
      *          cliente menos lo retenido por embargos vigentes y lo
      *          que esta en canje (cheques sin acreditar), y si un
      *          debito entra sin tocar nada de eso ni pasar el limite
      *          de descubierto, si la cuenta esta inmovilizada y si
      *          esta bloqueada por documentacion vencida.
      *          Todos los caminos que debitan la llaman, asi la regla
      *          vive en un solo lugar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Saldo-disponible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Embargos judiciales por cliente:
       COPY "DataBaseEmbargos.cbl".
      *Cheques depositados, con su estado de canje:
       COPY "DataBaseCheques.cbl".
      *Actividad e inmovilizacion de cuentas:
       COPY "DataBaseInmovilizacion.cbl".
      *Documentos de clientes, su estado y los plazos de gracia:
       COPY "DataBaseDocumentos.cbl".
       COPY "DataBaseDocumentacionEstado.cbl".
       COPY "DataBaseDocumentosConfig.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataEmbargos.cbl".
       COPY "DataCheques.cbl".
       COPY "DataInmovilizacion.cbl".
       COPY "DataDocumentos.cbl".
       COPY "DataDocumentacionEstado.cbl".
       COPY "DataDocumentosConfig.cbl".

       WORKING-STORAGE SECTION.
       77  EMBARGOS-STATUS PIC XX.
       77  FIN-DE-EMBARGOS PIC X.
       77  CHEQUES-STATUS PIC XX.
       77  FIN-DE-CHEQUES PIC X.
       77  INMOVILIZACION-STATUS PIC XX.
       77  DOCUMENTOS-STATUS PIC XX.
       77  DOCUMENTACION-ESTADO-STATUS PIC XX.
       77  CONFIG-DOCUMENTOS-STATUS PIC XX.
       77  DIAS-GRACIA PIC 9(3).
       77  BLOQUEA-DEBITOS PIC X.
       77  DOCUMENTACION-EN-FALTA PIC X.
       77  FECHA-FIN-GRACIA PIC X(8).
       77  DIAS-ENTERO PIC 9(8).
       77  FECHA-HOY PIC X(8).
       01  SALDO-DESPUES-DEBITO PIC S9(8)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       COPY "DataDisponible.cbl".

       PROCEDURE DIVISION USING DISPONIBLE-CONSULTA.
       EMPIEZA-PROGRAMA.
           MOVE ZERO TO DISPONIBLE-RETENIDO.
           MOVE ZERO TO DISPONIBLE-EN-CANJE.
           MOVE SPACE TO DISPONIBLE-RESULTADO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           PERFORM SUMA-EMBARGOS-DEL-CLIENTE.
           PERFORM SUMA-CHEQUES-EN-CANJE.
           PERFORM COMPRUEBA-INMOVILIZACION.
           PERFORM COMPRUEBA-DOCUMENTACION.
           COMPUTE DISPONIBLE-SALDO-LIBRE =
               DISPONIBLE-SALDO - DISPONIBLE-RETENIDO
               - DISPONIBLE-EN-CANJE.
      *Con un embargo vigente el descubierto no corre: lo retenido
      *tiene que quedar cubierto por saldo propio del cliente. Lo
      *que esta en canje se suma al piso, porque esta en el saldo
      *contable pero todavia no se puede gastar:
           IF DISPONIBLE-RETENIDO > ZERO
           MOVE DISPONIBLE-RETENIDO TO DISPONIBLE-PISO
           ELSE
           MOVE DISPONIBLE-LIMITE TO DISPONIBLE-PISO
           END-IF.
           ADD DISPONIBLE-EN-CANJE TO DISPONIBLE-PISO.
           IF DISPONIBLE-DEBITO > ZERO
           PERFORM CONTROLA-DEBITO
           END-IF.
           GOBACK.

       CONTROLA-DEBITO.
           COMPUTE SALDO-DESPUES-DEBITO =
               DISPONIBLE-SALDO - DISPONIBLE-DEBITO.
           IF SALDO-DESPUES-DEBITO < DISPONIBLE-PISO
           IF DISPONIBLE-RETENIDO > ZERO
           SET DEBITO-AFECTA-EMBARGO TO TRUE
           ELSE
           SET DEBITO-SUPERA-LIMITE TO TRUE
           END-IF
           END-IF.

      *Recorre los embargos del cliente por la clave alterna; solo
      *suman los activos que ya rigen y cuya liberacion (si tiene
      *fecha cargada) todavia no llego:
       SUMA-EMBARGOS-DEL-CLIENTE.
           OPEN INPUT ARCHIVO-EMBARGOS.
           IF EMBARGOS-STATUS = "00"
           MOVE DISPONIBLE-CLIENTES-ID TO EMBARGO-CLIENTES-ID
           MOVE "1" TO FIN-DE-EMBARGOS
           START ARCHIVO-EMBARGOS KEY IS EQUAL EMBARGO-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-EMBARGOS
           END-START
           IF FIN-DE-EMBARGOS = "1"
           PERFORM LEE-SIGUIENTE-EMBARGO
           END-IF
           PERFORM SUMA-EMBARGO
           UNTIL FIN-DE-EMBARGOS = "0"
           END-IF.
           CLOSE ARCHIVO-EMBARGOS.

       LEE-SIGUIENTE-EMBARGO.
           READ ARCHIVO-EMBARGOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-EMBARGOS
           NOT AT END
           IF EMBARGO-CLIENTES-ID NOT = DISPONIBLE-CLIENTES-ID
           MOVE "0" TO FIN-DE-EMBARGOS
           END-IF
           END-READ.

       SUMA-EMBARGO.
           IF EMBARGO-ACTIVO AND
              EMBARGO-FECHA-INICIO NOT > FECHA-HOY AND
              (EMBARGO-FECHA-LIBERACION = SPACES OR
               EMBARGO-FECHA-LIBERACION > FECHA-HOY)
           ADD EMBARGO-IMPORTE TO DISPONIBLE-RETENIDO
           END-IF.
           PERFORM LEE-SIGUIENTE-EMBARGO.

      *Los cheques del cliente que siguen en canje, misma recorrida
      *por la clave alterna que los embargos:
       SUMA-CHEQUES-EN-CANJE.
           OPEN INPUT ARCHIVO-CHEQUES.
           IF CHEQUES-STATUS = "00"
           MOVE DISPONIBLE-CLIENTES-ID TO CHEQUE-CLIENTES-ID
           MOVE "1" TO FIN-DE-CHEQUES
           START ARCHIVO-CHEQUES KEY IS EQUAL CHEQUE-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-CHEQUES
           END-START
           IF FIN-DE-CHEQUES = "1"
           PERFORM LEE-SIGUIENTE-CHEQUE
           END-IF
           PERFORM SUMA-CHEQUE
           UNTIL FIN-DE-CHEQUES = "0"
           END-IF.
           CLOSE ARCHIVO-CHEQUES.

       LEE-SIGUIENTE-CHEQUE.
           READ ARCHIVO-CHEQUES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CHEQUES
           NOT AT END
           IF CHEQUE-CLIENTES-ID NOT = DISPONIBLE-CLIENTES-ID
           MOVE "0" TO FIN-DE-CHEQUES
           END-IF
           END-READ.

       SUMA-CHEQUE.
           IF CHEQUE-EN-CANJE
           ADD CHEQUE-IMPORTE TO DISPONIBLE-EN-CANJE
           END-IF.
           PERFORM LEE-SIGUIENTE-CHEQUE.

      *La marca la deja el control nocturno y la levanta la
      *reactivacion en persona; sin registro la cuenta esta activa:
       COMPRUEBA-INMOVILIZACION.
           MOVE SPACE TO DISPONIBLE-INMOVILIZADA.
           OPEN INPUT ARCHIVO-INMOVILIZACION.
           IF INMOVILIZACION-STATUS = "00"
           MOVE DISPONIBLE-CLIENTES-ID TO INMOV-CLIENTES-ID
           READ ARCHIVO-INMOVILIZACION
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF INMOV-INMOVILIZADA
           SET CUENTA-INMOVILIZADA TO TRUE
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-INMOVILIZACION.

      *Solo con el bloqueo activado: el cliente tiene que estar en
      *falta desde antes de la gracia segun el control nocturno y
      *seguir en falta ahora, asi cargar el documento que faltaba
      *levanta el bloqueo en el acto:
       COMPRUEBA-DOCUMENTACION.
           MOVE SPACE TO DISPONIBLE-DOCUMENTACION.
           PERFORM LEE-CONFIGURACION-DOCUMENTOS.
           IF BLOQUEA-DEBITOS = "S"
           PERFORM BUSCA-ESTADO-DOCUMENTACION
           END-IF.
           IF BLOQUEA-DEBITOS = "S" AND
              DOCEST-FECHA-INCUMPLE NOT = SPACES AND
              DOCEST-FECHA-INCUMPLE < FECHA-FIN-GRACIA
           PERFORM REVISA-DOCUMENTOS-OBLIGATORIOS
           IF DOCUMENTACION-EN-FALTA = "S"
           SET DOCUMENTACION-BLOQUEADA TO TRUE
           END-IF
           END-IF.

       LEE-CONFIGURACION-DOCUMENTOS.
           MOVE 60 TO DIAS-GRACIA.
           MOVE "N" TO BLOQUEA-DEBITOS.
           OPEN INPUT ARCHIVO-CONFIG-DOCUMENTOS.
           IF CONFIG-DOCUMENTOS-STATUS = "00"
           READ ARCHIVO-CONFIG-DOCUMENTOS
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-DIAS-GRACIA NUMERIC
           MOVE CONFIG-DIAS-GRACIA TO DIAS-GRACIA
           END-IF
           MOVE CONFIG-BLOQUEA-DEBITOS TO BLOQUEA-DEBITOS
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-DOCUMENTOS.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-HOY))
               - DIAS-GRACIA.
           COMPUTE DIAS-ENTERO = FUNCTION DATE-OF-INTEGER(DIAS-ENTERO).
           MOVE DIAS-ENTERO TO FECHA-FIN-GRACIA.

       BUSCA-ESTADO-DOCUMENTACION.
           MOVE SPACES TO DOCEST-FECHA-INCUMPLE.
           OPEN INPUT ARCHIVO-DOCUMENTACION-ESTADO.
           IF DOCUMENTACION-ESTADO-STATUS = "00"
           MOVE DISPONIBLE-CLIENTES-ID TO DOCEST-CLIENTES-ID
           READ ARCHIVO-DOCUMENTACION-ESTADO
           INVALID KEY
           MOVE SPACES TO DOCEST-FECHA-INCUMPLE
           END-READ
           END-IF.
           CLOSE ARCHIVO-DOCUMENTACION-ESTADO.

       REVISA-DOCUMENTOS-OBLIGATORIOS.
           MOVE "N" TO DOCUMENTACION-EN-FALTA.
           OPEN INPUT ARCHIVO-DOCUMENTOS.
           IF DOCUMENTOS-STATUS = "00"
           MOVE "DNI" TO DOC-TIPO
           PERFORM REVISA-UN-DOCUMENTO
           MOVE "DOM" TO DOC-TIPO
           PERFORM REVISA-UN-DOCUMENTO
           MOVE "ING" TO DOC-TIPO
           PERFORM REVISA-UN-DOCUMENTO
           ELSE
           MOVE "S" TO DOCUMENTACION-EN-FALTA
           END-IF.
           CLOSE ARCHIVO-DOCUMENTOS.

       REVISA-UN-DOCUMENTO.
           MOVE DISPONIBLE-CLIENTES-ID TO DOC-CLIENTES-ID.
           READ ARCHIVO-DOCUMENTOS
           INVALID KEY
           MOVE "S" TO DOCUMENTACION-EN-FALTA
           NOT INVALID KEY
           IF DOC-FECHA-VENCIMIENTO NOT = SPACES AND
              DOC-FECHA-VENCIMIENTO < FECHA-HOY
           MOVE "S" TO DOCUMENTACION-EN-FALTA
           END-IF
           END-READ.

       END PROGRAM Saldo-disponible.

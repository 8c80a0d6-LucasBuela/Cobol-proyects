      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de control de firmas para los
      *          debitos que pide el cliente en caja y en las
      *          transferencias: si la cuenta tiene cotitulares o
      *          apoderados, pide quien firma y aplica la regla de
      *          firma (indistinta o conjunta). Una cuenta sin
      *          vinculos la firma su titular como siempre, sin
      *          preguntar nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Controlar-firmas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  NOMBRE-DEL-TITULAR PIC X(61).
       77  INDICE-VINCULO PIC 9(2).
       77  FIRMANTE-BUSCADO PIC X(6).
       77  FIRMANTE-ROL PIC X(1).
           88 FIRMANTE-ES-TITULAR VALUE "P" "T" "C".
           88 FIRMANTE-ES-APODERADO VALUE "A".
           88 FIRMANTE-DESCONOCIDO VALUE SPACE.
       77  FIRMANTE-FIRMA PIC X(1).
       77  PIDE-SEGUNDA-FIRMA PIC X.
       77  DESCRIPCION-ROL PIC X(10).
       77  DESCRIPCION-FIRMA PIC X(10).
      *Personas de la cuenta:
       COPY "DataTitulares.cbl".

       LINKAGE SECTION.
       COPY "DataFirmas.cbl".

       PROCEDURE DIVISION USING FIRMAS-CONSULTA.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE "S" TO FIRMAS-RESULTADO.
           MOVE FIRMAS-CUENTA-ID TO FIRMAS-FIRMANTE-1.
           MOVE SPACES TO FIRMAS-FIRMANTE-2.
           MOVE FIRMAS-CUENTA-ID TO TITULARES-CUENTA-ID.
           CALL "Consultar-titulares" USING TITULARES-CONSULTA.
           IF TITULARES-CANTIDAD > ZEROES
           PERFORM MUESTRA-PERSONAS-CUENTA
           PERFORM PIDE-PRIMERA-FIRMA
           IF FIRMAS-SUFICIENTES AND PIDE-SEGUNDA-FIRMA = "S"
           PERFORM PIDE-SEGUNDA-FIRMA-CUENTA
           END-IF
           END-IF.
           GOBACK.

       MUESTRA-PERSONAS-CUENTA.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE FIRMAS-CUENTA-ID TO CLIENTES-ID.
           MOVE SPACES TO NOMBRE-DEL-TITULAR.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO NOMBRE-DEL-TITULAR
           END-READ.
           CLOSE ARCHIVO-CLIENTES.
           IF CUENTA-FIRMA-CONJUNTA
           DISPLAY "Cuenta de firma conjunta; personas de la cuenta:"
           ELSE
           DISPLAY "Cuenta con varias personas habilitadas:"
           END-IF.
           DISPLAY "  " FIRMAS-CUENTA-ID " titular    "
                   FUNCTION TRIM(NOMBRE-DEL-TITULAR).
           PERFORM MUESTRA-VINCULO
               VARYING INDICE-VINCULO FROM 1 BY 1
               UNTIL INDICE-VINCULO > TITULARES-CANTIDAD.

       MUESTRA-VINCULO.
           EVALUATE TRUE
               WHEN TITULARES-ES-TITULAR (INDICE-VINCULO)
                   MOVE "titular" TO DESCRIPCION-ROL
               WHEN TITULARES-ES-COTITULAR (INDICE-VINCULO)
                   MOVE "cotitular" TO DESCRIPCION-ROL
               WHEN OTHER
                   MOVE "apoderado" TO DESCRIPCION-ROL
           END-EVALUATE.
           IF TITULARES-FIRMA-CONJUNTA (INDICE-VINCULO)
           MOVE "conjunta" TO DESCRIPCION-FIRMA
           ELSE
           MOVE "indistinta" TO DESCRIPCION-FIRMA
           END-IF.
           DISPLAY "  " TITULARES-CLIENTES-ID (INDICE-VINCULO) " "
                   DESCRIPCION-ROL " "
                   FUNCTION TRIM(TITULARES-NOMBRE (INDICE-VINCULO))
                   "  (firma " FUNCTION TRIM(DESCRIPCION-FIRMA) ")".

      *El titular o un cotitular firman solos salvo que la cuenta sea
      *conjunta; un apoderado firma solo si su propia firma es
      *indistinta:
       PIDE-PRIMERA-FIRMA.
           MOVE "N" TO PIDE-SEGUNDA-FIRMA.
           DISPLAY "ID del cliente que firma el debito: ".
           MOVE SPACES TO FIRMAS-FIRMANTE-1.
           ACCEPT FIRMAS-FIRMANTE-1.
           MOVE FIRMAS-FIRMANTE-1 TO FIRMANTE-BUSCADO.
           PERFORM UBICA-FIRMANTE.
           EVALUATE TRUE
               WHEN FIRMANTE-DESCONOCIDO
                   DISPLAY "Ese cliente no firma en esta cuenta."
                   MOVE "N" TO FIRMAS-RESULTADO
               WHEN FIRMANTE-ES-APODERADO
                   IF FIRMANTE-FIRMA = "C"
                   MOVE "S" TO PIDE-SEGUNDA-FIRMA
                   END-IF
               WHEN OTHER
                   IF CUENTA-FIRMA-CONJUNTA
                   MOVE "S" TO PIDE-SEGUNDA-FIRMA
                   END-IF
           END-EVALUATE.

      *La segunda firma tiene que ser de otro titular o cotitular
      *de la cuenta, no de un apoderado:
       PIDE-SEGUNDA-FIRMA-CUENTA.
           DISPLAY "Hace falta una segunda firma; ID del otro "
                   "titular que firma: ".
           MOVE SPACES TO FIRMAS-FIRMANTE-2.
           ACCEPT FIRMAS-FIRMANTE-2.
           MOVE FIRMAS-FIRMANTE-2 TO FIRMANTE-BUSCADO.
           PERFORM UBICA-FIRMANTE.
           IF FIRMAS-FIRMANTE-2 = FIRMAS-FIRMANTE-1
           DISPLAY "La segunda firma debe ser de otra persona."
           MOVE "N" TO FIRMAS-RESULTADO
           ELSE
           IF NOT FIRMANTE-ES-TITULAR
           DISPLAY "La segunda firma debe ser de un titular o "
                   "cotitular de la cuenta."
           MOVE "N" TO FIRMAS-RESULTADO
           END-IF
           END-IF.

      *El titular de la cuenta queda con rol "P" (principal):
       UBICA-FIRMANTE.
           MOVE SPACE TO FIRMANTE-ROL.
           MOVE SPACE TO FIRMANTE-FIRMA.
           IF FIRMANTE-BUSCADO = FIRMAS-CUENTA-ID
           MOVE "P" TO FIRMANTE-ROL
           ELSE
           PERFORM COMPARA-FIRMANTE
               VARYING INDICE-VINCULO FROM 1 BY 1
               UNTIL INDICE-VINCULO > TITULARES-CANTIDAD
               OR NOT FIRMANTE-DESCONOCIDO
           END-IF.

       COMPARA-FIRMANTE.
           IF TITULARES-CLIENTES-ID (INDICE-VINCULO) = FIRMANTE-BUSCADO
           MOVE TITULARES-ROL (INDICE-VINCULO) TO FIRMANTE-ROL
           MOVE TITULARES-FIRMA (INDICE-VINCULO) TO FIRMANTE-FIRMA
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Controlar-firmas.

      *          citas vencidas (de dias anteriores que nadie tacho).
      *          Un supervisor ve ademas las vencidas de todos los
      *          operadores, para que una cita caida no quede
      *          invisible. Lista tambien los contactos todavia
      *          sin agendar de los clientes de la cartera del
      *          operador, que le corresponde llamar como su oficial
      *          de cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBaseColaContactos.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Oficial de cuenta de cada cliente:
       COPY "DataBaseCartera.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataColaContactos.cbl".
       COPY "DataSesion.cbl".
       COPY "DataCartera.cbl".

       WORKING-STORAGE SECTION.
       77  SESION-STATUS PIC XX.
       77  FECHA-HOY PIC X(8).
       77  CONTADOR-DE-HOY PIC 9(4) VALUE ZEROES.
       77  CONTADOR-VENCIDAS PIC 9(4) VALUE ZEROES.
       77  CONTADOR-CARTERA PIC 9(4) VALUE ZEROES.
       77  CARTERA-STATUS PIC XX.
       77  HAY-CARTERA PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
           DISPLAY " ".
           DISPLAY "Citas de hoy: " CONTADOR-DE-HOY.
           DISPLAY "Citas vencidas sin atender: " CONTADOR-VENCIDAS.
           DISPLAY "Contactos pendientes de su cartera: "
                   CONTADOR-CARTERA.
           GOBACK.

       PIDE-OPERADOR.
           CLOSE ARCHIVO-SESION-OPERADOR.

       RECORRE-AGENDA.
           OPEN INPUT ARCHIVO-CARTERA.
           MOVE "N" TO HAY-CARTERA.
           IF CARTERA-STATUS = "00"
           MOVE "S" TO HAY-CARTERA
           END-IF.
           OPEN INPUT ARCHIVO-COLA-CONTACTOS.
           MOVE "1" TO FIN-DE-COLA.
           PERFORM LEE-SIGUIENTE-COLA.
           PERFORM REVISA-CITA
           UNTIL FIN-DE-COLA = "0".
           CLOSE ARCHIVO-COLA-CONTACTOS.
           CLOSE ARCHIVO-CARTERA.

       LEE-SIGUIENTE-COLA.
           READ ARCHIVO-COLA-CONTACTOS
           END-IF
           END-IF
           END-IF.
           IF COLA-PENDIENTE
           PERFORM REVISA-PENDIENTE-CARTERA
           END-IF.
           PERFORM LEE-SIGUIENTE-COLA.

      *Un contacto que nadie agendo todavia va por defecto al
      *oficial de cuenta del cliente:
       REVISA-PENDIENTE-CARTERA.
           IF HAY-CARTERA = "S"
           MOVE COLA-CLIENTES-ID TO CARTERA-CLIENTES-ID
           READ ARCHIVO-CARTERA RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF CARTERA-OFICIAL = OPERADOR
           ADD 1 TO CONTADOR-CARTERA
           DISPLAY "A LLAMAR  Cliente: " COLA-CLIENTES-ID
                   "  detectado el " COLA-FECHA-DETECTADO
           END-IF
           END-READ
           END-IF.

       END PROGRAM Agenda-del-dia.

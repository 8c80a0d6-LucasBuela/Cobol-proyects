      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Reactivacion de una cuenta inmovilizada: el cliente
      *          se presenta en persona con su documento, el operador
      *          tipea el numero que figura en el documento y tiene
      *          que coincidir con el DNI registrado. Solo entonces la
      *          cuenta vuelve a admitir debitos; la reactivacion
      *          cuenta como actividad del cliente, asi el control
      *          nocturno no la vuelve a inmovilizar esa misma noche.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reactivar-cuenta-inmovilizada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Actividad e inmovilizacion por cliente:
       COPY "DataBaseInmovilizacion.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataInmovilizacion.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  INMOVILIZACION-STATUS PIC XX.
       77  REGISTRO-EN-USO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-ATENDIENDO PIC X.
       77  CONTADOR-REACTIVADAS PIC 9(5) VALUE ZEROES.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  FECHA-HORA-REACTIVACION PIC X(21).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).

      *Numero de documento tipeado mirando el documento que presenta
      *el cliente, sin puntos:
       77  DNI-PRESENTADO PIC X(9).

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== REACTIVACION DE CUENTA INMOVILIZADA =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           OPEN I-O ARCHIVO-INMOVILIZACION.
           MOVE "S" TO SIGUE-ATENDIENDO.
           PERFORM ATIENDE-UN-CLIENTE
           UNTIL SIGUE-ATENDIENDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           CLOSE ARCHIVO-INMOVILIZACION.
           DISPLAY "Cuentas reactivadas en esta sesion: "
                   CONTADOR-REACTIVADAS.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM VALIDA-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi y no se vuelve a pedir ni a validar:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

      *Comprueba el operador contra la lista de operadores
      *autorizados, la misma tecnica que Caja-mostrador:
       VALIDA-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO OPERADOR-AUTORIZADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.
           IF OPERADOR-AUTORIZADO = "N"
           DISPLAY "Operador no autorizado para reactivar cuentas."
           PERFORM PIDE-OPERADOR
           END-IF.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE "S" TO OPERADOR-AUTORIZADO
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       ATIENDE-UN-CLIENTE.
           PERFORM PIDE-CLIENTE.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-ATENDIENDO
           ELSE
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM REACTIVA-CLIENTE
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF
           END-IF.

       PIDE-CLIENTE.
           DISPLAY " ".
           DISPLAY "ID del cliente presente (otra cosa para salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID NOT = ZEROES
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           END-IF
           END-IF.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro en uso por "
                   FUNCTION TRIM(RLOCK-OPERADOR) " desde "
                   RLOCK-FECHA-HORA (9:2) ":"
                   RLOCK-FECHA-HORA (11:2) "."
           END-IF
           END-READ.

       GRABA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           MOVE OPERADOR TO RLOCK-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO RLOCK-FECHA-HORA.
           WRITE RLOCK-REGISTRO
           INVALID KEY
           DISPLAY "No se pudo tomar el bloqueo del registro.".

       LIBERA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           DELETE ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           CONTINUE.

      *El registro se relee despues de tomar el bloqueo. Solo se
      *reactiva una cuenta marcada como inmovilizada, y solo si el
      *documento presentado coincide con el DNI registrado; un
      *cliente sin DNI cargado se completa antes en
      *Modificar-registro, con el documento a la vista:
       REACTIVA-CLIENTE.
           PERFORM LEE-CLIENTE.
           DISPLAY "Cliente: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO).
           MOVE CLIENTES-ID TO INMOV-CLIENTES-ID.
           READ ARCHIVO-INMOVILIZACION
           INVALID KEY
           DISPLAY "La cuenta no esta inmovilizada, no hace falta "
                   "reactivarla."
           NOT INVALID KEY
           IF NOT INMOV-INMOVILIZADA
           DISPLAY "La cuenta no esta inmovilizada, no hace falta "
                   "reactivarla."
           ELSE
           DISPLAY "Inmovilizada desde el "
                   INMOV-FECHA-INMOVILIZACION (7:2) "/"
                   INMOV-FECHA-INMOVILIZACION (5:2) "/"
                   INMOV-FECHA-INMOVILIZACION (1:4)
                   "; ultimo movimiento del cliente el "
                   INMOV-ULTIMO-MOVIMIENTO (7:2) "/"
                   INMOV-ULTIMO-MOVIMIENTO (5:2) "/"
                   INMOV-ULTIMO-MOVIMIENTO (1:4) "."
           PERFORM VERIFICA-DOCUMENTO
           END-IF
           END-READ.

       VERIFICA-DOCUMENTO.
           IF CLIENTES-DNI = SPACES
           DISPLAY "El cliente no tiene DNI registrado: cargarlo en "
                   "Modificar-registro antes de reactivar."
           ELSE
           DISPLAY "Numero de documento que presenta el cliente "
                   "(sin puntos): "
           MOVE SPACES TO DNI-PRESENTADO
           ACCEPT DNI-PRESENTADO
           IF DNI-PRESENTADO NOT = CLIENTES-DNI
           DISPLAY "El documento no coincide con el DNI registrado, "
                   "la cuenta sigue inmovilizada."
           ELSE
           MOVE "¿Reactiva la cuenta del cliente presente (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-REACTIVACION
           END-IF
           END-IF
           END-IF.

      *La presencia del cliente cuenta como su ultimo movimiento y
      *como contacto; la auditoria queda con una "M" en el log:
       GRABA-REACTIVACION.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-REACTIVACION.
           MOVE "A" TO INMOV-ESTADO.
           MOVE FECHA-HORA-REACTIVACION (1:8) TO
               INMOV-FECHA-REACTIVACION.
           MOVE FECHA-HORA-REACTIVACION (1:8) TO
               INMOV-ULTIMO-MOVIMIENTO.
           MOVE OPERADOR TO INMOV-OPERADOR-REACTIVA.
           MOVE DNI-PRESENTADO TO INMOV-DNI-VERIFICADO.
           REWRITE INMOV-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la reactivacion, status: "
                   INMOVILIZACION-STATUS
           NOT INVALID KEY
           MOVE FECHA-HORA-REACTIVACION (1:8) TO
               CLIENTES-FECHA-ULTIMO-CONTACTO
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la fecha de contacto del cliente."
           END-REWRITE
           PERFORM GRABA-LOG-MODIFICACION
           ADD 1 TO CONTADOR-REACTIVADAS
           DISPLAY "Cuenta " CLIENTES-ID " reactivada: vuelve a "
                   "admitir debitos."
           END-REWRITE.

       GRABA-LOG-MODIFICACION.
           MOVE FECHA-HORA-REACTIVACION TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *Dos asientos del mismo cliente en el mismo centesimo de
      *segundo chocan en la clave del log; el sufijo de secuencia
      *los separa reintentando:
       GRABA-LOG-CON-REINTENTO.
           MOVE "N" TO LOG-GRABADO.
           PERFORM INTENTA-GRABAR-LOG
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaLog.cbl".

       END PROGRAM Reactivar-cuenta-inmovilizada.

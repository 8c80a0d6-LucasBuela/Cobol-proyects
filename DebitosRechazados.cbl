      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Lista de trabajo de los debitos automaticos que el
      *          banco rechazo: muestra cada rechazo pendiente con el
      *          cliente, la factura, el importe y el codigo del
      *          banco, y permite darlo por gestionado (el cliente
      *          pago por otro medio, se le dio de baja la adhesion,
      *          etc.) o mandarlo a presentar de nuevo en la proxima
      *          corrida de Generar-debitos-automaticos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gestionar-rechazos-debito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Debitos presentados al banco:
       COPY "DataBaseDebitos.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataDebitos.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  DEBITOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  FIN-DE-DEBITOS PIC X.
       77  CAMPO-FACTURA PIC 9(8).
       77  CONTADOR-LISTADOS PIC 9(5).
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       77  NOMBRE-DEL-CLIENTE PIC X(41).
       77  DESCRIPCION-RECHAZO PIC X(30).
       01  OPERADOR PIC X(10).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RECHAZOS DE DEBITO AUTOMATICO =====".
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY "Ingrese su identificador de operador: "
           ACCEPT OPERADOR
           END-IF.
           OPEN I-O ARCHIVO-DEBITOS.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-DEBITOS.
           GOBACK.

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

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(L) Listar rechazos pendientes, (G) Dar por "
                   "gestionado, (P) Presentar de nuevo, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "L"
                   PERFORM LISTA-RECHAZOS
               WHEN "G"
                   PERFORM MARCA-GESTIONADO
               WHEN "P"
                   PERFORM MARCA-A-REPRESENTAR
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       LISTA-RECHAZOS.
           MOVE ZEROES TO CONTADOR-LISTADOS.
           MOVE LOW-VALUES TO DEBITO-FACTURA-NUMERO.
           START ARCHIVO-DEBITOS KEY IS NOT LESS DEBITO-FACTURA-NUMERO
           INVALID KEY
           MOVE "0" TO FIN-DE-DEBITOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-DEBITOS
           END-START.
           PERFORM LISTA-SIGUIENTE-DEBITO
           UNTIL FIN-DE-DEBITOS = "0".
           DISPLAY "Rechazos pendientes: " CONTADOR-LISTADOS.

       LISTA-SIGUIENTE-DEBITO.
           READ ARCHIVO-DEBITOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-DEBITOS
           NOT AT END
           IF DEBITO-RECHAZADO
           PERFORM MUESTRA-RECHAZO
           END-IF
           END-READ.

       MUESTRA-RECHAZO.
           ADD 1 TO CONTADOR-LISTADOS.
           MOVE DEBITO-CLIENTES-ID TO CLIENTES-ID.
           MOVE SPACES TO NOMBRE-DEL-CLIENTE.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "(cliente inexistente)" TO NOMBRE-DEL-CLIENTE
           NOT INVALID KEY
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
                  INTO NOMBRE-DEL-CLIENTE
           END-STRING
           END-READ.
           PERFORM DESCRIBE-CODIGO-RECHAZO.
           MOVE DEBITO-IMPORTE TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Factura " DEBITO-FACTURA-NUMERO
                   "  Cliente: " DEBITO-CLIENTES-ID " "
                   FUNCTION TRIM(NOMBRE-DEL-CLIENTE)
                   "  Importe: " CAMPO-IMPORTE-MUESTRA.
           DISPLAY "    Enviado: " DEBITO-FECHA-ENVIO
                   "  Rechazado: " DEBITO-FECHA-RESPUESTA
                   "  Codigo: " DEBITO-CODIGO-RECHAZO " "
                   FUNCTION TRIM(DESCRIPCION-RECHAZO).

       DESCRIBE-CODIGO-RECHAZO.
           EVALUATE DEBITO-CODIGO-RECHAZO
               WHEN "FON"
                   MOVE "sin fondos" TO DESCRIPCION-RECHAZO
               WHEN "CCE"
                   MOVE "cuenta cerrada" TO DESCRIPCION-RECHAZO
               WHEN "CBU"
                   MOVE "cuenta inexistente" TO DESCRIPCION-RECHAZO
               WHEN "MAN"
                   MOVE "sin adhesion o mandato revocado" TO
                       DESCRIPCION-RECHAZO
               WHEN OTHER
                   MOVE "codigo del banco" TO DESCRIPCION-RECHAZO
           END-EVALUATE.

       MARCA-GESTIONADO.
           PERFORM PIDE-FACTURA-RECHAZADA.
           IF DEBITO-RECHAZADO
           MOVE "G" TO DEBITO-ESTADO
           MOVE OPERADOR TO DEBITO-GESTIONADO-POR
           PERFORM REGRABA-DEBITO
           END-IF.

      *La factura vuelve a salir en la proxima corrida de cobranza:
       MARCA-A-REPRESENTAR.
           PERFORM PIDE-FACTURA-RECHAZADA.
           IF DEBITO-RECHAZADO
           MOVE "I" TO DEBITO-ESTADO
           MOVE OPERADOR TO DEBITO-GESTIONADO-POR
           PERFORM REGRABA-DEBITO
           END-IF.

      *Deja el estado en blanco si la factura no es un rechazo
      *pendiente, asi quien llama no toca nada:
       PIDE-FACTURA-RECHAZADA.
           DISPLAY "Numero de factura: ".
           ACCEPT CAMPO-FACTURA.
           MOVE CAMPO-FACTURA TO DEBITO-FACTURA-NUMERO.
           READ ARCHIVO-DEBITOS RECORD
           INVALID KEY
           MOVE SPACE TO DEBITO-ESTADO
           DISPLAY "La factura " CAMPO-FACTURA " no tiene debito "
                   "presentado."
           NOT INVALID KEY
           IF NOT DEBITO-RECHAZADO
           DISPLAY "El debito de la factura " CAMPO-FACTURA
                   " no esta rechazado (estado " DEBITO-ESTADO ")."
           MOVE SPACE TO DEBITO-ESTADO
           END-IF
           END-READ.

       REGRABA-DEBITO.
           REWRITE DEBITO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el debito."
           NOT INVALID KEY
           DISPLAY "Debito de la factura " DEBITO-FACTURA-NUMERO
                   " actualizado."
           END-REWRITE.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Gestionar-rechazos-debito.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Conversion por unica vez del log de auditoria de
      *          clientes al layout con cadena de hash: cada asiento
      *          suma al final su numero de cadena y su hash, asi que
      *          el log grabado antes se relee con su layout de
      *          entonces (mismas claves), se rearma en un archivo de
      *          trabajo con los campos de cadena en blanco (esos
      *          asientos quedan fuera de la verificacion; la cadena
      *          arranca con el primer asiento nuevo) y se
      *          reconstruye. Un marcador impide correrla dos veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir-auditoria-cadena.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *El log en su layout nuevo, el del copybook:
       COPY "DataBaseLog.cbl".
      *El mismo log con el layout sin cadena:
       SELECT OPTIONAL ARCHIVO-LOG-VIEJO
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LOG
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS LOGVIEJO-CLAVE
       ALTERNATE RECORD KEY IS LOGVIEJO-FECHA-HORA WITH DUPLICATES.
      *Archivo de trabajo entre pasadas:
       SELECT ARCHIVO-TRABAJO
       ASSIGN TO "conversion_log_cadena.tmp"
       ORGANIZATION SEQUENTIAL.
      *Marcador de conversion ya corrida:
       SELECT OPTIONAL ARCHIVO-MARCA-LOG
       ASSIGN TO "conversion_log_cadena.flg"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS MARCA-LOG-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataLog.cbl".

       FD  ARCHIVO-LOG-VIEJO.
           01 LOGVIEJO-REGISTRO.
              05 LOGVIEJO-CLAVE.
                 10 LOGVIEJO-CLIENTES-ID PIC X(6).
                 10 LOGVIEJO-FECHA-HORA PIC X(21).
                 10 LOGVIEJO-SECUENCIA PIC 9(3).
              05 LOGVIEJO-OPERADOR PIC X(10).
              05 LOGVIEJO-ACCION PIC X(1).

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(100).

       FD  ARCHIVO-MARCA-LOG.
           01 MARCA-LOG-REGISTRO PIC X(10).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  MARCA-LOG-STATUS PIC XX.
       77  CONVERSION-HECHA PIC X.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CONTADOR-CONVERTIDOS PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CONVERSION DE LA AUDITORIA A LA CADENA DE "
                   "HASH =====".
           PERFORM COMPRUEBA-MARCA.
           IF CONVERSION-HECHA = "S"
           DISPLAY "La conversion ya se corrio en esta instalacion "
                   "(existe conversion_log_cadena.flg), no se repite."
           ELSE
           PERFORM CONVIERTE-LOG
           PERFORM GRABA-MARCA
           DISPLAY "Asientos convertidos: " CONTADOR-CONVERTIDOS
           END-IF.
           GOBACK.

       COMPRUEBA-MARCA.
           MOVE "N" TO CONVERSION-HECHA.
           OPEN INPUT ARCHIVO-MARCA-LOG.
           IF MARCA-LOG-STATUS = "00"
           READ ARCHIVO-MARCA-LOG
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CONVERSION-HECHA
           END-READ
           END-IF.
           CLOSE ARCHIVO-MARCA-LOG.

       GRABA-MARCA.
           OPEN OUTPUT ARCHIVO-MARCA-LOG.
           MOVE "CONVERTIDO" TO MARCA-LOG-REGISTRO.
           WRITE MARCA-LOG-REGISTRO.
           CLOSE ARCHIVO-MARCA-LOG.

       CONVIERTE-LOG.
           OPEN INPUT ARCHIVO-LOG-VIEJO.
           OPEN OUTPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-LOG-VIEJO.
           PERFORM PASA-ASIENTO-A-TRABAJO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-LOG-VIEJO.
           CLOSE ARCHIVO-TRABAJO.
           OPEN OUTPUT ARCHIVO-CLIENTES-LOG.
           OPEN INPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-TRABAJO.
           PERFORM GRABA-ASIENTO-NUEVO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-TRABAJO.
           DELETE FILE ARCHIVO-TRABAJO.

       LEE-LOG-VIEJO.
           READ ARCHIVO-LOG-VIEJO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       PASA-ASIENTO-A-TRABAJO.
           MOVE SPACE TO LOG-REGISTRO.
           MOVE LOGVIEJO-CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE LOGVIEJO-FECHA-HORA TO LOG-FECHA-HORA.
           MOVE LOGVIEJO-SECUENCIA TO LOG-SECUENCIA.
           MOVE LOGVIEJO-OPERADOR TO LOG-OPERADOR.
           MOVE LOGVIEJO-ACCION TO LOG-ACCION.
           MOVE SPACES TO LOG-CADENA.
           MOVE SPACES TO TRABAJO-REGISTRO.
           MOVE LOG-REGISTRO TO
               TRABAJO-REGISTRO (1:LENGTH OF LOG-REGISTRO).
           WRITE TRABAJO-REGISTRO.
           ADD 1 TO CONTADOR-CONVERTIDOS.
           PERFORM LEE-LOG-VIEJO.

       LEE-TRABAJO.
           READ ARCHIVO-TRABAJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       GRABA-ASIENTO-NUEVO.
           MOVE TRABAJO-REGISTRO (1:LENGTH OF LOG-REGISTRO)
               TO LOG-REGISTRO.
           WRITE LOG-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el asiento del cliente: "
                   LOG-CLIENTES-ID " " LOG-FECHA-HORA.
           PERFORM LEE-TRABAJO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Convertir-auditoria-cadena.

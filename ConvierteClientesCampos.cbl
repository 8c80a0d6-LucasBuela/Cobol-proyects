      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Conversion por unica vez del archivo de clientes al
      *          layout con los campos agregados al final del
      *          registro: CUIT y condicion frente al IVA, idioma de
      *          la correspondencia y version y fecha de las
      *          condiciones aceptadas. El archivo grabado antes se
      *          relee con su layout de entonces (mismas claves), se
      *          rearma en un archivo de trabajo con los campos nuevos
      *          en blanco (consumidor final, idioma segun el pais,
      *          sin aceptacion registrada) y se reconstruye. Un
      *          marcador impide correrla dos veces, porque releer un
      *          archivo ya convertido con el layout viejo lo
      *          destruiria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir-clientes-campos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *El archivo de clientes en su layout nuevo, el del copybook:
       COPY "DataBase.cbl".
      *Bloqueo de ARCHIVO-CLIENTES (no convertir con un alta en curso):
       COPY "DataBaseLock.cbl".

      *El mismo archivo con el layout sin los campos nuevos y las
      *mismas claves que DataBase.cbl:
       SELECT OPTIONAL ARCHIVO-CLIENTES-VIEJO
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CLIENTES
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS VIEJO-ID
       ALTERNATE RECORD KEY IS VIEJO-APELLIDO WITH DUPLICATES
       ALTERNATE RECORD KEY IS VIEJO-TELEFONO WITH DUPLICATES
       ALTERNATE RECORD KEY IS VIEJO-SECUENCIA
       ALTERNATE RECORD KEY IS VIEJO-DNI WITH DUPLICATES
       ALTERNATE RECORD KEY IS VIEJO-CODIGO-POSTAL WITH DUPLICATES
       FILE STATUS IS VIEJO-STATUS.
      *Archivo de trabajo entre pasadas:
       SELECT ARCHIVO-TRABAJO
       ASSIGN TO "conversion_clientes.tmp"
       ORGANIZATION SEQUENTIAL.
      *Marcador de conversion ya corrida:
       SELECT OPTIONAL ARCHIVO-MARCA-CLIENTES
       ASSIGN TO "conversion_clientes.flg"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS MARCA-CLIENTES-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLock.cbl".

       FD  ARCHIVO-CLIENTES-VIEJO.
           01 VIEJO-REGISTRO.
              10 VIEJO-ID PIC X(6).
              10 VIEJO-NOMBRE PIC X(25).
              10 VIEJO-APELLIDO PIC X(35).
              10 VIEJO-EDAD PIC 9(3) COMP-3.
              10 VIEJO-TELEFONO PIC X(10).
              10 VIEJO-DIRECCION PIC X(35).
              10 VIEJO-ESTADO PIC X(1).
              10 VIEJO-FECHA-ALTA PIC X(8).
              10 VIEJO-SECUENCIA PIC 9(6).
              10 VIEJO-FECHA-NACIMIENTO PIC X(8).
              10 VIEJO-PAIS PIC X(20).
              10 VIEJO-CODIGO-POSTAL PIC X(10).
              10 VIEJO-EMAIL PIC X(50).
              10 VIEJO-DNI PIC X(9).
              10 VIEJO-SALDO PIC S9(7)V99 COMP-3.
              10 VIEJO-FECHA-ULTIMO-CONTACTO PIC X(8).
              10 VIEJO-LIMITE-DESCUBIERTO PIC S9(7)V99 COMP-3.
              10 VIEJO-MONEDA PIC X(3).
              10 VIEJO-SEGUIMIENTO PIC X(1).
              10 VIEJO-TELEFONO-ALT PIC X(10).
              10 VIEJO-DIRECCION-ALT PIC X(35).
              10 VIEJO-SUCURSAL PIC X(3).
              10 VIEJO-PRODUCTO PIC X(3).
              10 VIEJO-SCORE PIC X(1).
              10 VIEJO-PREF-CONTACTO PIC X(1).
              10 VIEJO-DIRECCION-INVALIDA PIC X(1).

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(400).

       FD  ARCHIVO-MARCA-CLIENTES.
           01 MARCA-CLIENTES-REGISTRO PIC X(10).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  VIEJO-STATUS PIC XX.
       77  LOCK-STATUS PIC XX.
       77  MARCA-CLIENTES-STATUS PIC XX.
       77  ARCHIVO-BLOQUEADO PIC X.
       77  CONVERSION-HECHA PIC X.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CONTADOR-CLIENTES PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CONVERSION DE CLIENTES A LOS CAMPOS NUEVOS "
                   "=====".
           PERFORM COMPRUEBA-MARCA.
           IF CONVERSION-HECHA = "S"
           DISPLAY "La conversion ya se corrio en esta instalacion "
                   "(existe conversion_clientes.flg), no se repite."
           ELSE
           PERFORM COMPRUEBA-BLOQUEO
           IF ARCHIVO-BLOQUEADO = "S"
           DISPLAY "El archivo de clientes esta en uso, "
                   "intente mas tarde."
           ELSE
           PERFORM CONVIERTE-CLIENTES
           PERFORM GRABA-MARCA
           DISPLAY "Clientes convertidos: " CONTADOR-CLIENTES
           END-IF
           END-IF.
           GOBACK.

       COMPRUEBA-MARCA.
           MOVE "N" TO CONVERSION-HECHA.
           OPEN INPUT ARCHIVO-MARCA-CLIENTES.
           IF MARCA-CLIENTES-STATUS = "00"
           READ ARCHIVO-MARCA-CLIENTES
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CONVERSION-HECHA
           END-READ
           END-IF.
           CLOSE ARCHIVO-MARCA-CLIENTES.

       COMPRUEBA-BLOQUEO.
           MOVE "N" TO ARCHIVO-BLOQUEADO.
           OPEN INPUT ARCHIVO-CLIENTES-LOCK.
           IF LOCK-STATUS = "00"
           MOVE "S" TO ARCHIVO-BLOQUEADO
           END-IF.
           CLOSE ARCHIVO-CLIENTES-LOCK.

       GRABA-MARCA.
           OPEN OUTPUT ARCHIVO-MARCA-CLIENTES.
           MOVE "CONVERTIDO" TO MARCA-CLIENTES-REGISTRO.
           WRITE MARCA-CLIENTES-REGISTRO.
           CLOSE ARCHIVO-MARCA-CLIENTES.

      *Primera pasada: lee el archivo con el layout viejo y deja las
      *imagenes ya convertidas en el archivo de trabajo. Segunda
      *pasada: reconstruye el archivo original desde el trabajo.
       CONVIERTE-CLIENTES.
           OPEN INPUT ARCHIVO-CLIENTES-VIEJO.
           OPEN OUTPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-CLIENTE-VIEJO.
           PERFORM PASA-CLIENTE-A-TRABAJO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES-VIEJO.
           CLOSE ARCHIVO-TRABAJO.
           OPEN OUTPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-TRABAJO.
           PERFORM GRABA-CLIENTE-NUEVO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-TRABAJO.
           DELETE FILE ARCHIVO-TRABAJO.

       LEE-CLIENTE-VIEJO.
           READ ARCHIVO-CLIENTES-VIEJO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       PASA-CLIENTE-A-TRABAJO.
           MOVE SPACE TO CLIENTES-REGISTRO.
           MOVE VIEJO-ID TO CLIENTES-ID.
           MOVE VIEJO-NOMBRE TO CLIENTES-NOMBRE.
           MOVE VIEJO-APELLIDO TO CLIENTES-APELLIDO.
           MOVE VIEJO-EDAD TO CLIENTES-EDAD.
           MOVE VIEJO-TELEFONO TO CLIENTES-TELEFONO.
           MOVE VIEJO-DIRECCION TO CLIENTES-DIRECCION.
           MOVE VIEJO-ESTADO TO CLIENTES-ESTADO.
           MOVE VIEJO-FECHA-ALTA TO CLIENTES-FECHA-ALTA.
           MOVE VIEJO-SECUENCIA TO CLIENTES-SECUENCIA.
           MOVE VIEJO-FECHA-NACIMIENTO TO CLIENTES-FECHA-NACIMIENTO.
           MOVE VIEJO-PAIS TO CLIENTES-PAIS.
           MOVE VIEJO-CODIGO-POSTAL TO CLIENTES-CODIGO-POSTAL.
           MOVE VIEJO-EMAIL TO CLIENTES-EMAIL.
           MOVE VIEJO-DNI TO CLIENTES-DNI.
           MOVE VIEJO-SALDO TO CLIENTES-SALDO.
           MOVE VIEJO-FECHA-ULTIMO-CONTACTO TO
               CLIENTES-FECHA-ULTIMO-CONTACTO.
           MOVE VIEJO-LIMITE-DESCUBIERTO TO
               CLIENTES-LIMITE-DESCUBIERTO.
           MOVE VIEJO-MONEDA TO CLIENTES-MONEDA.
           MOVE VIEJO-SEGUIMIENTO TO CLIENTES-SEGUIMIENTO.
           MOVE VIEJO-TELEFONO-ALT TO CLIENTES-TELEFONO-ALT.
           MOVE VIEJO-DIRECCION-ALT TO CLIENTES-DIRECCION-ALT.
           MOVE VIEJO-SUCURSAL TO CLIENTES-SUCURSAL.
           MOVE VIEJO-PRODUCTO TO CLIENTES-PRODUCTO.
           MOVE VIEJO-SCORE TO CLIENTES-SCORE.
           MOVE VIEJO-PREF-CONTACTO TO CLIENTES-PREF-CONTACTO.
           MOVE VIEJO-DIRECCION-INVALIDA TO
               CLIENTES-DIRECCION-INVALIDA.
      *Los campos nuevos quedan en blanco, que es como los leen los
      *programas en un registro anterior a ellos:
           MOVE SPACES TO CLIENTES-CUIT.
           MOVE SPACES TO CLIENTES-CONDICION-IVA.
           MOVE SPACES TO CLIENTES-IDIOMA.
           MOVE SPACES TO CLIENTES-CONDICIONES-VERSION.
           MOVE SPACES TO CLIENTES-CONDICIONES-FECHA.
           MOVE SPACES TO TRABAJO-REGISTRO.
           WRITE TRABAJO-REGISTRO FROM CLIENTES-REGISTRO.
           ADD 1 TO CONTADOR-CLIENTES.
           PERFORM LEE-CLIENTE-VIEJO.

       LEE-TRABAJO.
           READ ARCHIVO-TRABAJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       GRABA-CLIENTE-NUEVO.
           MOVE TRABAJO-REGISTRO (1:LENGTH OF CLIENTES-REGISTRO)
               TO CLIENTES-REGISTRO.
           WRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el cliente: " CLIENTES-ID.
           PERFORM LEE-TRABAJO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Convertir-clientes-campos.

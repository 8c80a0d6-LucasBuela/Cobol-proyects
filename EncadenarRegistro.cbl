      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de la cadena de hash de los
      *          archivos de auditoria (clientes.log y
      *          clientes_detalle.log) y del ledger de movimientos:
      *          cada registro nuevo lleva un numero correlativo por
      *          archivo y un hash calculado sobre el hash del
      *          registro anterior, su propio numero y su contenido,
      *          asi un registro editado, borrado o intercalado a
      *          mano rompe la cadena y Verificar-cadenas lo detecta.
      *          Si existe cadena_clave.dat, su contenido entra en
      *          cada hash: sin esa clave nadie puede recalcular la
      *          cadena de un registro tocado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Encadenar-registro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Punta y ancla de la cadena de cada archivo:
       COPY "DataBaseCadenaEstado.cbl".
      *Clave de la instalacion que se mezcla en cada hash:
       SELECT OPTIONAL ARCHIVO-CADENA-CLAVE
       ASSIGN TO "cadena_clave.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CADENA-CLAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCadenaEstado.cbl".

       FD  ARCHIVO-CADENA-CLAVE.
           01 CADENA-CLAVE-REGISTRO PIC X(40).

       WORKING-STORAGE SECTION.
       77  CADENA-ESTADO-STATUS PIC XX.
       77  CADENA-CLAVE-STATUS PIC XX.
      *La clave se lee en el primer llamado y queda para los
      *siguientes de la misma corrida:
       77  CLAVE-CARGADA PIC X VALUE "N".
       77  CLAVE-DE-LA-CADENA PIC X(40) VALUE SPACES.
       77  ESTADO-HALLADO PIC X.

      *Lo que entra en el hash: la clave, el hash anterior, el numero
      *del registro y la imagen del registro, en ese orden:
       01  TEXTO-A-SELLAR PIC X(973).
       77  LARGO-A-SELLAR PIC 9(4) COMP.
       77  POSICION-A-SELLAR PIC 9(4) COMP.
       77  NUMERO-A-SELLAR PIC 9(9).
       77  CODIGO-CARACTER PIC 9(3) COMP.
      *Tres acumuladores polinomicos independientes, cada uno con su
      *multiplicador y su modulo primo de ocho cifras; el hash son
      *las tres cifras de ocho una al lado de la otra:
       77  ACUMULADOR-A PIC 9(8) COMP.
       77  ACUMULADOR-B PIC 9(8) COMP.
       77  ACUMULADOR-C PIC 9(8) COMP.
       77  TRABAJO-HASH PIC 9(18) COMP.
       77  COCIENTE-HASH PIC 9(18) COMP.
       01  HASH-CALCULADO.
           05 HASH-PARTE-A PIC 9(8).
           05 HASH-PARTE-B PIC 9(8).
           05 HASH-PARTE-C PIC 9(8).

       LINKAGE SECTION.
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION USING CADENA-CONSULTA.
       EMPIEZA-PROGRAMA.
           IF CLAVE-CARGADA = "N"
           PERFORM LEE-CLAVE-DE-LA-CADENA
           MOVE "S" TO CLAVE-CARGADA
           END-IF.
           EVALUATE TRUE
               WHEN CADENA-PROPONER
                   PERFORM PROPONE-SELLO
               WHEN CADENA-CONFIRMAR
                   PERFORM CONFIRMA-SELLO
               WHEN CADENA-CALCULAR
                   PERFORM CALCULA-HASH
               WHEN CADENA-ANCLAR
                   PERFORM GRABA-ANCLA
           END-EVALUATE.
           GOBACK.

       LEE-CLAVE-DE-LA-CADENA.
           MOVE SPACES TO CLAVE-DE-LA-CADENA.
           OPEN INPUT ARCHIVO-CADENA-CLAVE.
           IF CADENA-CLAVE-STATUS = "00"
           READ ARCHIVO-CADENA-CLAVE
           AT END
           CONTINUE
           NOT AT END
           MOVE CADENA-CLAVE-REGISTRO TO CLAVE-DE-LA-CADENA
           END-READ
           END-IF.
           CLOSE ARCHIVO-CADENA-CLAVE.

      *El registro nuevo sigue al ultimo sellado del archivo; un
      *archivo que todavia no tiene cadena arranca en el 1 con el
      *hash anterior en blanco:
       PROPONE-SELLO.
           OPEN INPUT ARCHIVO-CADENA-ESTADO.
           PERFORM LEE-ESTADO-DEL-ARCHIVO.
           CLOSE ARCHIVO-CADENA-ESTADO.
           IF ESTADO-HALLADO = "S"
           COMPUTE CADENA-NUMERO = CADENA-ESTADO-ULTIMO-NUMERO + 1
           MOVE CADENA-ESTADO-ULTIMO-HASH TO CADENA-HASH-ANTERIOR
           ELSE
           MOVE 1 TO CADENA-NUMERO
           MOVE SPACES TO CADENA-HASH-ANTERIOR
           END-IF.
           PERFORM CALCULA-HASH.

      *Se confirma recien cuando el registro quedo grabado, asi un
      *reintento por clave duplicada vuelve a proponer el mismo
      *numero con la imagen corregida:
       CONFIRMA-SELLO.
           OPEN I-O ARCHIVO-CADENA-ESTADO.
           PERFORM LEE-ESTADO-DEL-ARCHIVO.
           MOVE CADENA-NUMERO TO CADENA-ESTADO-ULTIMO-NUMERO.
           MOVE CADENA-HASH TO CADENA-ESTADO-ULTIMO-HASH.
           IF ESTADO-HALLADO = "S"
           REWRITE CADENA-ESTADO-REGISTRO
           ELSE
           WRITE CADENA-ESTADO-REGISTRO
           END-IF.
           CLOSE ARCHIVO-CADENA-ESTADO.

       GRABA-ANCLA.
           OPEN I-O ARCHIVO-CADENA-ESTADO.
           PERFORM LEE-ESTADO-DEL-ARCHIVO.
           MOVE CADENA-NUMERO TO CADENA-ESTADO-ANCLA-NUMERO.
           MOVE CADENA-HASH TO CADENA-ESTADO-ANCLA-HASH.
           MOVE FUNCTION CURRENT-DATE TO
               CADENA-ESTADO-ANCLA-FECHA-HORA.
           IF ESTADO-HALLADO = "S"
           REWRITE CADENA-ESTADO-REGISTRO
           ELSE
           MOVE CADENA-NUMERO TO CADENA-ESTADO-ULTIMO-NUMERO
           MOVE CADENA-HASH TO CADENA-ESTADO-ULTIMO-HASH
           WRITE CADENA-ESTADO-REGISTRO
           END-IF.
           CLOSE ARCHIVO-CADENA-ESTADO.

       LEE-ESTADO-DEL-ARCHIVO.
           MOVE "N" TO ESTADO-HALLADO.
           MOVE CADENA-ARCHIVO TO CADENA-ESTADO-ARCHIVO.
           IF CADENA-ESTADO-STATUS = "00"
           READ ARCHIVO-CADENA-ESTADO RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO ESTADO-HALLADO
           END-READ
           END-IF.
           IF ESTADO-HALLADO = "N"
           MOVE SPACES TO CADENA-ESTADO-REGISTRO
           MOVE CADENA-ARCHIVO TO CADENA-ESTADO-ARCHIVO
           MOVE ZEROES TO CADENA-ESTADO-ULTIMO-NUMERO
           MOVE ZEROES TO CADENA-ESTADO-ANCLA-NUMERO
           END-IF.

       CALCULA-HASH.
           IF CADENA-LARGO = ZEROES OR CADENA-LARGO > 900
           MOVE 900 TO CADENA-LARGO
           END-IF.
           MOVE SPACES TO TEXTO-A-SELLAR.
           MOVE CLAVE-DE-LA-CADENA TO TEXTO-A-SELLAR (1:40).
           MOVE CADENA-HASH-ANTERIOR TO TEXTO-A-SELLAR (41:24).
           MOVE CADENA-NUMERO TO NUMERO-A-SELLAR.
           MOVE NUMERO-A-SELLAR TO TEXTO-A-SELLAR (65:9).
           MOVE CADENA-TEXTO (1:CADENA-LARGO) TO
               TEXTO-A-SELLAR (74:CADENA-LARGO).
           COMPUTE LARGO-A-SELLAR = 73 + CADENA-LARGO.
           MOVE 17 TO ACUMULADOR-A.
           MOVE 31 TO ACUMULADOR-B.
           MOVE 53 TO ACUMULADOR-C.
           PERFORM SUMA-CARACTER
               VARYING POSICION-A-SELLAR FROM 1 BY 1
               UNTIL POSICION-A-SELLAR > LARGO-A-SELLAR.
           MOVE ACUMULADOR-A TO HASH-PARTE-A.
           MOVE ACUMULADOR-B TO HASH-PARTE-B.
           MOVE ACUMULADOR-C TO HASH-PARTE-C.
           MOVE HASH-CALCULADO TO CADENA-HASH.

       SUMA-CARACTER.
           COMPUTE CODIGO-CARACTER = FUNCTION ORD(
               TEXTO-A-SELLAR (POSICION-A-SELLAR:1)).
           COMPUTE TRABAJO-HASH = ACUMULADOR-A * 131 + CODIGO-CARACTER.
           DIVIDE TRABAJO-HASH BY 99999989 GIVING COCIENTE-HASH
               REMAINDER ACUMULADOR-A.
           COMPUTE TRABAJO-HASH = ACUMULADOR-B * 257 + CODIGO-CARACTER.
           DIVIDE TRABAJO-HASH BY 99999971 GIVING COCIENTE-HASH
               REMAINDER ACUMULADOR-B.
           COMPUTE TRABAJO-HASH =
               ACUMULADOR-C * 65599 + CODIGO-CARACTER.
           DIVIDE TRABAJO-HASH BY 99999959 GIVING COCIENTE-HASH
               REMAINDER ACUMULADOR-C.

       END PROGRAM Encadenar-registro.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Conversion por unica vez del detalle de
      *          modificaciones al layout con cadena de hash: cada
      *          entrada suma al final su numero de cadena y su hash,
      *          asi que el detalle grabado antes se relee con su
      *          layout de entonces y se regraba con los campos de
      *          cadena en blanco (esas entradas quedan fuera de la
      *          verificacion; la cadena arranca con la primera
      *          modificacion nueva). Un marcador impide correrla dos
      *          veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir-detalle-cadena.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Detalle en su layout nuevo, el del copybook:
       COPY "DataBaseLogDetalle.cbl".
      *El mismo archivo con el layout sin cadena:
       SELECT OPTIONAL ARCHIVO-DETALLE-VIEJO
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-DETALLE
       ORGANIZATION SEQUENTIAL.
      *Archivo de trabajo entre pasadas:
       SELECT ARCHIVO-TRABAJO
       ASSIGN TO "conversion_cadena.tmp"
       ORGANIZATION SEQUENTIAL.
      *Marcador de conversion ya corrida:
       SELECT OPTIONAL ARCHIVO-MARCA-CADENA
       ASSIGN TO "conversion_cadena.flg"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS MARCA-CADENA-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataLogDetalle.cbl".

       FD  ARCHIVO-DETALLE-VIEJO.
           01 DVIEJO-REGISTRO.
              10 DVIEJO-FECHA-HORA PIC X(21).
              10 DVIEJO-OPERADOR PIC X(10).
              10 DVIEJO-CLIENTES-ID PIC X(6).
              10 DVIEJO-IMAGEN-ANTES PIC X(400).
              10 DVIEJO-IMAGEN-DESPUES PIC X(400).

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(900).

       FD  ARCHIVO-MARCA-CADENA.
           01 MARCA-CADENA-REGISTRO PIC X(10).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  MARCA-CADENA-STATUS PIC XX.
       77  CONVERSION-HECHA PIC X.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CONTADOR-DETALLES PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CONVERSION DEL DETALLE A LA CADENA DE HASH "
                   "=====".
           PERFORM COMPRUEBA-MARCA.
           IF CONVERSION-HECHA = "S"
           DISPLAY "La conversion ya se corrio en esta instalacion "
                   "(existe conversion_cadena.flg), no se repite."
           ELSE
           PERFORM CONVIERTE-DETALLE
           PERFORM GRABA-MARCA
           DISPLAY "Entradas de detalle convertidas: "
                   CONTADOR-DETALLES
           END-IF.
           GOBACK.

       COMPRUEBA-MARCA.
           MOVE "N" TO CONVERSION-HECHA.
           OPEN INPUT ARCHIVO-MARCA-CADENA.
           IF MARCA-CADENA-STATUS = "00"
           READ ARCHIVO-MARCA-CADENA
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CONVERSION-HECHA
           END-READ
           END-IF.
           CLOSE ARCHIVO-MARCA-CADENA.

       GRABA-MARCA.
           OPEN OUTPUT ARCHIVO-MARCA-CADENA.
           MOVE "CONVERTIDO" TO MARCA-CADENA-REGISTRO.
           WRITE MARCA-CADENA-REGISTRO.
           CLOSE ARCHIVO-MARCA-CADENA.

       CONVIERTE-DETALLE.
           OPEN INPUT ARCHIVO-DETALLE-VIEJO.
           OPEN OUTPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-DETALLE-VIEJO.
           PERFORM PASA-DETALLE-A-TRABAJO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-DETALLE-VIEJO.
           CLOSE ARCHIVO-TRABAJO.
           OPEN OUTPUT ARCHIVO-LOG-DETALLE.
           OPEN INPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-TRABAJO.
           PERFORM GRABA-DETALLE-NUEVO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-LOG-DETALLE.
           CLOSE ARCHIVO-TRABAJO.
           DELETE FILE ARCHIVO-TRABAJO.

       LEE-DETALLE-VIEJO.
           READ ARCHIVO-DETALLE-VIEJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       PASA-DETALLE-A-TRABAJO.
           MOVE SPACES TO DETALLE-REGISTRO.
           MOVE DVIEJO-FECHA-HORA TO DETALLE-FECHA-HORA.
           MOVE DVIEJO-OPERADOR TO DETALLE-OPERADOR.
           MOVE DVIEJO-CLIENTES-ID TO DETALLE-CLIENTES-ID.
           MOVE DVIEJO-IMAGEN-ANTES TO DETALLE-IMAGEN-ANTES.
           MOVE DVIEJO-IMAGEN-DESPUES TO DETALLE-IMAGEN-DESPUES.
           MOVE SPACES TO TRABAJO-REGISTRO.
           MOVE DETALLE-REGISTRO TO
               TRABAJO-REGISTRO (1:LENGTH OF DETALLE-REGISTRO).
           WRITE TRABAJO-REGISTRO.
           ADD 1 TO CONTADOR-DETALLES.
           PERFORM LEE-DETALLE-VIEJO.

       LEE-TRABAJO.
           READ ARCHIVO-TRABAJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       GRABA-DETALLE-NUEVO.
           MOVE TRABAJO-REGISTRO (1:LENGTH OF DETALLE-REGISTRO)
               TO DETALLE-REGISTRO.
           WRITE DETALLE-REGISTRO.
           PERFORM LEE-TRABAJO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Convertir-detalle-cadena.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de cotejo contra las listas de
      *          sanciones y de personas expuestas politicamente:
      *          recorre la lista vigente y marca coincidencia por
      *          documento (igual exacto al DNI del cliente) o por
      *          nombre (todas las palabras del nombre mas corto
      *          estan en el otro, con al menos dos, sin importar el
      *          orden ni los acentos). Cada coincidencia nueva entra
      *          pendiente a la cola de revision de cumplimiento; una
      *          que ya estaba (decidida o no) no se duplica. La usan
      *          el alta, la carga masiva y el control mensual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cotejar-listas-cumplimiento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Lista vigente y cola de revision:
       COPY "DataBaseSanciones.cbl".
       COPY "DataBaseRevisionCumplimiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataSanciones.cbl".
       COPY "DataRevisionCumplimiento.cbl".

       WORKING-STORAGE SECTION.
       77  SANCIONES-STATUS PIC XX.
       77  REVISION-STATUS PIC XX.
       77  FIN-DE-LISTA PIC X.
       77  TIPO-DE-COINCIDENCIA PIC X.
       77  DNI-DEL-CLIENTE PIC X(15).
       77  INDICE-CLIENTE PIC 9(2).
       77  INDICE-LISTA PIC 9(2).
       77  PALABRAS-COMUNES PIC 9(2).
       77  PALABRA-HALLADA PIC X.
      *Palabras del nombre del cliente, normalizadas una sola vez:
       COPY "DataNombreNormalizado.cbl".

       LINKAGE SECTION.
       COPY "DataCotejo.cbl".

       PROCEDURE DIVISION USING COTEJO-CONSULTA.
       EMPIEZA-PROGRAMA.
           MOVE ZEROES TO COTEJO-COINCIDENCIAS.
           MOVE ZEROES TO COTEJO-NUEVAS.
           MOVE COTEJO-DNI TO DNI-DEL-CLIENTE.
           MOVE SPACES TO NORMAL-TEXTO.
           STRING COTEJO-NOMBRE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  COTEJO-APELLIDO DELIMITED BY "  "
                  INTO NORMAL-TEXTO.
           CALL "Normalizar-nombre" USING NOMBRE-NORMALIZADO.
           OPEN INPUT ARCHIVO-SANCIONES.
           IF SANCIONES-STATUS = "00"
           MOVE "1" TO FIN-DE-LISTA
           PERFORM LEE-SIGUIENTE-NOMBRE
           PERFORM COTEJA-NOMBRE
           UNTIL FIN-DE-LISTA = "0"
           END-IF.
           CLOSE ARCHIVO-SANCIONES.
           GOBACK.

       LEE-SIGUIENTE-NOMBRE.
           READ ARCHIVO-SANCIONES
           AT END
           MOVE "0" TO FIN-DE-LISTA.

       COTEJA-NOMBRE.
           MOVE SPACE TO TIPO-DE-COINCIDENCIA.
           IF DNI-DEL-CLIENTE NOT = SPACES AND
              SANC-DOCUMENTO = DNI-DEL-CLIENTE
           MOVE "D" TO TIPO-DE-COINCIDENCIA
           ELSE
           PERFORM CUENTA-PALABRAS-COMUNES
           IF PALABRAS-COMUNES >= 2 AND
              (PALABRAS-COMUNES = NORMAL-CANTIDAD-PALABRAS OR
               PALABRAS-COMUNES = SANC-CANTIDAD-PALABRAS)
           MOVE "N" TO TIPO-DE-COINCIDENCIA
           END-IF
           END-IF.
           IF TIPO-DE-COINCIDENCIA NOT = SPACE
           ADD 1 TO COTEJO-COINCIDENCIAS
           PERFORM ENCOLA-COINCIDENCIA
           END-IF.
           PERFORM LEE-SIGUIENTE-NOMBRE.

      *Cuantas palabras del cliente aparecen entre las del nombre
      *listado:
       CUENTA-PALABRAS-COMUNES.
           MOVE ZEROES TO PALABRAS-COMUNES.
           PERFORM BUSCA-PALABRA-CLIENTE
               VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > NORMAL-CANTIDAD-PALABRAS.

       BUSCA-PALABRA-CLIENTE.
           MOVE "N" TO PALABRA-HALLADA.
           PERFORM COMPARA-PALABRA
               VARYING INDICE-LISTA FROM 1 BY 1
               UNTIL INDICE-LISTA > SANC-CANTIDAD-PALABRAS
               OR PALABRA-HALLADA = "S".
           IF PALABRA-HALLADA = "S"
           ADD 1 TO PALABRAS-COMUNES
           END-IF.

       COMPARA-PALABRA.
           IF SANC-PALABRA (INDICE-LISTA) =
              NORMAL-PALABRA (INDICE-CLIENTE)
           MOVE "S" TO PALABRA-HALLADA
           END-IF.

      *La pareja cliente-persona listada entra una sola vez: si ya
      *esta en la cola se respeta lo que haya decidido el
      *supervisor:
       ENCOLA-COINCIDENCIA.
           OPEN I-O ARCHIVO-REVISION-CUMPLIMIENTO.
           MOVE SPACES TO REVISION-REGISTRO.
           MOVE COTEJO-CLIENTES-ID TO REV-CLIENTES-ID.
           MOVE SANC-TIPO-LISTA TO REV-TIPO-LISTA.
           MOVE SANC-ID-LISTA TO REV-ID-LISTA.
           MOVE SANC-NOMBRE TO REV-NOMBRE-LISTA.
           MOVE SANC-DOCUMENTO TO REV-DOCUMENTO-LISTA.
           MOVE TIPO-DE-COINCIDENCIA TO REV-COINCIDENCIA.
           MOVE COTEJO-ORIGEN TO REV-ORIGEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REV-FECHA-DETECCION.
           MOVE "P" TO REV-ESTADO.
           WRITE REVISION-REGISTRO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           ADD 1 TO COTEJO-NUEVAS
           END-WRITE.
           CLOSE ARCHIVO-REVISION-CUMPLIMIENTO.

       END PROGRAM Cotejar-listas-cumplimiento.

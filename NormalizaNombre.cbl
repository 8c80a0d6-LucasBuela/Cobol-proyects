      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de normalizacion de nombres para el
      *          cotejo contra las listas de sanciones y PEP: pasa el
      *          texto a mayusculas, cambia las vocales acentuadas y
      *          la enie por la letra simple y lo separa en palabras,
      *          salteando las particulas. Las palabras salen en el
      *          orden en que vienen; el cotejo las compara como
      *          conjunto, asi el orden no importa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Normalizar-nombre.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEXTO-DE-TRABAJO PIC X(80).
       77  POSICION-TEXTO PIC 9(2).
       77  CARACTER-TEXTO PIC X.
       77  PALABRA-EN-CURSO PIC X(20).
       77  LARGO-PALABRA PIC 9(2).

       LINKAGE SECTION.
       COPY "DataNombreNormalizado.cbl".

       PROCEDURE DIVISION USING NOMBRE-NORMALIZADO.
       EMPIEZA-PROGRAMA.
           MOVE ZEROES TO NORMAL-CANTIDAD-PALABRAS.
           MOVE SPACES TO NORMAL-PALABRA (1) NORMAL-PALABRA (2)
               NORMAL-PALABRA (3) NORMAL-PALABRA (4)
               NORMAL-PALABRA (5) NORMAL-PALABRA (6)
               NORMAL-PALABRA (7) NORMAL-PALABRA (8).
           MOVE NORMAL-TEXTO TO TEXTO-DE-TRABAJO.
           PERFORM QUITA-ACENTOS.
           MOVE FUNCTION UPPER-CASE(TEXTO-DE-TRABAJO)
               TO TEXTO-DE-TRABAJO.
           MOVE SPACES TO PALABRA-EN-CURSO.
           MOVE ZEROES TO LARGO-PALABRA.
           PERFORM REVISA-CARACTER
               VARYING POSICION-TEXTO FROM 1 BY 1
               UNTIL POSICION-TEXTO > 80.
           PERFORM CIERRA-PALABRA.
           GOBACK.

      *Cada letra acentuada ocupa dos bytes: se reemplaza por la
      *letra simple y una marca que despues se descarta:
       QUITA-ACENTOS.
           INSPECT TEXTO-DE-TRABAJO REPLACING
               ALL "á" BY "A~" ALL "é" BY "E~" ALL "í" BY "I~"
               ALL "ó" BY "O~" ALL "ú" BY "U~" ALL "ü" BY "U~"
               ALL "ñ" BY "N~" ALL "Á" BY "A~" ALL "É" BY "E~"
               ALL "Í" BY "I~" ALL "Ó" BY "O~" ALL "Ú" BY "U~"
               ALL "Ü" BY "U~" ALL "Ñ" BY "N~".

      *Letras y digitos arman la palabra; el espacio, la coma, el
      *punto y el guion la cortan; el resto (la marca del acento,
      *el apostrofo) se descarta sin cortar:
       REVISA-CARACTER.
           MOVE TEXTO-DE-TRABAJO (POSICION-TEXTO:1) TO CARACTER-TEXTO.
           IF (CARACTER-TEXTO >= "A" AND CARACTER-TEXTO <= "Z") OR
              CARACTER-TEXTO NUMERIC
           IF LARGO-PALABRA < 20
           ADD 1 TO LARGO-PALABRA
           MOVE CARACTER-TEXTO TO
               PALABRA-EN-CURSO (LARGO-PALABRA:1)
           END-IF
           ELSE
           IF CARACTER-TEXTO = SPACE OR "," OR "." OR "-" OR ";"
           PERFORM CIERRA-PALABRA
           END-IF
           END-IF.

       CIERRA-PALABRA.
           IF LARGO-PALABRA > ZEROES AND
              PALABRA-EN-CURSO NOT = "DE" AND
              PALABRA-EN-CURSO NOT = "DEL" AND
              PALABRA-EN-CURSO NOT = "LA" AND
              PALABRA-EN-CURSO NOT = "LAS" AND
              PALABRA-EN-CURSO NOT = "LOS" AND
              PALABRA-EN-CURSO NOT = "Y" AND
              NORMAL-CANTIDAD-PALABRAS < 8
           ADD 1 TO NORMAL-CANTIDAD-PALABRAS
           MOVE PALABRA-EN-CURSO TO
               NORMAL-PALABRA (NORMAL-CANTIDAD-PALABRAS)
           END-IF.
           MOVE SPACES TO PALABRA-EN-CURSO.
           MOVE ZEROES TO LARGO-PALABRA.

       END PROGRAM Normalizar-nombre.

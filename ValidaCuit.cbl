      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de validacion de CUIT/CUIL: once
      *          digitos sin guiones, con el prefijo de un tipo
      *          conocido y el digito verificador de modulo 11 con
      *          los pesos 5-4-3-2-7-6-5-4-3-2. La usan el alta y la
      *          modificacion de clientes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Validar-cuit.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PESOS-CUIT-VALORES PIC X(10) VALUE "5432765432".
       01  PESOS-CUIT REDEFINES PESOS-CUIT-VALORES.
           05 PESO-CUIT PIC 9 OCCURS 10 TIMES.
       77  POSICION-CUIT PIC 9(2).
       77  DIGITO-CUIT PIC 9.
       77  SUMA-CUIT PIC 9(4).
       77  RESTO-CUIT PIC 9(2).
       77  VERIFICADOR-CUIT PIC 9(2).
       77  PREFIJO-CUIT PIC X(2).

       LINKAGE SECTION.
       01  CUIT-A-VALIDAR PIC X(11).
       01  CUIT-ES-VALIDO PIC X.

       PROCEDURE DIVISION USING CUIT-A-VALIDAR CUIT-ES-VALIDO.
       EMPIEZA-PROGRAMA.
           MOVE "N" TO CUIT-ES-VALIDO.
           IF CUIT-A-VALIDAR NUMERIC
           PERFORM REVISA-PREFIJO
           END-IF.
           IF CUIT-ES-VALIDO = "S"
           PERFORM REVISA-VERIFICADOR
           END-IF.
           GOBACK.

      *20, 23, 24 y 27 son personas; 30, 33 y 34 empresas:
       REVISA-PREFIJO.
           MOVE CUIT-A-VALIDAR (1:2) TO PREFIJO-CUIT.
           IF PREFIJO-CUIT = "20" OR PREFIJO-CUIT = "23" OR
              PREFIJO-CUIT = "24" OR PREFIJO-CUIT = "27" OR
              PREFIJO-CUIT = "30" OR PREFIJO-CUIT = "33" OR
              PREFIJO-CUIT = "34"
           MOVE "S" TO CUIT-ES-VALIDO
           END-IF.

      *Un resto de 0 da verificador 0 y uno de 1 no es un CUIT que
      *se asigne (esos casos se reasignan con prefijo 23 o 33):
       REVISA-VERIFICADOR.
           MOVE ZEROES TO SUMA-CUIT.
           PERFORM SUMA-DIGITO-CUIT
           VARYING POSICION-CUIT FROM 1 BY 1
           UNTIL POSICION-CUIT > 10.
           DIVIDE SUMA-CUIT BY 11 GIVING VERIFICADOR-CUIT
               REMAINDER RESTO-CUIT.
           IF RESTO-CUIT = 0
           MOVE 0 TO VERIFICADOR-CUIT
           ELSE
           COMPUTE VERIFICADOR-CUIT = 11 - RESTO-CUIT
           END-IF.
           MOVE CUIT-A-VALIDAR (11:1) TO DIGITO-CUIT.
           IF VERIFICADOR-CUIT > 9 OR VERIFICADOR-CUIT NOT = DIGITO-CUIT
           MOVE "N" TO CUIT-ES-VALIDO
           END-IF.

       SUMA-DIGITO-CUIT.
           MOVE CUIT-A-VALIDAR (POSICION-CUIT:1) TO DIGITO-CUIT.
           COMPUTE SUMA-CUIT = SUMA-CUIT +
               DIGITO-CUIT * PESO-CUIT (POSICION-CUIT).

       END PROGRAM Validar-cuit.

      *          registros de cada noche y el promedio del paso, para
      *          ver a simple vista que paso viene creciendo antes de
      *          enterarse por una cadena que termina a la manana.
      *          Las corridas en que el paso fallo salen marcadas.
      *          Antes de los pasos van las pasadas unicas de la cola
      *          de reportes (paso 00), con cuantos reportes se
      *          alimentaron y cuantas lecturas de clientes.dat se
      *          ahorraron contra correrlos sueltos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       77  NOCTURNO-HISTORIA-STATUS PIC XX.
       77  FIN-HISTORIA PIC X.
       77  PASO-LISTADO PIC 9(3).
       77  HUBO-CORRIDAS PIC X.
       77  SUMA-DURACIONES PIC 9(9).
       77  CORRIDAS-DEL-PASO PIC 9(5).
       77  PROMEDIO-PASO PIC 9(7).
      *Los pasos los define trabajos_nocturno.dat, con numeros de
      *01 a 99; solo se listan los que tienen corridas:
       77  MAXIMO-PASO PIC 9(2) VALUE 99.
       77  TEXTO-RESULTADO PIC X(7).
       77  LECTURAS-AHORRADAS PIC 9(7).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           DISPLAY " ".
           DISPLAY "===== DURACIONES DEL PROCESO NOCTURNO =====".
           PERFORM LISTA-UN-PASO
               VARYING PASO-LISTADO FROM 0 BY 1
               UNTIL PASO-LISTADO > MAXIMO-PASO.
           GOBACK.

           MOVE "N" TO HUBO-CORRIDAS.
           MOVE ZEROES TO SUMA-DURACIONES.
           MOVE ZEROES TO CORRIDAS-DEL-PASO.
           OPEN INPUT ARCHIVO-NOCTURNO-HISTORIA.
           IF NOCTURNO-HISTORIA-STATUS = "00"
           MOVE "1" TO FIN-HISTORIA
           UNTIL FIN-HISTORIA = "0"
           END-IF.
           CLOSE ARCHIVO-NOCTURNO-HISTORIA.
           IF HUBO-CORRIDAS = "S"
           COMPUTE PROMEDIO-PASO =
               SUMA-DURACIONES / CORRIDAS-DEL-PASO
           DISPLAY "  Promedio: " PROMEDIO-PASO " segundos en "
           MOVE "0" TO FIN-HISTORIA
           NOT AT END
           IF NHIST-PASO = PASO-LISTADO
           IF HUBO-CORRIDAS = "N"
           DISPLAY " "
           IF NHIST-PASO = ZEROES
           DISPLAY "-- PASADA UNICA DE REPORTES (COLA) --"
           ELSE
           DISPLAY "-- PASO " NHIST-PASO " --"
           END-IF
           END-IF
           MOVE "S" TO HUBO-CORRIDAS
           MOVE SPACES TO TEXTO-RESULTADO
           IF NHIST-RESULTADO = "F"
           MOVE "  FALLO" TO TEXTO-RESULTADO
           END-IF
           ADD NHIST-DURACION TO SUMA-DURACIONES
           ADD 1 TO CORRIDAS-DEL-PASO
           DISPLAY "  " NHIST-FECHA "  "
                   NHIST-HORA-FIN (1:2) ":"
                   NHIST-HORA-FIN (3:2)
                   "  " NHIST-DURACION " seg  "
                   NHIST-REGISTROS " registros" TEXTO-RESULTADO
           IF NHIST-PASO = ZEROES
           PERFORM MUESTRA-AHORRO
           END-IF
           END-IF.

      *Sueltos, cada reporte habria leido el archivo entero otra vez:
       MUESTRA-AHORRO.
           IF NHIST-REPORTES NUMERIC AND NHIST-REPORTES > 1
           COMPUTE LECTURAS-AHORRADAS =
               NHIST-REGISTROS * (NHIST-REPORTES - 1)
           ELSE
           MOVE ZEROES TO LECTURAS-AHORRADAS
           END-IF.
           DISPLAY "    " NHIST-REPORTES " reportes con una lectura; "
                   "lecturas ahorradas: " LECTURAS-AHORRADAS.

       END PROGRAM Reporte-duracion-nocturno.

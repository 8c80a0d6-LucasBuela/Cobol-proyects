      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Corre en simulacion una de las corridas de posteo
      *          mensual (interes y mantenimiento, ordenes
      *          permanentes, revaluacion cambiaria o ajuste de
      *          saldos en lote) para probar una tasa nueva o un
      *          archivo de control sin asentar nada: deja la senal
      *          simulacion.flg con el programa elegido, lo llama y la
      *          borra al volver. El reporte de lo que se habria
      *          asentado queda en el catalogo de reportes y se cruza
      *          despues con la corrida real en Comparar-simulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Simular-posteo-mensual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo-senal de corrida simulada:
       COPY "DataBaseSimulacionSenal.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataSimulacionSenal.cbl".

       WORKING-STORAGE SECTION.
       77  SIMULACION-SENAL-STATUS PIC XX.
       77  OPCION-SIMULACION PIC X.
       77  PROGRAMA-A-SIMULAR PIC X(30).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           DISPLAY " ".
           DISPLAY "===== SIMULACION DE POSTEO MENSUAL =====".
           DISPLAY "(I) Interes y mantenimiento mensual".
           DISPLAY "(O) Ordenes permanentes".
           DISPLAY "(R) Revaluacion cambiaria".
           DISPLAY "(A) Ajuste de saldos en lote (ajustes_saldo.csv)".
           DISPLAY "Corrida a simular (blanco para salir): ".
           MOVE SPACE TO OPCION-SIMULACION.
           ACCEPT OPCION-SIMULACION.
           MOVE FUNCTION UPPER-CASE(OPCION-SIMULACION) TO
               OPCION-SIMULACION.
           MOVE SPACES TO PROGRAMA-A-SIMULAR.
           EVALUATE OPCION-SIMULACION
               WHEN "I"
                   MOVE "Aplicar-interes-mensual" TO PROGRAMA-A-SIMULAR
               WHEN "O"
                   MOVE "Aplicar-ordenes-permanentes" TO
                       PROGRAMA-A-SIMULAR
               WHEN "R"
                   MOVE "Revaluar-saldos-moneda" TO PROGRAMA-A-SIMULAR
               WHEN "A"
                   MOVE "Ajustar-saldos-lote" TO PROGRAMA-A-SIMULAR
               WHEN " "
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
           IF PROGRAMA-A-SIMULAR NOT = SPACES
           PERFORM CORRE-SIMULACION
           END-IF.
           GOBACK.

      *La senal se borra tambien al volver: si el programa no se pudo
      *llamar, no puede quedar para la proxima corrida real:
       CORRE-SIMULACION.
           OPEN OUTPUT ARCHIVO-SIMULACION-SENAL.
           MOVE PROGRAMA-A-SIMULAR TO SIMULACION-SENAL-REGISTRO.
           WRITE SIMULACION-SENAL-REGISTRO.
           CLOSE ARCHIVO-SIMULACION-SENAL.
           CALL PROGRAMA-A-SIMULAR
               ON EXCEPTION
               DISPLAY "No se pudo llamar al programa "
                       FUNCTION TRIM(PROGRAMA-A-SIMULAR) "."
           END-CALL.
           DELETE FILE ARCHIVO-SIMULACION-SENAL.

       END PROGRAM Simular-posteo-mensual.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de tasa de cambio: devuelve la tasa
      *          a ARS que regia para una moneda en una fecha, segun
      *          el historial de monedas_historia.dat. Una moneda que
      *          todavia no tiene historial toma la tasa de
      *          monedas.dat, como antes de que existiera. La usan
      *          todas las conversiones, asi un reporte de un mes
      *          pasado convierte con la tasa de ese mes y no con la
      *          de hoy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tasa-de-cambio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Historial de tasas y tasa vigente sin historial:
       COPY "DataBaseMonedasHistoria.cbl".
       COPY "DataBaseMonedas.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataMonedasHistoria.cbl".
       COPY "DataMonedas.cbl".

       WORKING-STORAGE SECTION.
       77  MONEDAS-HISTORIA-STATUS PIC XX.
       77  FIN-DE-HISTORIA PIC X.
       77  FIN-DE-MONEDAS PIC X.
       77  MONEDA-CON-HISTORIA PIC X.

       LINKAGE SECTION.
       COPY "DataTasaConsulta.cbl".

       PROCEDURE DIVISION USING TASA-CONSULTA.
       EMPIEZA-PROGRAMA.
           MOVE ZERO TO CONSULTA-TASA-VALOR.
           MOVE SPACES TO CONSULTA-TASA-VIGENCIA.
           MOVE "N" TO CONSULTA-TASA-HALLADA.
           IF CONSULTA-TASA-FECHA = SPACES
           MOVE FUNCTION CURRENT-DATE (1:8) TO CONSULTA-TASA-FECHA
           END-IF.
           IF CONSULTA-TASA-MONEDA = SPACES OR
              CONSULTA-TASA-MONEDA = "ARS"
           MOVE 1 TO CONSULTA-TASA-VALOR
           MOVE "S" TO CONSULTA-TASA-HALLADA
           ELSE
           PERFORM BUSCA-EN-HISTORIA
           IF MONEDA-CON-HISTORIA = "N"
           PERFORM BUSCA-EN-MONEDAS
           END-IF
           END-IF.
           GOBACK.

      *Las tasas de la moneda vienen en orden de vigencia: se queda
      *con la ultima que no es posterior a la fecha pedida. Si la
      *moneda tiene historial pero todas sus tasas son posteriores,
      *no hay tasa para esa fecha.
       BUSCA-EN-HISTORIA.
           MOVE "N" TO MONEDA-CON-HISTORIA.
           MOVE "0" TO FIN-DE-HISTORIA.
           OPEN INPUT ARCHIVO-MONEDAS-HISTORIA.
           IF MONEDAS-HISTORIA-STATUS = "00"
           MOVE CONSULTA-TASA-MONEDA TO TASAH-MONEDA
           MOVE LOW-VALUES TO TASAH-VIGENCIA
           START ARCHIVO-MONEDAS-HISTORIA KEY IS NOT LESS TASAH-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-HISTORIA
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-HISTORIA
           END-START
           END-IF.
           PERFORM LEE-TASA-HISTORIA
           UNTIL FIN-DE-HISTORIA = "0".
           CLOSE ARCHIVO-MONEDAS-HISTORIA.

       LEE-TASA-HISTORIA.
           READ ARCHIVO-MONEDAS-HISTORIA NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-HISTORIA
           NOT AT END
           IF TASAH-MONEDA NOT = CONSULTA-TASA-MONEDA
           MOVE "0" TO FIN-DE-HISTORIA
           ELSE
           MOVE "S" TO MONEDA-CON-HISTORIA
           IF TASAH-VIGENCIA > CONSULTA-TASA-FECHA
           MOVE "0" TO FIN-DE-HISTORIA
           ELSE
           MOVE TASAH-TASA TO CONSULTA-TASA-VALOR
           MOVE TASAH-VIGENCIA TO CONSULTA-TASA-VIGENCIA
           MOVE "S" TO CONSULTA-TASA-HALLADA
           END-IF
           END-IF
           END-READ.

       BUSCA-EN-MONEDAS.
           OPEN INPUT ARCHIVO-MONEDAS.
           MOVE "1" TO FIN-DE-MONEDAS.
           PERFORM LEE-TASA-MONEDAS
           UNTIL FIN-DE-MONEDAS = "0".
           CLOSE ARCHIVO-MONEDAS.

       LEE-TASA-MONEDAS.
           READ ARCHIVO-MONEDAS
           AT END
           MOVE "0" TO FIN-DE-MONEDAS
           NOT AT END
           IF MONEDA-CODIGO = CONSULTA-TASA-MONEDA
           MOVE MONEDA-TASA TO CONSULTA-TASA-VALOR
           MOVE "S" TO CONSULTA-TASA-HALLADA
           MOVE "0" TO FIN-DE-MONEDAS
           END-IF
           END-READ.

       END PROGRAM Tasa-de-cambio.

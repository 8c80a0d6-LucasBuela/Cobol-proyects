      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de condiciones vigentes: devuelve
      *          la tasa de interes, el cargo de mantenimiento y la
      *          comision por cheque rechazado que rigen para un
      *          producto en una fecha, segun las versiones de
      *          condiciones.dat, la misma idea que Tasa-de-cambio con
      *          monedas_historia.dat. Una version rige desde su fecha
      *          de vigencia, pero nunca antes de que pasen los dias
      *          de preaviso desde que se encolaron las cartas de
      *          aviso a los clientes; sin aviso no rige. Si lo que el
      *          que llama leyo de productos.dat o interes_config.dat
      *          no coincide con la version vigente, se usa la version
      *          y el cambio queda retenido. Un producto que todavia
      *          no tiene versiones sigue con los valores del archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Condiciones-vigentes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Versiones de las condiciones por producto:
       COPY "DataBaseCondiciones.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCondiciones.cbl".

       WORKING-STORAGE SECTION.
       77  CONDICIONES-STATUS PIC XX.
       77  FIN-DE-VERSIONES PIC X.
       COPY "DataPreaviso.cbl".
       01  FECHA-EFECTIVA PIC X(8).
       01  FECHA-FIN-PREAVISO PIC 9(8).
      *Lo que el que llama leyo del archivo, para compararlo con la
      *version que rige:
       01  VALORES-DEL-ARCHIVO.
           05 ARCHIVO-TASA PIC 9(1)V9(4).
           05 ARCHIVO-CARGO PIC 9(5)V99.
           05 ARCHIVO-CARGO-RECHAZO PIC 9(5)V99.

       LINKAGE SECTION.
       COPY "DataCondicionesConsulta.cbl".

       PROCEDURE DIVISION USING CONDICIONES-CONSULTA.
       EMPIEZA-PROGRAMA.
           MOVE ZEROES TO CONSULTA-COND-VERSION.
           MOVE SPACES TO CONSULTA-COND-VIGENCIA.
           MOVE "N" TO CONSULTA-COND-HALLADA.
           MOVE "N" TO CONSULTA-COND-RETENIDA.
           IF CONSULTA-COND-FECHA = SPACES
           MOVE FUNCTION CURRENT-DATE (1:8) TO CONSULTA-COND-FECHA
           END-IF.
           MOVE CONSULTA-COND-TASA TO ARCHIVO-TASA.
           MOVE CONSULTA-COND-CARGO TO ARCHIVO-CARGO.
           MOVE CONSULTA-COND-CARGO-RECHAZO TO ARCHIVO-CARGO-RECHAZO.
           PERFORM BUSCA-VERSION-VIGENTE.
           IF CONDICIONES-CON-VERSION
           IF CONSULTA-COND-TASA NOT = ARCHIVO-TASA OR
              CONSULTA-COND-CARGO NOT = ARCHIVO-CARGO OR
              CONSULTA-COND-CARGO-RECHAZO NOT = ARCHIVO-CARGO-RECHAZO
           MOVE "S" TO CONSULTA-COND-RETENIDA
           END-IF
           END-IF.
           GOBACK.

      *Las versiones del producto vienen en orden de vigencia: se
      *queda con la ultima que ya rige en la fecha pedida.
       BUSCA-VERSION-VIGENTE.
           MOVE "0" TO FIN-DE-VERSIONES.
           OPEN INPUT ARCHIVO-CONDICIONES.
           IF CONDICIONES-STATUS = "00"
           MOVE CONSULTA-COND-PRODUCTO TO CONDV-PRODUCTO
           MOVE LOW-VALUES TO CONDV-VIGENCIA
           START ARCHIVO-CONDICIONES KEY IS NOT LESS CONDV-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-VERSIONES
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-VERSIONES
           END-START
           END-IF.
           PERFORM LEE-VERSION
           UNTIL FIN-DE-VERSIONES = "0".
           CLOSE ARCHIVO-CONDICIONES.

       LEE-VERSION.
           READ ARCHIVO-CONDICIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VERSIONES
           NOT AT END
           IF CONDV-PRODUCTO NOT = CONSULTA-COND-PRODUCTO
           MOVE "0" TO FIN-DE-VERSIONES
           ELSE
           PERFORM CALCULA-FECHA-EFECTIVA
           IF FECHA-EFECTIVA NOT > CONSULTA-COND-FECHA
           MOVE CONDV-TASA TO CONSULTA-COND-TASA
           MOVE CONDV-CARGO TO CONSULTA-COND-CARGO
           MOVE CONDV-CARGO-RECHAZO TO CONSULTA-COND-CARGO-RECHAZO
           MOVE CONDV-VERSION TO CONSULTA-COND-VERSION
           MOVE FECHA-EFECTIVA TO CONSULTA-COND-VIGENCIA
           MOVE "S" TO CONSULTA-COND-HALLADA
           END-IF
           END-IF
           END-READ.

      *La version inicial rige siempre; una sin aviso, nunca; las
      *demas desde la vigencia o desde el fin del preaviso, la que
      *sea posterior:
       CALCULA-FECHA-EFECTIVA.
           IF CONDV-VERSION-INICIAL
           MOVE CONDV-VIGENCIA TO FECHA-EFECTIVA
           ELSE
           IF CONDV-FECHA-AVISO NOT NUMERIC
           MOVE "99999999" TO FECHA-EFECTIVA
           ELSE
           COMPUTE FECHA-FIN-PREAVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               CONDV-FECHA-AVISO)) + DIAS-DE-PREAVISO)
           MOVE CONDV-VIGENCIA TO FECHA-EFECTIVA
           IF FECHA-FIN-PREAVISO > FUNCTION NUMVAL(CONDV-VIGENCIA)
           MOVE FECHA-FIN-PREAVISO TO FECHA-EFECTIVA
           END-IF
           END-IF
           END-IF.

       END PROGRAM Condiciones-vigentes.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida que devuelve las personas
      *          vinculadas a una cuenta (otros titulares,
      *          cotitulares y apoderados) con su rol, su regla de
      *          firma y su nombre, y si la cuenta es de firma
      *          conjunta. La usan los estados de cuenta y las cartas,
      *          para dirigirlos a todos los titulares, y el control
      *          de firmas de caja y transferencias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consultar-titulares.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Vinculos de clientes con la cuenta de un titular:
       COPY "DataBaseCotitulares.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCotitulares.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  COTITULARES-STATUS PIC XX.
       77  FIN-DE-VINCULOS PIC X.

       LINKAGE SECTION.
       COPY "DataTitulares.cbl".

       PROCEDURE DIVISION USING TITULARES-CONSULTA.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE ZEROES TO TITULARES-CANTIDAD.
           MOVE "N" TO TITULARES-CONJUNTA.
           OPEN INPUT ARCHIVO-COTITULARES.
           MOVE "0" TO FIN-DE-VINCULOS.
           IF COTITULARES-STATUS = "00"
           MOVE TITULARES-CUENTA-ID TO COTIT-CUENTA-ID
           MOVE LOW-VALUES TO COTIT-CLIENTES-ID
           START ARCHIVO-COTITULARES
               KEY IS NOT LESS COTIT-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-VINCULOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-VINCULOS
           PERFORM LEE-SIGUIENTE-VINCULO
           END-START
           END-IF.
           IF FIN-DE-VINCULOS = "1"
           OPEN INPUT ARCHIVO-CLIENTES
           PERFORM TOMA-VINCULO
           UNTIL FIN-DE-VINCULOS = "0"
           CLOSE ARCHIVO-CLIENTES
           END-IF.
           CLOSE ARCHIVO-COTITULARES.
           GOBACK.

       LEE-SIGUIENTE-VINCULO.
           READ ARCHIVO-COTITULARES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VINCULOS
           NOT AT END
           IF COTIT-CUENTA-ID NOT = TITULARES-CUENTA-ID
           MOVE "0" TO FIN-DE-VINCULOS
           END-IF.

      *Un titular o cotitular con firma conjunta hace conjunta la
      *cuenta; la firma de un apoderado solo lo obliga a el:
       TOMA-VINCULO.
           IF TITULARES-CANTIDAD < 9
           ADD 1 TO TITULARES-CANTIDAD
           MOVE COTIT-CLIENTES-ID TO
               TITULARES-CLIENTES-ID (TITULARES-CANTIDAD)
           MOVE COTIT-ROL TO TITULARES-ROL (TITULARES-CANTIDAD)
           MOVE COTIT-FIRMA TO TITULARES-FIRMA (TITULARES-CANTIDAD)
           MOVE COTIT-CLIENTES-ID TO CLIENTES-ID
           MOVE SPACES TO TITULARES-NOMBRE (TITULARES-CANTIDAD)
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "(cliente no encontrado)" TO
               TITULARES-NOMBRE (TITULARES-CANTIDAD)
           NOT INVALID KEY
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE
                  INTO TITULARES-NOMBRE (TITULARES-CANTIDAD)
           END-READ
           IF COTIT-FIRMA-CONJUNTA AND NOT COTIT-ES-APODERADO
           MOVE "S" TO TITULARES-CONJUNTA
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-VINCULO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Consultar-titulares.

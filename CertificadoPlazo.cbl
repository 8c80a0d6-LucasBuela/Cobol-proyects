      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida que imprime el certificado de un
      *          plazo fijo en certificado_plazo_fijo.prn, para
      *          entregar al cliente. La llama Constituir-plazo-fijo
      *          al constituirlo, pasando el numero de certificado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Imprimir-certificado-plazo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Plazos fijos:
       COPY "DataBasePlazosFijos.cbl".
      *Certificado impreso para el cliente:
       SELECT OPTIONAL ARCHIVO-CERTIFICADO
       ASSIGN TO "certificado_plazo_fijo.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataPlazosFijos.cbl".

       FD  ARCHIVO-CERTIFICADO.
           01 LINEA-CERTIFICADO PIC X(80).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PLAZOS-FIJOS-STATUS PIC XX.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-TASA-MUESTRA PIC ZZ9.99.
       01  TOTAL-AL-VENCIMIENTO PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  DESCRIPCION-INSTRUCCION PIC X(40).
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "=".

       LINKAGE SECTION.
       01  CERTIFICADO-NUMERO PIC 9(8).

       PROCEDURE DIVISION USING CERTIFICADO-NUMERO.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           OPEN INPUT ARCHIVO-PLAZOS-FIJOS.
           MOVE CERTIFICADO-NUMERO TO PLAZO-NUMERO.
           READ ARCHIVO-PLAZOS-FIJOS RECORD
           INVALID KEY
           DISPLAY "No existe el plazo fijo " CERTIFICADO-NUMERO
                   ", no se imprimio el certificado."
           NOT INVALID KEY
           PERFORM IMPRIME-CERTIFICADO
           END-READ.
           CLOSE ARCHIVO-PLAZOS-FIJOS.
           GOBACK.

       IMPRIME-CERTIFICADO.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE PLAZO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACES TO CLIENTES-NOMBRE CLIENTES-APELLIDO
               CLIENTES-DNI
           END-READ.
           CLOSE ARCHIVO-CLIENTES.
           EVALUATE TRUE
               WHEN PLAZO-RENUEVA-CAPITAL
                   MOVE "Renovar el capital; el interes al saldo"
                       TO DESCRIPCION-INSTRUCCION
               WHEN PLAZO-RENUEVA-TOTAL
                   MOVE "Renovar capital mas interes"
                       TO DESCRIPCION-INSTRUCCION
               WHEN OTHER
                   MOVE "Acreditar capital e interes en la cuenta"
                       TO DESCRIPCION-INSTRUCCION
           END-EVALUATE.
           COMPUTE TOTAL-AL-VENCIMIENTO = PLAZO-CAPITAL + PLAZO-INTERES.
           OPEN OUTPUT ARCHIVO-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "CERTIFICADO DE PLAZO FIJO NRO. " PLAZO-NUMERO
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE LINEA-SEPARADORA TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING
               "Titular: " DELIMITED BY SIZE
               PLAZO-CLIENTES-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
               "  DNI: " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DNI) DELIMITED BY SIZE
               INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE PLAZO-CAPITAL TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Capital:               ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE PLAZO-TASA-ANUAL TO CAMPO-TASA-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Tasa nominal anual:    " CAMPO-TASA-MUESTRA " %"
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Plazo:                 " PLAZO-DIAS " dias"
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Constituido el:        " PLAZO-FECHA-INICIO (7:2)
                  "/" PLAZO-FECHA-INICIO (5:2) "/"
                  PLAZO-FECHA-INICIO (1:4)
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Vence el:              "
                  PLAZO-FECHA-VENCIMIENTO (7:2) "/"
                  PLAZO-FECHA-VENCIMIENTO (5:2) "/"
                  PLAZO-FECHA-VENCIMIENTO (1:4)
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE PLAZO-INTERES TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Interes:               ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE TOTAL-AL-VENCIMIENTO TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Total al vencimiento:  ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Al vencimiento:        " DESCRIPCION-INSTRUCCION
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           IF PLAZO-ORIGEN NOT = ZEROES
           MOVE SPACES TO LINEA-CERTIFICADO
           STRING "Renovacion del plazo fijo " PLAZO-ORIGEN
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING
           WRITE LINEA-CERTIFICADO
           END-IF.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "Intransferible. No se puede retirar antes del "
               TO LINEA-CERTIFICADO.
           MOVE "vencimiento." TO LINEA-CERTIFICADO (47:).
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "______________________        ______________________"
               TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "   Firma del titular             Por la entidad"
               TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           CLOSE ARCHIVO-CERTIFICADO.
           DISPLAY "Certificado del plazo fijo " PLAZO-NUMERO
                   " grabado en certificado_plazo_fijo.prn.".

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Imprimir-certificado-plazo.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de control de los debitos de un
      *          cliente menor de edad: con la tutela vigente el
      *          debito no puede pasar del tope de
      *          menores_config.dat y lo tiene que autorizar su tutor
      *          en persona; un menor sin tutor vinculado no puede
      *          debitar. Un cliente mayor de edad, o cuya tutela ya
      *          se cumplio, pasa sin que se le pregunte nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Autorizar-debito-menor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Tutores de los menores y tope de sus debitos:
       COPY "DataBaseTutores.cbl".
       COPY "DataBaseMenoresConfig.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataTutores.cbl".
       COPY "DataMenoresConfig.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  TUTORES-STATUS PIC XX.
       77  CONFIG-MENORES-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  TUTELA-HALLADA PIC X.
       77  ESTADO-TUTELA PIC X(1).
           88 TUTELA-ESTA-VIGENTE VALUE "V".
       77  CLIENTE-ES-MENOR PIC X.
       77  FECHA-HOY PIC 9(8).
       77  FECHA-MAYORIA PIC 9(8).
       77  TOPE-DEBITO-MENOR PIC S9(7)V99 COMP-3 VALUE 5000.
       77  CAMPO-TOPE-MUESTRA PIC Z(6)9.99.
       77  TUTOR-QUE-AUTORIZA PIC X(6).
       77  NOMBRE-DEL-TUTOR PIC X(61).

       LINKAGE SECTION.
       COPY "DataMenor.cbl".

       PROCEDURE DIVISION USING MENOR-CONSULTA.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE "S" TO MENOR-RESULTADO.
           MOVE SPACES TO MENOR-TUTOR-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE MENOR-CLIENTES-ID TO CLIENTES-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM BUSCA-TUTELA
           IF TUTELA-HALLADA = "N"
           PERFORM CALCULA-MINORIDAD
           IF CLIENTE-ES-MENOR = "S"
           MOVE "N" TO MENOR-RESULTADO
           DISPLAY "El cliente es menor de edad y no tiene tutor "
                   "vinculado (opcion 135): no puede debitar."
           END-IF
           END-IF
           IF TUTELA-HALLADA = "S" AND TUTELA-ESTA-VIGENTE
           PERFORM CONTROLA-DEBITO-MENOR
           END-IF
           END-IF.
           CLOSE ARCHIVO-CLIENTES.
           GOBACK.

       BUSCA-TUTELA.
           MOVE "S" TO TUTELA-HALLADA.
           OPEN INPUT ARCHIVO-TUTORES.
           MOVE MENOR-CLIENTES-ID TO TUTOR-MENOR-ID.
           IF TUTORES-STATUS NOT = "00"
           MOVE "N" TO TUTELA-HALLADA
           ELSE
           READ ARCHIVO-TUTORES RECORD
           INVALID KEY
           MOVE "N" TO TUTELA-HALLADA
           NOT INVALID KEY
           MOVE TUTOR-ESTADO TO ESTADO-TUTELA
           IF TUTELA-ESTA-VIGENTE
           MOVE TUTOR-CLIENTES-ID TO MENOR-TUTOR-ID
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-TUTORES.

      *Menor si todavia no cumplio 18 segun la fecha de nacimiento;
      *sin fecha cargada se toma la edad de la ficha. Un 29 de
      *febrero cumple el 1 de marzo en los anos no bisiestos:
       CALCULA-MINORIDAD.
           MOVE "N" TO CLIENTE-ES-MENOR.
           IF CLIENTES-FECHA-NACIMIENTO NUMERIC AND
              CLIENTES-FECHA-NACIMIENTO NOT = ZEROES
           MOVE CLIENTES-FECHA-NACIMIENTO TO FECHA-MAYORIA
           ADD 180000 TO FECHA-MAYORIA
           IF FECHA-MAYORIA > FECHA-HOY
           MOVE "S" TO CLIENTE-ES-MENOR
           END-IF
           ELSE
           IF CLIENTES-EDAD < 18
           MOVE "S" TO CLIENTE-ES-MENOR
           END-IF
           END-IF.

      *Con la tutela vigente el debito se topea y lo autoriza el
      *tutor, que tiene que estar presente y dar su ID de cliente:
       CONTROLA-DEBITO-MENOR.
           PERFORM LEE-CONFIGURACION.
           IF MENOR-IMPORTE > TOPE-DEBITO-MENOR
           MOVE TOPE-DEBITO-MENOR TO CAMPO-TOPE-MUESTRA
           MOVE "N" TO MENOR-RESULTADO
           DISPLAY "Cliente menor de edad: el debito supera el tope "
                   "de " FUNCTION TRIM(CAMPO-TOPE-MUESTRA)
                   " por operacion."
           ELSE
           MOVE MENOR-TUTOR-ID TO CLIENTES-ID
           MOVE SPACES TO NOMBRE-DEL-TUTOR
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "(cliente no encontrado)" TO NOMBRE-DEL-TUTOR
           NOT INVALID KEY
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO NOMBRE-DEL-TUTOR
           END-READ
           DISPLAY "Cliente menor de edad: el debito lo autoriza su "
                   "tutor " MENOR-TUTOR-ID " "
                   FUNCTION TRIM(NOMBRE-DEL-TUTOR) "."
           DISPLAY "ID del tutor que autoriza (en blanco, no "
                   "autoriza): "
           MOVE SPACES TO TUTOR-QUE-AUTORIZA
           ACCEPT TUTOR-QUE-AUTORIZA
           IF TUTOR-QUE-AUTORIZA NOT = MENOR-TUTOR-ID
           MOVE "N" TO MENOR-RESULTADO
           DISPLAY "Falta la autorizacion del tutor del menor."
           END-IF
           END-IF.

       LEE-CONFIGURACION.
           OPEN INPUT ARCHIVO-CONFIG-MENORES.
           IF CONFIG-MENORES-STATUS = "00"
           READ ARCHIVO-CONFIG-MENORES
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-TOPE-DEBITO-MENOR NUMERIC
           MOVE CONFIG-TOPE-DEBITO-MENOR TO TOPE-DEBITO-MENOR
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-MENORES.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Autorizar-debito-menor.

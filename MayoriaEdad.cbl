      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Corrida mensual de mayoria de edad: los clientes que
      *          cumplieron 18 desde la corrida anterior (y cualquier
      *          menor que haya quedado con la tutela vigente despues
      *          de cumplirlos) dejan la tutela cumplida, con lo que
      *          sus debitos ya no piden autorizacion ni tienen tope;
      *          se les encola la carta de aviso de mayoria de edad y
      *          su ficha de onboarding vuelve a pedir el DNI propio.
      *          Corre como paso de fin de mes de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Procesar-mayoria-edad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Tutores de los menores, su auditoria y el control de corrida:
       COPY "DataBaseTutores.cbl".
       COPY "DataBaseTutoresHistoria.cbl".
       COPY "DataBaseMayoriaControl.cbl".
      *Cola de cartas de aviso y fichas de onboarding:
       COPY "DataBaseCartasCola.cbl".
       COPY "DataBaseOnboarding.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataTutores.cbl".
       COPY "DataTutoresHistoria.cbl".
       COPY "DataMayoriaControl.cbl".
       COPY "DataCartasCola.cbl".
       COPY "DataOnboarding.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  TUTORES-STATUS PIC XX.
       77  TUTORES-HISTORIA-STATUS PIC XX.
       77  MAYORIA-CONTROL-STATUS PIC XX.
       77  CARTAS-COLA-STATUS PIC XX.
       77  ONBOARDING-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-CLIENTES PIC X.
       77  TUTELA-HALLADA PIC X.
       77  CUMPLE-MAYORIA PIC X.
       77  CARTA-GRABADA PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  ULTIMA-CORRIDA PIC X(8).
       77  FECHA-MAYORIA-NUM PIC 9(8).
       77  FECHA-MAYORIA PIC X(8).
       77  IMAGEN-ANTES PIC X(39).
       01  OPERADOR-BATCH PIC X(10) VALUE "BATCH".
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-MAYORES PIC 9(7) VALUE ZEROES.
       77  CONTADOR-TUTELAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CARTAS PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           PERFORM LEE-ULTIMA-CORRIDA.
           DISPLAY " ".
           DISPLAY "===== MAYORIA DE EDAD =====".
           DISPLAY "Clientes que cumplieron 18 despues del "
                   ULTIMA-CORRIDA (7:2) "/" ULTIMA-CORRIDA (5:2) "/"
                   ULTIMA-CORRIDA (1:4) " y hasta el "
                   FECHA-DE-CORRIDA (7:2) "/" FECHA-DE-CORRIDA (5:2)
                   "/" FECHA-DE-CORRIDA (1:4) ".".
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN I-O ARCHIVO-TUTORES.
           OPEN I-O ARCHIVO-CARTAS-COLA.
           OPEN I-O ARCHIVO-ONBOARDING.
           MOVE "1" TO FIN-DE-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           MOVE "0" TO FIN-DE-CLIENTES
           ELSE
           PERFORM LEE-SIGUIENTE-CLIENTE
           END-IF.
           PERFORM REVISA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-ONBOARDING.
           CLOSE ARCHIVO-CARTAS-COLA.
           CLOSE ARCHIVO-TUTORES.
           CLOSE ARCHIVO-CLIENTES.
           PERFORM GRABA-ULTIMA-CORRIDA.
           DISPLAY "Clientes revisados:      " CONTADOR-LEIDOS.
           DISPLAY "Cumplieron 18:           " CONTADOR-MAYORES.
           DISPLAY "Tutelas cumplidas:       " CONTADOR-TUTELAS.
           DISPLAY "Cartas encoladas:        " CONTADOR-CARTAS.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi; corriendo a mano se
      *usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

      *La primera vez, sin control, se toman los que cumplieron en
      *el mes de la corrida:
       LEE-ULTIMA-CORRIDA.
           MOVE FECHA-DE-CORRIDA TO ULTIMA-CORRIDA.
           MOVE "00" TO ULTIMA-CORRIDA (7:2).
           OPEN INPUT ARCHIVO-MAYORIA-CONTROL.
           IF MAYORIA-CONTROL-STATUS = "00"
           READ ARCHIVO-MAYORIA-CONTROL
           AT END
           CONTINUE
           NOT AT END
           IF MAYORIA-ULTIMA-CORRIDA NUMERIC
           MOVE MAYORIA-ULTIMA-CORRIDA TO ULTIMA-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MAYORIA-CONTROL.

      *Una reanudacion con la misma fecha no vuelve a avisar a nadie:
       GRABA-ULTIMA-CORRIDA.
           IF FECHA-DE-CORRIDA > ULTIMA-CORRIDA
           OPEN OUTPUT ARCHIVO-MAYORIA-CONTROL
           MOVE FECHA-DE-CORRIDA TO MAYORIA-ULTIMA-CORRIDA
           WRITE MAYORIA-CONTROL-REGISTRO
           CLOSE ARCHIVO-MAYORIA-CONTROL
           END-IF.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

      *Cumple la mayoria el que llego a los 18 entre la corrida
      *anterior y esta, o el que ya los tenia y sigue con la tutela
      *vigente. Un 29 de febrero cumple el 1 de marzo en los anos no
      *bisiestos. Un cliente sin fecha de nacimiento no se revisa:
       REVISA-CLIENTE.
           ADD 1 TO CONTADOR-LEIDOS.
           MOVE "N" TO CUMPLE-MAYORIA.
           IF NOT CLIENTE-INACTIVO AND
              CLIENTES-FECHA-NACIMIENTO NUMERIC AND
              CLIENTES-FECHA-NACIMIENTO NOT = ZEROES
           MOVE CLIENTES-FECHA-NACIMIENTO TO FECHA-MAYORIA-NUM
           ADD 180000 TO FECHA-MAYORIA-NUM
           MOVE FECHA-MAYORIA-NUM TO FECHA-MAYORIA
           IF FECHA-MAYORIA NOT > FECHA-DE-CORRIDA
           PERFORM BUSCA-TUTELA
           IF TUTELA-HALLADA = "S"
           IF TUTELA-VIGENTE
           MOVE "S" TO CUMPLE-MAYORIA
           END-IF
           ELSE
           IF FECHA-MAYORIA > ULTIMA-CORRIDA
           MOVE "S" TO CUMPLE-MAYORIA
           END-IF
           END-IF
           END-IF
           END-IF.
           IF CUMPLE-MAYORIA = "S"
           PERFORM PROCESA-MAYORIA
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

       BUSCA-TUTELA.
           MOVE "S" TO TUTELA-HALLADA.
           MOVE CLIENTES-ID TO TUTOR-MENOR-ID.
           READ ARCHIVO-TUTORES RECORD
           INVALID KEY
           MOVE "N" TO TUTELA-HALLADA
           END-READ.

       PROCESA-MAYORIA.
           ADD 1 TO CONTADOR-MAYORES.
           DISPLAY "Mayor de edad: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE) "  cumplio 18 el "
                   FECHA-MAYORIA (7:2) "/" FECHA-MAYORIA (5:2) "/"
                   FECHA-MAYORIA (1:4).
           IF TUTELA-HALLADA = "S"
           PERFORM CUMPLE-TUTELA
           END-IF.
           PERFORM ENCOLA-CARTA-MAYORIA.
           PERFORM REABRE-FICHA-ONBOARDING.

      *La tutela queda cumplida, no se borra: asi se sabe quien fue
      *el tutor y desde cuando el cliente opera solo:
       CUMPLE-TUTELA.
           MOVE TUTOR-REGISTRO TO IMAGEN-ANTES.
           MOVE "M" TO TUTOR-ESTADO.
           MOVE FECHA-DE-CORRIDA TO TUTOR-FECHA-MAYORIA.
           REWRITE TUTOR-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la tutela de " CLIENTES-ID
                   ", status: " TUTORES-STATUS
           NOT INVALID KEY
           ADD 1 TO CONTADOR-TUTELAS
           PERFORM GRABA-HISTORIA-TUTELA
           END-REWRITE.

       GRABA-HISTORIA-TUTELA.
           OPEN EXTEND ARCHIVO-TUTORES-HISTORIA.
           MOVE FUNCTION CURRENT-DATE TO TUTHIST-FECHA-HORA.
           MOVE OPERADOR-BATCH TO TUTHIST-OPERADOR.
           MOVE "E" TO TUTHIST-ACCION.
           MOVE SPACES TO TUTHIST-APROBO.
           MOVE IMAGEN-ANTES TO TUTHIST-IMAGEN-ANTES.
           MOVE TUTOR-REGISTRO TO TUTHIST-IMAGEN-DESPUES.
           WRITE TUTHIST-REGISTRO.
           CLOSE ARCHIVO-TUTORES-HISTORIA.

      *La carta la imprime Emitir-cartas-aviso en el nocturno; aca
      *solo queda pendiente:
       ENCOLA-CARTA-MAYORIA.
           MOVE SPACES TO CARTA-REGISTRO.
           MOVE CLIENTES-ID TO CARTA-CLIENTES-ID.
           MOVE "MAYORIA" TO CARTA-TIPO.
           STRING "Mayoria de edad el " FECHA-MAYORIA (7:2) "/"
                  FECHA-MAYORIA (5:2) "/" FECHA-MAYORIA (1:4)
                  DELIMITED BY SIZE INTO CARTA-REFERENCIA
           END-STRING.
           MOVE ZERO TO CARTA-IMPORTE.
           MOVE "P" TO CARTA-ESTADO.
           MOVE "N" TO CARTA-GRABADA.
           PERFORM INTENTA-GRABAR-CARTA
               UNTIL CARTA-GRABADA = "S".
           ADD 1 TO CONTADOR-CARTAS.

      *Dos cartas del mismo cliente en el mismo centesimo de segundo
      *chocan en la clave; se vuelve a tomar la hora hasta que pase:
       INTENTA-GRABAR-CARTA.
           MOVE FUNCTION CURRENT-DATE TO CARTA-FECHA-HORA.
           WRITE CARTA-REGISTRO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO CARTA-GRABADA.

      *El cliente tiene que presentar su propio DNI: la ficha de
      *onboarding vuelve a tener ese item pendiente, con el plazo
      *contado desde la corrida, y el primer contacto pendiente para
      *que alguien lo llame. La carta ya sale por la cola de avisos,
      *asi que no se le manda ademas la de bienvenida:
       REABRE-FICHA-ONBOARDING.
           MOVE CLIENTES-ID TO ONB-CLIENTES-ID.
           READ ARCHIVO-ONBOARDING RECORD
           INVALID KEY
           PERFORM ARMA-FICHA-ONBOARDING
           WRITE ONBOARDING-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la ficha de onboarding de "
                   CLIENTES-ID ", status: " ONBOARDING-STATUS
           END-WRITE
           NOT INVALID KEY
           PERFORM ARMA-FICHA-ONBOARDING
           REWRITE ONBOARDING-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la ficha de onboarding de "
                   CLIENTES-ID ", status: " ONBOARDING-STATUS
           END-REWRITE
           END-READ.

       ARMA-FICHA-ONBOARDING.
           MOVE SPACES TO ONBOARDING-REGISTRO.
           MOVE CLIENTES-ID TO ONB-CLIENTES-ID.
           MOVE FECHA-DE-CORRIDA TO ONB-FECHA-ALTA.
           MOVE "N" TO ONB-DNI-VERIFICADO.
           MOVE "S" TO ONB-CARTA-ENVIADA.
           MOVE FECHA-DE-CORRIDA TO ONB-FECHA-CARTA.
           MOVE "N" TO ONB-PRIMER-CONTACTO.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Procesar-mayoria-edad.

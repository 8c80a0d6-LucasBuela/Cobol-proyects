      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Control del cierre de fin de mes: muestra por periodo
      *          AAAAMM la lista de pasos del cierre (interes, ordenes
      *          permanentes, revaluacion, snapshot de saldos,
      *          extracto contable, estados de cuenta y cierre del
      *          ledger) con el estado, el operador y la hora de cada
      *          uno, como los dejo anotados Control-cierre-mensual.
      *          Corre un paso (solo un supervisor, como en el menu)
      *          si los que lo preceden estan completos; un supervisor
      *          tambien puede firmar, con su motivo,
      *          la excepcion que deja abrir los posteos del periodo
      *          siguiente sin el cierre completo. Imprime para
      *          contaduria el certificado del cierre del periodo en
      *          certificado_cierre_AAAAMM.prn, que dice si cada paso
      *          corrio completo y despues de los que lo preceden.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Controlar-cierre-mensual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Control de pasos del cierre por periodo:
       COPY "DataBaseCierreMensual.cbl".
      *Periodo y paso que se esta corriendo desde aca:
       COPY "DataBaseCierrePasoSenal.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Certificado del cierre para contaduria:
       SELECT ARCHIVO-CERTIFICADO
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CERTIFICADO
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCierreMensual.cbl".
       COPY "DataCierrePasoSenal.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       FD  ARCHIVO-CERTIFICADO.
           01 LINEA-CERTIFICADO PIC X(80).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CIERRE-MENSUAL-STATUS PIC XX.
       77  CIERRE-PASO-SENAL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  FIN-OPERADORES PIC X.
       77  CAMPO-PERIODO PIC X(6).
       77  CAMPO-PASO PIC X(2).
       77  CAMPO-MOTIVO PIC X(40).
       77  PASO-ELEGIDO PIC 9(2).
       77  PREVIO-PENDIENTE PIC 9(2).
       77  NOMBRE-ARCHIVO-CERTIFICADO PIC X(40).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
      *Periodo con que se trabaja; el cierre se hace en los primeros
      *dias del mes siguiente, asi que hasta el dia 10 se propone el
      *mes pasado:
       01  PERIODO-DE-TRABAJO.
           05 PERIODO-TRABAJO-ANIO PIC 9(4).
           05 PERIODO-TRABAJO-MES PIC 9(2).
       77  DIA-DE-HOY PIC 9(2).
      *Lo anotado del periodo, paso por paso:
       01  TABLA-CONTROL-PERIODO.
           05 CONTROL-PASO OCCURS 7 TIMES.
              10 CTL-ESTADO PIC X(1).
              10 CTL-OPERADOR PIC X(10).
              10 CTL-INICIO PIC X(14).
              10 CTL-FIN PIC X(14).
              10 CTL-CANTIDAD PIC 9(7).
              10 CTL-REFERENCIA PIC X(20).
       77  PASOS-COMPLETOS PIC 9(2).
       77  ORDEN-VIOLADO PIC X.
       77  PREVIO-DEL-PASO PIC 9(2).
       77  EXCEPCION-FIRMADA PIC X.
       77  EXCEPCION-OPERADOR PIC X(10).
       77  EXCEPCION-MOMENTO PIC X(14).
       77  EXCEPCION-MOTIVO PIC X(40).
      *Campos de muestra:
       77  ESTADO-MOSTRADO PIC X(10).
       77  MOMENTO-A-MOSTRAR PIC X(14).
       77  MOMENTO-MOSTRADO PIC X(16).
       77  INICIO-MOSTRADO PIC X(16).
       77  MOMENTO-DE-EMISION PIC X(14).
       01  LINEA-SEPARADORA PIC X(78) VALUE ALL "=".
       COPY "DataCierrePasos.cbl".
       COPY "DataCierreControl.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CONTROL DEL CIERRE MENSUAL =====".
           PERFORM PIDE-OPERADOR.
           PERFORM PIDE-PERIODO.
           PERFORM MUESTRA-CONTROL.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Exenciones-punitorio:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR
           MOVE SESION-OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

       BUSCA-NIVEL-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE SPACE TO OPERADOR-NIVEL-ACTUAL.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       PIDE-PERIODO.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-DE-TRABAJO.
           MOVE FUNCTION CURRENT-DATE (7:2) TO DIA-DE-HOY.
           IF DIA-DE-HOY <= 10
           IF PERIODO-TRABAJO-MES = 1
           MOVE 12 TO PERIODO-TRABAJO-MES
           SUBTRACT 1 FROM PERIODO-TRABAJO-ANIO
           ELSE
           SUBTRACT 1 FROM PERIODO-TRABAJO-MES
           END-IF
           END-IF.
           PERFORM CAMBIA-PERIODO.

       CAMBIA-PERIODO.
           MOVE SPACES TO CAMPO-PERIODO.
           DISPLAY "Periodo a cerrar AAAAMM (vacio para "
                   PERIODO-DE-TRABAJO "): ".
           ACCEPT CAMPO-PERIODO.
           IF CAMPO-PERIODO NOT = SPACES
           IF CAMPO-PERIODO NUMERIC AND
              CAMPO-PERIODO (5:2) >= "01" AND
              CAMPO-PERIODO (5:2) <= "12"
           MOVE CAMPO-PERIODO TO PERIODO-DE-TRABAJO
           ELSE
           DISPLAY "Periodo invalido, se usa " PERIODO-DE-TRABAJO "."
           END-IF
           END-IF.

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(L) Ver el control, (C) Correr un paso, "
                   "(E) Firmar excepcion,".
           DISPLAY "(I) Imprimir certificado, (P) Cambiar periodo, "
                   "(X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "L"
                   PERFORM MUESTRA-CONTROL
               WHEN "C"
                   IF OPERADOR-ES-SUPERVISOR
                   PERFORM CORRE-PASO
                   ELSE
                   DISPLAY "Se necesita nivel de supervisor para "
                           "correr un paso del cierre."
                   END-IF
               WHEN "E"
                   IF OPERADOR-ES-SUPERVISOR
                   PERFORM FIRMA-EXCEPCION
                   ELSE
                   DISPLAY "Se necesita nivel de supervisor para "
                           "firmar una excepcion de cierre."
                   END-IF
               WHEN "I"
                   PERFORM IMPRIME-CERTIFICADO
               WHEN "P"
                   PERFORM CAMBIA-PERIODO
                   PERFORM MUESTRA-CONTROL
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      *Trae a la tabla lo anotado para el periodo, la excepcion si la
      *hay, y cuenta los pasos completos:
       CARGA-CONTROL-PERIODO.
           MOVE ZEROES TO PASOS-COMPLETOS.
           MOVE "N" TO EXCEPCION-FIRMADA.
           MOVE SPACES TO EXCEPCION-OPERADOR EXCEPCION-MOMENTO
               EXCEPCION-MOTIVO.
           OPEN INPUT ARCHIVO-CIERRE-MENSUAL.
           PERFORM CARGA-PASO-PERIODO
               VARYING INDICE-PASO-CIERRE FROM 1 BY 1
               UNTIL INDICE-PASO-CIERRE > CANTIDAD-PASOS-CIERRE.
           MOVE PERIODO-DE-TRABAJO TO CIERRE-MENSUAL-PERIODO.
           MOVE PASO-EXCEPCION-CIERRE TO CIERRE-MENSUAL-PASO.
           READ ARCHIVO-CIERRE-MENSUAL RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF PASO-CIERRE-EXCEPCION
           MOVE "S" TO EXCEPCION-FIRMADA
           MOVE CIERRE-MENSUAL-OPERADOR TO EXCEPCION-OPERADOR
           MOVE CIERRE-MENSUAL-FIN TO EXCEPCION-MOMENTO
           MOVE CIERRE-MENSUAL-MOTIVO TO EXCEPCION-MOTIVO
           END-IF
           END-READ.
           CLOSE ARCHIVO-CIERRE-MENSUAL.

       CARGA-PASO-PERIODO.
           MOVE SPACES TO CONTROL-PASO (INDICE-PASO-CIERRE).
           MOVE ZEROES TO CTL-CANTIDAD (INDICE-PASO-CIERRE).
           MOVE PERIODO-DE-TRABAJO TO CIERRE-MENSUAL-PERIODO.
           MOVE INDICE-PASO-CIERRE TO CIERRE-MENSUAL-PASO.
           READ ARCHIVO-CIERRE-MENSUAL RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE CIERRE-MENSUAL-ESTADO TO
               CTL-ESTADO (INDICE-PASO-CIERRE)
           MOVE CIERRE-MENSUAL-OPERADOR TO
               CTL-OPERADOR (INDICE-PASO-CIERRE)
           MOVE CIERRE-MENSUAL-INICIO TO
               CTL-INICIO (INDICE-PASO-CIERRE)
           MOVE CIERRE-MENSUAL-FIN TO CTL-FIN (INDICE-PASO-CIERRE)
           MOVE CIERRE-MENSUAL-CANTIDAD TO
               CTL-CANTIDAD (INDICE-PASO-CIERRE)
           MOVE CIERRE-MENSUAL-REFERENCIA TO
               CTL-REFERENCIA (INDICE-PASO-CIERRE)
           IF PASO-CIERRE-COMPLETO
           ADD 1 TO PASOS-COMPLETOS
           END-IF
           END-READ.

       MUESTRA-CONTROL.
           PERFORM CARGA-CONTROL-PERIODO.
           DISPLAY " ".
           DISPLAY "Cierre del periodo " PERIODO-DE-TRABAJO ":".
           PERFORM MUESTRA-PASO
               VARYING INDICE-PASO-CIERRE FROM 1 BY 1
               UNTIL INDICE-PASO-CIERRE > CANTIDAD-PASOS-CIERRE.
           IF EXCEPCION-FIRMADA = "S"
           MOVE EXCEPCION-MOMENTO TO MOMENTO-A-MOSTRAR
           PERFORM FORMATEA-MOMENTO
           DISPLAY "Excepcion firmada por " EXCEPCION-OPERADOR
                   " el " MOMENTO-MOSTRADO ": "
                   FUNCTION TRIM(EXCEPCION-MOTIVO)
           END-IF.
           DISPLAY "Pasos completos: " PASOS-COMPLETOS " de "
                   CANTIDAD-PASOS-CIERRE.

       MUESTRA-PASO.
           PERFORM DESCRIBE-ESTADO.
           MOVE CTL-FIN (INDICE-PASO-CIERRE) TO MOMENTO-A-MOSTRAR.
           IF MOMENTO-A-MOSTRAR = SPACES
           MOVE CTL-INICIO (INDICE-PASO-CIERRE) TO MOMENTO-A-MOSTRAR
           END-IF.
           PERFORM FORMATEA-MOMENTO.
           DISPLAY PASO-CIERRE-NUMERO (INDICE-PASO-CIERRE) " "
                   PASO-CIERRE-DESCRIPCION (INDICE-PASO-CIERRE) " "
                   ESTADO-MOSTRADO " "
                   CTL-OPERADOR (INDICE-PASO-CIERRE) " "
                   MOMENTO-MOSTRADO.

       DESCRIBE-ESTADO.
           EVALUATE CTL-ESTADO (INDICE-PASO-CIERRE)
               WHEN "C"
                   MOVE "COMPLETO" TO ESTADO-MOSTRADO
               WHEN "P"
                   MOVE "EN CURSO" TO ESTADO-MOSTRADO
               WHEN "F"
                   MOVE "FALLIDO" TO ESTADO-MOSTRADO
               WHEN OTHER
                   MOVE "PENDIENTE" TO ESTADO-MOSTRADO
           END-EVALUATE.

      *AAAAMMDDHHMMSS como DD/MM/AAAA HH:MM:
       FORMATEA-MOMENTO.
           MOVE SPACES TO MOMENTO-MOSTRADO.
           IF MOMENTO-A-MOSTRAR NOT = SPACES
           STRING MOMENTO-A-MOSTRAR (7:2) "/" MOMENTO-A-MOSTRAR (5:2)
                  "/" MOMENTO-A-MOSTRAR (1:4) " "
                  MOMENTO-A-MOSTRAR (9:2) ":" MOMENTO-A-MOSTRAR (11:2)
                  DELIMITED BY SIZE INTO MOMENTO-MOSTRADO
           END-STRING
           END-IF.

      *El paso se corre solo con sus previos completos; el programa
      *vuelve a comprobarlo (y el periodo anterior, si abre posteos)
      *con Control-cierre-mensual. La senal le dice en que periodo
      *se esta cerrando, y se borra al volver aunque no se haya
      *podido llamar.
       CORRE-PASO.
           PERFORM CARGA-CONTROL-PERIODO.
           DISPLAY "Numero de paso a correr (01 a 07): ".
           MOVE SPACES TO CAMPO-PASO.
           ACCEPT CAMPO-PASO.
           IF CAMPO-PASO NOT NUMERIC OR CAMPO-PASO = "00" OR
              CAMPO-PASO > "07"
           DISPLAY "Paso invalido."
           ELSE
           MOVE CAMPO-PASO TO PASO-ELEGIDO
           MOVE ZEROES TO PREVIO-PENDIENTE
           PERFORM BUSCA-PREVIO-PENDIENTE
               VARYING INDICE-PREVIO-CIERRE FROM 1 BY 1
               UNTIL INDICE-PREVIO-CIERRE > 6
                  OR PREVIO-PENDIENTE > ZEROES
           IF PREVIO-PENDIENTE > ZEROES
           DISPLAY "No se puede correr "
                   FUNCTION TRIM(PASO-CIERRE-DESCRIPCION (PASO-ELEGIDO))
                   ": falta completar el paso " PREVIO-PENDIENTE " ("
                   FUNCTION TRIM(PASO-CIERRE-DESCRIPCION
                                 (PREVIO-PENDIENTE)) ")."
           ELSE
           PERFORM LLAMA-PASO
           END-IF
           END-IF.

       BUSCA-PREVIO-PENDIENTE.
           MOVE PASO-CIERRE-PREVIO (PASO-ELEGIDO, INDICE-PREVIO-CIERRE)
               TO PREVIO-DEL-PASO.
           IF PREVIO-DEL-PASO > ZEROES
           IF CTL-ESTADO (PREVIO-DEL-PASO) NOT = "C"
           MOVE PREVIO-DEL-PASO TO PREVIO-PENDIENTE
           END-IF
           END-IF.

       LLAMA-PASO.
           EVALUATE PASO-ELEGIDO
               WHEN 5
                   DISPLAY "Al pedir el periodo, ingrese "
                           PERIODO-DE-TRABAJO "."
               WHEN 7
                   DISPLAY "Al pedir la fecha de corte, ingrese el "
                           "primer dia del mes siguiente a "
                           PERIODO-DE-TRABAJO "."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           OPEN OUTPUT ARCHIVO-CIERRE-PASO-SENAL.
           MOVE PERIODO-DE-TRABAJO TO CIERRE-PASO-SENAL-PERIODO.
           MOVE PASO-CIERRE-PROGRAMA (PASO-ELEGIDO) TO
               CIERRE-PASO-SENAL-PROGRAMA.
           WRITE CIERRE-PASO-SENAL-REGISTRO.
           CLOSE ARCHIVO-CIERRE-PASO-SENAL.
           MOVE ZERO TO RETURN-CODE.
           CALL PASO-CIERRE-PROGRAMA (PASO-ELEGIDO)
               ON EXCEPTION
               DISPLAY "No se pudo llamar al programa "
                       FUNCTION TRIM(PASO-CIERRE-PROGRAMA
                                     (PASO-ELEGIDO)) "."
               PERFORM ANOTA-PASO-NO-LLAMADO
           END-CALL.
           DELETE FILE ARCHIVO-CIERRE-PASO-SENAL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM MUESTRA-CONTROL.

       ANOTA-PASO-NO-LLAMADO.
           INITIALIZE CIERRE-CONTROL.
           MOVE PASO-CIERRE-PROGRAMA (PASO-ELEGIDO) TO
               CONTROL-CIERRE-PROGRAMA.
           MOVE PERIODO-DE-TRABAJO TO CONTROL-CIERRE-PERIODO.
           PERFORM FALLA-CONTROL-CIERRE.

      *La excepcion deja abrir los posteos del periodo siguiente sin
      *el cierre completo de este; la firma el supervisor logueado,
      *con un motivo, y queda en el certificado:
       FIRMA-EXCEPCION.
           IF MODO-ENTRENAMIENTO = "S"
           DISPLAY "En modo entrenamiento no se firman excepciones "
                   "de cierre."
           ELSE
           PERFORM CARGA-CONTROL-PERIODO
           IF PASOS-COMPLETOS = CANTIDAD-PASOS-CIERRE
           DISPLAY "El periodo " PERIODO-DE-TRABAJO " tiene el cierre "
                   "completo, no hace falta una excepcion."
           ELSE
           DISPLAY "Motivo de la excepcion: "
           MOVE SPACES TO CAMPO-MOTIVO
           ACCEPT CAMPO-MOTIVO
           IF CAMPO-MOTIVO = SPACES
           DISPLAY "Sin motivo no se firma la excepcion."
           ELSE
           MOVE "¿Firma la excepcion de cierre del periodo (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-EXCEPCION
           END-IF
           END-IF
           END-IF
           END-IF.

       GRABA-EXCEPCION.
           OPEN I-O ARCHIVO-CIERRE-MENSUAL.
           MOVE PERIODO-DE-TRABAJO TO CIERRE-MENSUAL-PERIODO.
           MOVE PASO-EXCEPCION-CIERRE TO CIERRE-MENSUAL-PASO.
           READ ARCHIVO-CIERRE-MENSUAL RECORD
           INVALID KEY
           PERFORM LLENA-EXCEPCION
           WRITE CIERRE-MENSUAL-REGISTRO
           NOT INVALID KEY
           PERFORM LLENA-EXCEPCION
           REWRITE CIERRE-MENSUAL-REGISTRO
           END-READ.
           CLOSE ARCHIVO-CIERRE-MENSUAL.
           DISPLAY "Excepcion de cierre firmada para el periodo "
                   PERIODO-DE-TRABAJO ".".

       LLENA-EXCEPCION.
           MOVE "X" TO CIERRE-MENSUAL-ESTADO.
           MOVE OPERADOR TO CIERRE-MENSUAL-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CIERRE-MENSUAL-INICIO.
           MOVE CIERRE-MENSUAL-INICIO TO CIERRE-MENSUAL-FIN.
           MOVE PASOS-COMPLETOS TO CIERRE-MENSUAL-CANTIDAD.
           MOVE SPACES TO CIERRE-MENSUAL-REFERENCIA.
           MOVE CAMPO-MOTIVO TO CIERRE-MENSUAL-MOTIVO.

      *El certificado prueba el cierre paso por paso: completo, por
      *quien y cuando, y que empezo despues de que terminaron los
      *que lo preceden. Un previo vuelto a correr despues queda
      *senalado y el cierre no se certifica como completo.
       IMPRIME-CERTIFICADO.
           PERFORM CARGA-CONTROL-PERIODO.
           MOVE "N" TO ORDEN-VIOLADO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO MOMENTO-DE-EMISION.
           MOVE SPACES TO NOMBRE-ARCHIVO-CERTIFICADO.
           STRING "certificado_cierre_" DELIMITED BY SIZE
                  PERIODO-DE-TRABAJO DELIMITED BY SIZE
                  ".prn" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-CERTIFICADO
           END-STRING.
           OPEN OUTPUT ARCHIVO-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "CERTIFICADO DE CIERRE MENSUAL - PERIODO "
                  PERIODO-DE-TRABAJO (5:2) "/" PERIODO-DE-TRABAJO (1:4)
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE LINEA-SEPARADORA TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           MOVE "Paso" TO LINEA-CERTIFICADO (1:4).
           MOVE "Descripcion" TO LINEA-CERTIFICADO (6:11).
           MOVE "Estado" TO LINEA-CERTIFICADO (37:6).
           MOVE "Operador" TO LINEA-CERTIFICADO (48:8).
           MOVE "Terminado" TO LINEA-CERTIFICADO (58:9).
           MOVE "Cantidad" TO LINEA-CERTIFICADO (73:8).
           WRITE LINEA-CERTIFICADO.
           PERFORM IMPRIME-PASO-CERTIFICADO
               VARYING INDICE-PASO-CIERRE FROM 1 BY 1
               UNTIL INDICE-PASO-CIERRE > CANTIDAD-PASOS-CIERRE.
           MOVE LINEA-SEPARADORA TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           PERFORM IMPRIME-DICTAMEN.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE MOMENTO-DE-EMISION TO MOMENTO-A-MOSTRAR.
           PERFORM FORMATEA-MOMENTO.
           STRING "Emitido por " OPERADOR " el " MOMENTO-MOSTRADO
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "______________________        ______________________"
               TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "   Por operaciones               Por contaduria"
               TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           CLOSE ARCHIVO-CERTIFICADO.
           DISPLAY "Certificado del cierre grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-CERTIFICADO) ".".

       IMPRIME-PASO-CERTIFICADO.
           PERFORM DESCRIBE-ESTADO.
           MOVE CTL-FIN (INDICE-PASO-CIERRE) TO MOMENTO-A-MOSTRAR.
           PERFORM FORMATEA-MOMENTO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           MOVE PASO-CIERRE-NUMERO (INDICE-PASO-CIERRE) TO
               LINEA-CERTIFICADO (1:2).
           MOVE PASO-CIERRE-DESCRIPCION (INDICE-PASO-CIERRE) TO
               LINEA-CERTIFICADO (6:30).
           MOVE ESTADO-MOSTRADO TO LINEA-CERTIFICADO (37:10).
           MOVE CTL-OPERADOR (INDICE-PASO-CIERRE) TO
               LINEA-CERTIFICADO (48:10).
           MOVE MOMENTO-MOSTRADO TO LINEA-CERTIFICADO (58:16).
           MOVE CTL-CANTIDAD (INDICE-PASO-CIERRE) TO
               LINEA-CERTIFICADO (74:7).
           WRITE LINEA-CERTIFICADO.
           IF CTL-INICIO (INDICE-PASO-CIERRE) NOT = SPACES
           MOVE CTL-INICIO (INDICE-PASO-CIERRE) TO MOMENTO-A-MOSTRAR
           PERFORM FORMATEA-MOMENTO
           MOVE MOMENTO-MOSTRADO TO INICIO-MOSTRADO
           MOVE SPACES TO LINEA-CERTIFICADO
           STRING "     Comenzado el " INICIO-MOSTRADO
                  "   Referencia: " CTL-REFERENCIA (INDICE-PASO-CIERRE)
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING
           WRITE LINEA-CERTIFICADO
           END-IF.
           IF CTL-ESTADO (INDICE-PASO-CIERRE) = "C"
           PERFORM COMPRUEBA-ORDEN-DEL-PASO
               VARYING INDICE-PREVIO-CIERRE FROM 1 BY 1
               UNTIL INDICE-PREVIO-CIERRE > 6
           END-IF.

      *Los momentos AAAAMMDDHHMMSS se comparan como texto:
       COMPRUEBA-ORDEN-DEL-PASO.
           MOVE PASO-CIERRE-PREVIO (INDICE-PASO-CIERRE,
                                    INDICE-PREVIO-CIERRE)
               TO PREVIO-DEL-PASO.
           IF PREVIO-DEL-PASO > ZEROES
           IF CTL-ESTADO (PREVIO-DEL-PASO) NOT = "C" OR
              CTL-FIN (PREVIO-DEL-PASO) >
              CTL-INICIO (INDICE-PASO-CIERRE)
           MOVE "S" TO ORDEN-VIOLADO
           MOVE SPACES TO LINEA-CERTIFICADO
           STRING "     ATENCION: el paso " PREVIO-DEL-PASO
                  " no estaba completo cuando empezo este."
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING
           WRITE LINEA-CERTIFICADO
           END-IF
           END-IF.

       IMPRIME-DICTAMEN.
           IF EXCEPCION-FIRMADA = "S"
           MOVE EXCEPCION-MOMENTO TO MOMENTO-A-MOSTRAR
           PERFORM FORMATEA-MOMENTO
           MOVE SPACES TO LINEA-CERTIFICADO
           STRING "Excepcion firmada por " EXCEPCION-OPERADOR
                  " el " MOMENTO-MOSTRADO
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING
           WRITE LINEA-CERTIFICADO
           MOVE SPACES TO LINEA-CERTIFICADO
           STRING "Motivo: " EXCEPCION-MOTIVO
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING
           WRITE LINEA-CERTIFICADO
           END-IF.
           MOVE SPACES TO LINEA-CERTIFICADO.
           EVALUATE TRUE
               WHEN PASOS-COMPLETOS = CANTIDAD-PASOS-CIERRE AND
                    ORDEN-VIOLADO = "N"
                   MOVE "CIERRE COMPLETO: todos los pasos corrieron "
                       TO LINEA-CERTIFICADO
                   MOVE "completos y en orden." TO
                       LINEA-CERTIFICADO (44:)
               WHEN EXCEPCION-FIRMADA = "S"
                   MOVE "CIERRE CON EXCEPCION: el periodo siguiente se "
                       TO LINEA-CERTIFICADO
                   MOVE "abrio con la firma del supervisor." TO
                       LINEA-CERTIFICADO (47:)
               WHEN OTHER
                   MOVE "CIERRE INCOMPLETO: este certificado no "
                       TO LINEA-CERTIFICADO
                   MOVE "acredita el cierre del periodo." TO
                       LINEA-CERTIFICADO (40:)
           END-EVALUATE.
           WRITE LINEA-CERTIFICADO.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcControlCierre.cbl".

       END PROGRAM Controlar-cierre-mensual.

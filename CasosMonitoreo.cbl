      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Bandeja del oficial de cumplimiento para los casos
      *          que abre el monitoreo nocturno de movimientos: lista
      *          los casos abiertos, muestra cada uno con los
      *          movimientos que lo sostienen y lo cierra como
      *          justificado o lo eleva a reporte de operacion
      *          sospechosa. El reporte toma numero propio y queda en
      *          reportes_ros.dat (cabecera del caso y un renglon por
      *          movimiento) para su presentacion. La decision queda
      *          en el caso con fecha, oficial y observacion. Pide
      *          nivel de supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revisar-casos-monitoreo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Casos del monitoreo y sus movimientos adjuntos:
       COPY "DataBaseCasosMonitoreo.cbl".
       COPY "DataBaseCasosMovimientos.cbl".
      *Reportes de operacion sospechosa y su numeracion:
       SELECT OPTIONAL ARCHIVO-REPORTES-ROS
       ASSIGN TO "reportes_ros.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS REPORTES-ROS-STATUS.
       COPY "DataBaseRosControl.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCasosMonitoreo.cbl".
       COPY "DataCasosMovimientos.cbl".

       FD  ARCHIVO-REPORTES-ROS.
           01 REPORTE-ROS-LINEA PIC X(200).

       COPY "DataRosControl.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CASOS-STATUS PIC XX.
       77  CASOS-MOVIMIENTOS-STATUS PIC XX.
       77  REPORTES-ROS-STATUS PIC XX.
       77  ROS-CONTROL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-CASOS PIC X.
       77  FIN-DE-ADJUNTOS PIC X.
       77  SIGUE-REVISANDO PIC X.
       77  NUMERO-CASO PIC 9(3).
       77  CASO-ELEGIDO-VALIDO PIC X.
       77  CAMPO-DECISION PIC X(1).
       77  CAMPO-OBSERVACION PIC X(40).
       77  CONTADOR-JUSTIFICADOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-ESCALADOS PIC 9(5) VALUE ZEROES.
       77  FECHA-HORA-DECISION PIC X(21).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  IMPORTE-MUESTRA PIC -Z(7)9.99.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Claves de los casos abiertos en el orden en que se listaron,
      *para elegirlos por numero:
       01  CASOS-LISTADOS.
           05 CASO-LISTADO-CLAVE PIC X(32) OCCURS 200 TIMES.
       77  CANTIDAD-LISTADOS PIC 9(3).
       77  CASOS-SIN-LISTAR PIC 9(5).

      *Renglones de reportes_ros.dat: una cabecera por reporte, la
      *observacion del oficial y un detalle por movimiento adjunto:
       01  LINEA-ROS-CABECERA.
           05 FILLER PIC X(1) VALUE "H".
           05 ROSH-NUMERO PIC 9(8).
           05 ROSH-FECHA PIC X(8).
           05 ROSH-OFICIAL PIC X(10).
           05 ROSH-CLIENTES-ID PIC X(6).
           05 ROSH-DNI PIC X(9).
           05 ROSH-CUIT PIC X(11).
           05 ROSH-NOMBRE PIC X(25).
           05 ROSH-APELLIDO PIC X(35).
           05 ROSH-REGLA PIC X(2).
           05 ROSH-MONEDA PIC X(3).
           05 ROSH-IMPORTE PIC 9(9)V99.
           05 ROSH-DESCRIPCION PIC X(60).
           05 FILLER PIC X(11) VALUE SPACES.
       01  LINEA-ROS-OBSERVACION.
           05 FILLER PIC X(1) VALUE "O".
           05 ROSO-NUMERO PIC 9(8).
           05 ROSO-OBSERVACION PIC X(40).
           05 FILLER PIC X(151) VALUE SPACES.
       01  LINEA-ROS-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 ROSD-NUMERO PIC 9(8).
           05 ROSD-FECHA-HORA PIC X(14).
           05 ROSD-TIPO PIC X(1).
           05 ROSD-SIGNO PIC X(1).
           05 ROSD-IMPORTE PIC 9(7)V99.
           05 ROSD-OPERADOR PIC X(10).
           05 ROSD-CONCEPTO PIC X(30).
           05 FILLER PIC X(126) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CASOS DEL MONITOREO DE MOVIMIENTOS =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para decidir los "
                   "casos del monitoreo."
           GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CASOS-MONITOREO.
           OPEN INPUT ARCHIVO-CASOS-MOVIMIENTOS.
           MOVE "S" TO SIGUE-REVISANDO.
           PERFORM ATIENDE-UN-CASO
           UNTIL SIGUE-REVISANDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CASOS-MONITOREO.
           CLOSE ARCHIVO-CASOS-MOVIMIENTOS.
           DISPLAY "Casos justificados en esta sesion: "
                   CONTADOR-JUSTIFICADOS.
           DISPLAY "Casos elevados a reporte:          "
                   CONTADOR-ESCALADOS.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Castigar-saldo:
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

      *La bandeja se vuelve a listar despues de cada decision:
       ATIENDE-UN-CASO.
           PERFORM LISTA-CASOS-ABIERTOS.
           IF CANTIDAD-LISTADOS = ZEROES
           DISPLAY "No hay casos abiertos."
           MOVE "N" TO SIGUE-REVISANDO
           ELSE
           PERFORM PIDE-CASO
           IF NUMERO-CASO = ZEROES
           MOVE "N" TO SIGUE-REVISANDO
           ELSE
           PERFORM DECIDE-CASO
           END-IF
           END-IF.

       LISTA-CASOS-ABIERTOS.
           MOVE ZEROES TO CANTIDAD-LISTADOS.
           MOVE ZEROES TO CASOS-SIN-LISTAR.
           MOVE LOW-VALUES TO CASO-CLAVE.
           MOVE "1" TO FIN-DE-CASOS.
           START ARCHIVO-CASOS-MONITOREO
               KEY IS NOT LESS THAN CASO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-CASOS
           END-START.
           IF FIN-DE-CASOS = "1"
           DISPLAY " "
           DISPLAY "NRO CLIENTE RG DETECTADO MON      IMPORTE "
                   "DESCRIPCION"
           PERFORM LEE-SIGUIENTE-CASO
           END-IF.
           PERFORM MUESTRA-SI-ABIERTO
           UNTIL FIN-DE-CASOS = "0".
           IF CASOS-SIN-LISTAR > ZEROES
           DISPLAY "... y " CASOS-SIN-LISTAR " casos abiertos mas; "
                   "se listan al decidir los primeros."
           END-IF.

       LEE-SIGUIENTE-CASO.
           READ ARCHIVO-CASOS-MONITOREO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CASOS.

       MUESTRA-SI-ABIERTO.
           IF CASO-ABIERTO
           IF CANTIDAD-LISTADOS < 200
           ADD 1 TO CANTIDAD-LISTADOS
           MOVE CASO-CLAVE TO CASO-LISTADO-CLAVE (CANTIDAD-LISTADOS)
           MOVE CASO-IMPORTE TO IMPORTE-MUESTRA
           DISPLAY CANTIDAD-LISTADOS " " CASO-CLIENTES-ID "  "
                   CASO-REGLA " " CASO-FECHA-DETECCION " "
                   CASO-MONEDA " " IMPORTE-MUESTRA " "
                   FUNCTION TRIM(CASO-DESCRIPCION)
           ELSE
           ADD 1 TO CASOS-SIN-LISTAR
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CASO.

       PIDE-CASO.
           DISPLAY " ".
           DISPLAY "Numero de caso a revisar (0 para salir): ".
           MOVE ZEROES TO NUMERO-CASO.
           ACCEPT NUMERO-CASO.
           MOVE "S" TO CASO-ELEGIDO-VALIDO.
           IF NUMERO-CASO > CANTIDAD-LISTADOS
           DISPLAY "No hay un caso con ese numero."
           MOVE "N" TO CASO-ELEGIDO-VALIDO
           END-IF.

      *El caso se relee por su clave: otro oficial pudo decidirlo
      *mientras tanto:
       DECIDE-CASO.
           IF CASO-ELEGIDO-VALIDO = "S"
           MOVE CASO-LISTADO-CLAVE (NUMERO-CASO) TO CASO-CLAVE
           READ ARCHIVO-CASOS-MONITOREO RECORD
           INVALID KEY
           DISPLAY "El caso ya no esta en el archivo."
           NOT INVALID KEY
           IF CASO-ABIERTO
           PERFORM MUESTRA-CASO
           PERFORM PIDE-DECISION
           ELSE
           DISPLAY "El caso ya fue decidido por "
                   FUNCTION TRIM(CASO-OFICIAL) "."
           END-IF
           END-READ
           END-IF.

       MUESTRA-CASO.
           MOVE CASO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACES TO CLIENTES-NOMBRE CLIENTES-APELLIDO
               CLIENTES-DNI CLIENTES-CUIT
           END-READ.
           DISPLAY " ".
           DISPLAY "Cliente:    " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE)
                   "  DNI " CLIENTES-DNI.
           DISPLAY "Regla:      " CASO-REGLA "  detectado el "
                   CASO-FECHA-DETECCION (7:2) "/"
                   CASO-FECHA-DETECCION (5:2) "/"
                   CASO-FECHA-DETECCION (1:4).
           DISPLAY "Detalle:    " FUNCTION TRIM(CASO-DESCRIPCION).
           DISPLAY "Movimientos adjuntos:".
           PERFORM POSICIONA-ADJUNTOS.
           PERFORM MUESTRA-ADJUNTO
           UNTIL FIN-DE-ADJUNTOS = "0".

      *Los adjuntos del caso se recorren con START + READ NEXT sobre
      *la clave que arranca por la del caso:
       POSICIONA-ADJUNTOS.
           MOVE CASO-CLAVE TO CMOV-CASO-CLAVE.
           MOVE LOW-VALUES TO CMOV-MOV-FECHA-HORA.
           MOVE ZEROES TO CMOV-MOV-SECUENCIA.
           START ARCHIVO-CASOS-MOVIMIENTOS
               KEY IS NOT LESS THAN CMOV-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-ADJUNTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-ADJUNTOS
           PERFORM LEE-SIGUIENTE-ADJUNTO
           END-START.

       LEE-SIGUIENTE-ADJUNTO.
           READ ARCHIVO-CASOS-MOVIMIENTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-ADJUNTOS
           NOT AT END
           IF CMOV-CASO-CLAVE NOT = CASO-CLAVE
           MOVE "0" TO FIN-DE-ADJUNTOS
           END-IF.

       MUESTRA-ADJUNTO.
           MOVE CMOV-IMPORTE TO IMPORTE-MUESTRA.
           DISPLAY "  " CMOV-MOV-FECHA-HORA (7:2) "/"
                   CMOV-MOV-FECHA-HORA (5:2) "/"
                   CMOV-MOV-FECHA-HORA (1:4) " "
                   CMOV-MOV-FECHA-HORA (9:2) ":"
                   CMOV-MOV-FECHA-HORA (11:2) "  " CMOV-TIPO " "
                   IMPORTE-MUESTRA "  " FUNCTION TRIM(CMOV-CONCEPTO).
           PERFORM LEE-SIGUIENTE-ADJUNTO.

       PIDE-DECISION.
           MOVE SPACE TO CAMPO-DECISION.
           DISPLAY "Decision (J justificado, E elevar a reporte de "
                   "operacion sospechosa, otra cosa para dejarlo "
                   "abierto): ".
           ACCEPT CAMPO-DECISION.
           MOVE FUNCTION UPPER-CASE(CAMPO-DECISION) TO CAMPO-DECISION.
           IF CAMPO-DECISION = "J" OR CAMPO-DECISION = "E"
           PERFORM PIDE-OBSERVACION
           IF CAMPO-OBSERVACION NOT = SPACES
           PERFORM CONFIRMA-DECISION
           IF SI-A-GRABAR = "S"
           PERFORM ASIENTA-DECISION
           END-IF
           END-IF
           END-IF.

       PIDE-OBSERVACION.
           MOVE SPACES TO CAMPO-OBSERVACION.
           DISPLAY "Observacion (obligatoria): ".
           ACCEPT CAMPO-OBSERVACION.
           IF CAMPO-OBSERVACION = SPACES
           DISPLAY "Sin observacion no se registra la decision."
           END-IF.

       CONFIRMA-DECISION.
           MOVE SPACES TO CONFIRMA-MENSAJE.
           IF CAMPO-DECISION = "E"
           MOVE "¿Confirma elevar el caso a reporte (S/N)?"
               TO CONFIRMA-MENSAJE
           ELSE
           MOVE "¿Confirma cerrar el caso como justificado (S/N)?"
               TO CONFIRMA-MENSAJE
           END-IF.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

       ASIENTA-DECISION.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-DECISION.
           MOVE CAMPO-DECISION TO CASO-ESTADO.
           MOVE FECHA-HORA-DECISION (1:8) TO CASO-FECHA-DECISION.
           MOVE OPERADOR TO CASO-OFICIAL.
           MOVE CAMPO-OBSERVACION TO CASO-OBSERVACION.
           IF CASO-ESCALADO
           PERFORM ASIGNA-NUMERO-ROS
           END-IF.
           REWRITE CASO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la decision del caso, status: "
                   CASOS-STATUS
           NOT INVALID KEY
           IF CASO-ESCALADO
           PERFORM GRABA-REPORTE-ROS
           ADD 1 TO CONTADOR-ESCALADOS
           DISPLAY "Caso elevado: reporte de operacion sospechosa "
                   CASO-NUMERO-ROS " en reportes_ros.dat."
           ELSE
           ADD 1 TO CONTADOR-JUSTIFICADOS
           DISPLAY "Caso cerrado como justificado."
           END-IF
           END-REWRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-CASTIGO:
       ASIGNA-NUMERO-ROS.
           MOVE ZEROES TO ROS-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-ROS-CONTROL.
           IF ROS-CONTROL-STATUS = "00"
           READ ARCHIVO-ROS-CONTROL
           END-IF.
           CLOSE ARCHIVO-ROS-CONTROL.
           ADD 1 TO ROS-NUMERO-ACTUAL.
           MOVE ROS-NUMERO-ACTUAL TO CASO-NUMERO-ROS.
           OPEN OUTPUT ARCHIVO-ROS-CONTROL.
           WRITE ROS-CONTROL-REGISTRO.
           CLOSE ARCHIVO-ROS-CONTROL.

      *El reporte lleva los datos del cliente al momento de elevarlo,
      *el caso, la observacion del oficial y cada movimiento adjunto:
       GRABA-REPORTE-ROS.
           OPEN EXTEND ARCHIVO-REPORTES-ROS.
           MOVE CASO-NUMERO-ROS TO ROSH-NUMERO.
           MOVE CASO-FECHA-DECISION TO ROSH-FECHA.
           MOVE OPERADOR TO ROSH-OFICIAL.
           MOVE CASO-CLIENTES-ID TO ROSH-CLIENTES-ID.
           MOVE CLIENTES-DNI TO ROSH-DNI.
           MOVE CLIENTES-CUIT TO ROSH-CUIT.
           MOVE CLIENTES-NOMBRE TO ROSH-NOMBRE.
           MOVE CLIENTES-APELLIDO TO ROSH-APELLIDO.
           MOVE CASO-REGLA TO ROSH-REGLA.
           MOVE CASO-MONEDA TO ROSH-MONEDA.
           IF CASO-IMPORTE < ZERO
           COMPUTE ROSH-IMPORTE = ZERO - CASO-IMPORTE
           ELSE
           MOVE CASO-IMPORTE TO ROSH-IMPORTE
           END-IF.
           MOVE CASO-DESCRIPCION TO ROSH-DESCRIPCION.
           WRITE REPORTE-ROS-LINEA FROM LINEA-ROS-CABECERA.
           MOVE CASO-NUMERO-ROS TO ROSO-NUMERO.
           MOVE CASO-OBSERVACION TO ROSO-OBSERVACION.
           WRITE REPORTE-ROS-LINEA FROM LINEA-ROS-OBSERVACION.
           PERFORM POSICIONA-ADJUNTOS.
           PERFORM GRABA-DETALLE-ROS
           UNTIL FIN-DE-ADJUNTOS = "0".
           CLOSE ARCHIVO-REPORTES-ROS.

       GRABA-DETALLE-ROS.
           MOVE CASO-NUMERO-ROS TO ROSD-NUMERO.
           MOVE CMOV-MOV-FECHA-HORA (1:14) TO ROSD-FECHA-HORA.
           MOVE CMOV-TIPO TO ROSD-TIPO.
           IF CMOV-IMPORTE < ZERO
           MOVE "-" TO ROSD-SIGNO
           COMPUTE ROSD-IMPORTE = ZERO - CMOV-IMPORTE
           ELSE
           MOVE "+" TO ROSD-SIGNO
           MOVE CMOV-IMPORTE TO ROSD-IMPORTE
           END-IF.
           MOVE CMOV-OPERADOR TO ROSD-OPERADOR.
           MOVE CMOV-CONCEPTO TO ROSD-CONCEPTO.
           WRITE REPORTE-ROS-LINEA FROM LINEA-ROS-DETALLE.
           PERFORM LEE-SIGUIENTE-ADJUNTO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Revisar-casos-monitoreo.

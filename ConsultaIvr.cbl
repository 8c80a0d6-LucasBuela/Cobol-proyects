      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Atender las consultas de saldo de la central
      *          telefonica automatica. La central deja cada llamada
      *          en ivr_consultas.dat (referencia, fecha-hora, DNI y
      *          PIN tipeado) y lee la contestacion de
      *          ivr_respuestas.dat: con DNI y PIN correctos, el saldo
      *          disponible, los tres ultimos movimientos y la proxima
      *          factura a vencer; si no, el motivo del rechazo. El
      *          tercer PIN equivocado seguido bloquea el PIN hasta que
      *          el cliente pase por el mostrador (ver
      *          Mantener-pin-telefonico). Cada consulta contestada
      *          queda como contacto de tipo central automatica y
      *          actualiza la fecha de ultimo contacto. Las consultas
      *          atendidas se sacan del archivo de entrada, asi una
      *          corrida siguiente no las vuelve a contestar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Procesar-consultas-ivr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *PIN telefonico por cliente y su auditoria:
       COPY "DataBasePinTelefonico.cbl".
       COPY "DataBasePinHistoria.cbl".
      *Ledger de movimientos y facturas del cliente:
       COPY "DataBaseMovimientos.cbl".
       COPY "DataBaseFacturas.cbl".
      *Log de eventos de contacto:
       COPY "DataBaseContactos.cbl".
      *Consultas que deja la central y contestaciones que lee:
       SELECT OPTIONAL ARCHIVO-CONSULTAS-IVR
       ASSIGN TO "ivr_consultas.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONSULTAS-IVR-STATUS.
       SELECT OPTIONAL ARCHIVO-RESPUESTAS-IVR
       ASSIGN TO "ivr_respuestas.dat"
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataPinTelefonico.cbl".
       COPY "DataPinHistoria.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataContactos.cbl".

      *Una llamada: la referencia que le pone la central, cuando
      *entro (AAAAMMDDHHMMSS) y lo que tipeo el cliente:
       FD  ARCHIVO-CONSULTAS-IVR.
           01 CONSULTA-IVR-REGISTRO.
              10 CONSULTA-IVR-REFERENCIA PIC X(20).
              10 CONSULTA-IVR-FECHA-HORA PIC X(14).
              10 CONSULTA-IVR-DNI PIC X(9).
              10 CONSULTA-IVR-PIN PIC X(6).

      *La contestacion, con la misma referencia. El resultado es
      *"OK" (datos completos), "NE" (DNI sin cliente), "SP" (cliente
      *sin PIN), "PI" (PIN incorrecto, con los intentos que le
      *quedan), "BL" (PIN bloqueado) o "IN" (consulta incompleta).
      *Los movimientos van del mas nuevo al mas viejo; sin factura
      *pendiente el numero va en cero:
       FD  ARCHIVO-RESPUESTAS-IVR.
           01 RESPUESTA-IVR-REGISTRO.
              10 RESPUESTA-IVR-REFERENCIA PIC X(20).
              10 RESPUESTA-IVR-RESULTADO PIC X(2).
              10 RESPUESTA-IVR-INTENTOS PIC 9(1).
              10 RESPUESTA-IVR-MONEDA PIC X(3).
              10 RESPUESTA-IVR-DISPONIBLE PIC S9(7)V99
                 SIGN LEADING SEPARATE.
              10 RESPUESTA-IVR-CANTIDAD-MOVS PIC 9(1).
              10 RESPUESTA-IVR-MOVIMIENTO OCCURS 3 TIMES.
                 15 RESPUESTA-IVR-MOV-FECHA PIC X(8).
                 15 RESPUESTA-IVR-MOV-TIPO PIC X(1).
                 15 RESPUESTA-IVR-MOV-IMPORTE PIC S9(7)V99
                    SIGN LEADING SEPARATE.
              10 RESPUESTA-IVR-FACTURA-NUMERO PIC 9(8).
              10 RESPUESTA-IVR-FACTURA-VENCE PIC X(8).
              10 RESPUESTA-IVR-FACTURA-SALDO PIC S9(7)V99
                 SIGN LEADING SEPARATE.
              10 RESPUESTA-IVR-FACTURA-VENCIDA PIC X(1).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PIN-TELEFONICO-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  CONSULTAS-IVR-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-LECTURA PIC X.
       77  CLIENTE-HALLADO PIC X.
       77  FECHA-HOY PIC X(8).
       77  MAXIMO-INTENTOS-PIN PIC 9(1) VALUE 3.
       77  SALDO-FACTURA PIC S9(7)V99 COMP-3.
       77  CANTIDAD-ULTIMOS PIC 9(1).
       77  INDICE-ULTIMO PIC 9(1).
       77  INDICE-RESPUESTA PIC 9(1).
      *Los tres ultimos movimientos del cliente, corridos a medida
      *que se lee el ledger; el 3 es el mas nuevo:
       01  TABLA-ULTIMOS-MOVIMIENTOS.
           05 ULTIMO-MOVIMIENTO OCCURS 3 TIMES.
              10 ULTIMO-MOV-FECHA PIC X(8).
              10 ULTIMO-MOV-TIPO PIC X(1).
              10 ULTIMO-MOV-IMPORTE PIC S9(7)V99 COMP-3.
       77  CONTADOR-CONSULTAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-CONTESTADAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-RECHAZADAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-BLOQUEOS PIC 9(6) VALUE ZEROES.
       01  OPERADOR-CENTRAL PIC X(10) VALUE "CENTRAL".
      *Saldo disponible con lo retenido y lo que esta en canje:
       COPY "DataDisponible.cbl".
      *Hash del PIN con Encadenar-registro:
       COPY "DataCadena.cbl".
       COPY "DataPinCalculo.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CONSULTAS DE LA CENTRAL TELEFONICA =====".
      *En entrenamiento los saldos son de practica: nunca se le
      *contestan a un cliente que llama:
           IF MODO-ENTRENAMIENTO = "S"
           DISPLAY "En modo entrenamiento no se atiende la central."
           GOBACK
           END-IF.
           MOVE ZEROES TO CONTADOR-CONSULTAS.
           MOVE ZEROES TO CONTADOR-CONTESTADAS.
           MOVE ZEROES TO CONTADOR-RECHAZADAS.
           MOVE ZEROES TO CONTADOR-BLOQUEOS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           GOBACK
           END-IF.
           OPEN I-O ARCHIVO-PIN-TELEFONICO.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN INPUT ARCHIVO-FACTURAS.
           OPEN EXTEND ARCHIVO-CONTACTOS.
           OPEN EXTEND ARCHIVO-PIN-HISTORIA.
           OPEN EXTEND ARCHIVO-RESPUESTAS-IVR.
           OPEN INPUT ARCHIVO-CONSULTAS-IVR.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-CONSULTA.
           PERFORM PROCESA-CONSULTA
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CONSULTAS-IVR.
      *Todo lo leido ya tiene contestacion: el archivo queda vacio
      *para las llamadas que siguen entrando:
           OPEN OUTPUT ARCHIVO-CONSULTAS-IVR.
           CLOSE ARCHIVO-CONSULTAS-IVR.
           CLOSE ARCHIVO-RESPUESTAS-IVR.
           CLOSE ARCHIVO-PIN-HISTORIA.
           CLOSE ARCHIVO-CONTACTOS.
           CLOSE ARCHIVO-FACTURAS.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-PIN-TELEFONICO.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Consultas leidas: " CONTADOR-CONSULTAS.
           DISPLAY "Contestadas con el saldo: " CONTADOR-CONTESTADAS.
           DISPLAY "Rechazadas: " CONTADOR-RECHAZADAS.
           DISPLAY "PIN bloqueados por intentos fallidos: "
                   CONTADOR-BLOQUEOS.
           GOBACK.

       LEE-SIGUIENTE-CONSULTA.
           READ ARCHIVO-CONSULTAS-IVR
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           ADD 1 TO CONTADOR-CONSULTAS
           END-READ.

       PROCESA-CONSULTA.
           INITIALIZE RESPUESTA-IVR-REGISTRO.
           MOVE CONSULTA-IVR-REFERENCIA TO RESPUESTA-IVR-REFERENCIA.
           MOVE "N" TO RESPUESTA-IVR-FACTURA-VENCIDA.
           IF CONSULTA-IVR-DNI = SPACES OR CONSULTA-IVR-PIN = SPACES
           MOVE "IN" TO RESPUESTA-IVR-RESULTADO
           ELSE
           PERFORM BUSCA-CLIENTE-POR-DNI
           IF CLIENTE-HALLADO = "N"
           MOVE "NE" TO RESPUESTA-IVR-RESULTADO
           ELSE
           PERFORM CONTROLA-PIN
           END-IF
           END-IF.
           IF RESPUESTA-IVR-RESULTADO = "OK"
           ADD 1 TO CONTADOR-CONTESTADAS
           ELSE
           ADD 1 TO CONTADOR-RECHAZADAS
           END-IF.
           WRITE RESPUESTA-IVR-REGISTRO.
           PERFORM LEE-SIGUIENTE-CONSULTA.

      *Por la clave alterna del DNI; un cliente dado de baja no
      *contesta por telefono:
       BUSCA-CLIENTE-POR-DNI.
           MOVE "N" TO CLIENTE-HALLADO.
           MOVE CONSULTA-IVR-DNI TO CLIENTES-DNI.
           MOVE "1" TO FIN-DE-LECTURA.
           START ARCHIVO-CLIENTES KEY IS EQUAL CLIENTES-DNI
           INVALID KEY
           MOVE "0" TO FIN-DE-LECTURA
           END-START.
           PERFORM LEE-CLIENTE-DEL-DNI
           UNTIL FIN-DE-LECTURA = "0" OR CLIENTE-HALLADO = "S".

       LEE-CLIENTE-DEL-DNI.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF CLIENTES-DNI NOT = CONSULTA-IVR-DNI
           MOVE "0" TO FIN-DE-LECTURA
           ELSE
           IF NOT CLIENTE-INACTIVO
           MOVE "S" TO CLIENTE-HALLADO
           END-IF
           END-IF
           END-READ.

       CONTROLA-PIN.
           MOVE CLIENTES-ID TO PIN-CLIENTES-ID.
           READ ARCHIVO-PIN-TELEFONICO RECORD
           INVALID KEY
           MOVE "SP" TO RESPUESTA-IVR-RESULTADO
           NOT INVALID KEY
           IF PIN-BLOQUEADO
           MOVE "BL" TO RESPUESTA-IVR-RESULTADO
           ELSE
           MOVE CONSULTA-IVR-PIN TO PIN-TIPEADO
           PERFORM CALCULA-HASH-PIN
           MOVE SPACES TO PIN-TIPEADO
           IF HASH-PIN-CALCULADO = PIN-HASH
           PERFORM ACEPTA-PIN
           ELSE
           PERFORM REGISTRA-PIN-FALLIDO
           END-IF
           END-IF
           END-READ.

       ACEPTA-PIN.
           MOVE ZERO TO PIN-INTENTOS.
           PERFORM GRABA-USO-DEL-PIN.
           MOVE "OK" TO RESPUESTA-IVR-RESULTADO.
           PERFORM ARMA-RESPUESTA.
           PERFORM ASIENTA-CONTACTO.

      *Los intentos fallidos se cuentan seguidos: el tercero bloquea
      *y queda en la auditoria del PIN:
       REGISTRA-PIN-FALLIDO.
           ADD 1 TO PIN-INTENTOS.
           IF PIN-INTENTOS < MAXIMO-INTENTOS-PIN
           MOVE "PI" TO RESPUESTA-IVR-RESULTADO
           COMPUTE RESPUESTA-IVR-INTENTOS =
               MAXIMO-INTENTOS-PIN - PIN-INTENTOS
           PERFORM GRABA-USO-DEL-PIN
           ELSE
           MOVE "BL" TO RESPUESTA-IVR-RESULTADO
           SET PIN-BLOQUEADO TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:14) TO PIN-FECHA-BLOQUEO
           PERFORM GRABA-USO-DEL-PIN
           PERFORM GRABA-BLOQUEO-EN-HISTORIA
           ADD 1 TO CONTADOR-BLOQUEOS
           END-IF.

       GRABA-USO-DEL-PIN.
           MOVE FUNCTION CURRENT-DATE (1:14) TO PIN-ULTIMO-USO.
           REWRITE PIN-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el PIN del cliente "
                   PIN-CLIENTES-ID ", status: " PIN-TELEFONICO-STATUS
           END-REWRITE.

       GRABA-BLOQUEO-EN-HISTORIA.
           MOVE FUNCTION CURRENT-DATE TO PINHIST-FECHA-HORA.
           MOVE OPERADOR-CENTRAL TO PINHIST-OPERADOR.
           MOVE PIN-CLIENTES-ID TO PINHIST-CLIENTES-ID.
           MOVE "L" TO PINHIST-ACCION.
           MOVE SPACES TO PINHIST-DNI-PRESENTADO.
           WRITE PINHIST-REGISTRO.

       ARMA-RESPUESTA.
           MOVE CLIENTES-MONEDA TO RESPUESTA-IVR-MONEDA.
           IF RESPUESTA-IVR-MONEDA = SPACES
           MOVE "ARS" TO RESPUESTA-IVR-MONEDA
           END-IF.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           MOVE DISPONIBLE-SALDO-LIBRE TO RESPUESTA-IVR-DISPONIBLE.
           PERFORM BUSCA-ULTIMOS-MOVIMIENTOS.
           PERFORM BUSCA-PROXIMA-FACTURA.

      *Un solo recorrido de los movimientos del cliente, quedandose
      *con los tres ultimos. El arrastre del cierre de periodo y la
      *revaluacion cambiaria no son movimientos del cliente:
       BUSCA-ULTIMOS-MOVIMIENTOS.
           MOVE ZEROES TO CANTIDAD-ULTIMOS.
           INITIALIZE TABLA-ULTIMOS-MOVIMIENTOS.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE "1" TO FIN-DE-LECTURA.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-LECTURA
           END-START.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO
           UNTIL FIN-DE-LECTURA = "0".
           MOVE CANTIDAD-ULTIMOS TO RESPUESTA-IVR-CANTIDAD-MOVS.
           MOVE 3 TO INDICE-ULTIMO.
           PERFORM PASA-MOVIMIENTO-A-RESPUESTA
               VARYING INDICE-RESPUESTA FROM 1 BY 1
               UNTIL INDICE-RESPUESTA > CANTIDAD-ULTIMOS.

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           ELSE
           IF NOT MOVIMIENTO-SALDO-ANTERIOR AND
              NOT MOVIMIENTO-REVALUACION
           PERFORM GUARDA-MOVIMIENTO
           END-IF
           END-IF
           END-READ.

       GUARDA-MOVIMIENTO.
           MOVE ULTIMO-MOVIMIENTO (2) TO ULTIMO-MOVIMIENTO (1).
           MOVE ULTIMO-MOVIMIENTO (3) TO ULTIMO-MOVIMIENTO (2).
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO ULTIMO-MOV-FECHA (3).
           MOVE MOVIMIENTO-TIPO TO ULTIMO-MOV-TIPO (3).
           MOVE MOVIMIENTO-IMPORTE TO ULTIMO-MOV-IMPORTE (3).
           IF CANTIDAD-ULTIMOS < 3
           ADD 1 TO CANTIDAD-ULTIMOS
           END-IF.

       PASA-MOVIMIENTO-A-RESPUESTA.
           MOVE ULTIMO-MOV-FECHA (INDICE-ULTIMO) TO
               RESPUESTA-IVR-MOV-FECHA (INDICE-RESPUESTA).
           MOVE ULTIMO-MOV-TIPO (INDICE-ULTIMO) TO
               RESPUESTA-IVR-MOV-TIPO (INDICE-RESPUESTA).
           MOVE ULTIMO-MOV-IMPORTE (INDICE-ULTIMO) TO
               RESPUESTA-IVR-MOV-IMPORTE (INDICE-RESPUESTA).
           SUBTRACT 1 FROM INDICE-ULTIMO.

      *La factura pendiente que vence primero, vencida o no, por la
      *clave alterna de cliente:
       BUSCA-PROXIMA-FACTURA.
           MOVE CLIENTES-ID TO FACTURA-CLIENTES-ID.
           MOVE "1" TO FIN-DE-LECTURA.
           START ARCHIVO-FACTURAS KEY IS EQUAL FACTURA-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-LECTURA
           END-START.
           PERFORM LEE-SIGUIENTE-FACTURA
           UNTIL FIN-DE-LECTURA = "0".

       LEE-SIGUIENTE-FACTURA.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF FACTURA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           ELSE
           IF FACTURA-PENDIENTE
           PERFORM COMPARA-FACTURA
           END-IF
           END-IF
           END-READ.

       COMPARA-FACTURA.
           IF RESPUESTA-IVR-FACTURA-NUMERO = ZEROES OR
              FACTURA-VENCIMIENTO < RESPUESTA-IVR-FACTURA-VENCE
           COMPUTE SALDO-FACTURA = FACTURA-IMPORTE - FACTURA-COBRADO
           MOVE FACTURA-NUMERO TO RESPUESTA-IVR-FACTURA-NUMERO
           MOVE FACTURA-VENCIMIENTO TO RESPUESTA-IVR-FACTURA-VENCE
           MOVE SALDO-FACTURA TO RESPUESTA-IVR-FACTURA-SALDO
           IF FACTURA-VENCIMIENTO < FECHA-HOY
           MOVE "S" TO RESPUESTA-IVR-FACTURA-VENCIDA
           ELSE
           MOVE "N" TO RESPUESTA-IVR-FACTURA-VENCIDA
           END-IF
           END-IF.

      *La consulta contestada queda como contacto con la central,
      *igual que una llamada importada de la central telefonica, y
      *actualiza la fecha de ultimo contacto:
       ASIENTA-CONTACTO.
           MOVE CLIENTES-ID TO CONTACTO-CLIENTES-ID.
           MOVE SPACES TO CONTACTO-FECHA-HORA.
           IF CONSULTA-IVR-FECHA-HORA NUMERIC
           MOVE CONSULTA-IVR-FECHA-HORA TO CONTACTO-FECHA-HORA (1:14)
           ELSE
           MOVE FUNCTION CURRENT-DATE (1:14) TO
               CONTACTO-FECHA-HORA (1:14)
           END-IF.
           SET CONTACTO-CENTRAL-AUTOMATICA TO TRUE.
           MOVE OPERADOR-CENTRAL TO CONTACTO-OPERADOR.
           WRITE CONTACTO-REGISTRO.
           MOVE CONTACTO-FECHA-HORA (1:8) TO
               CLIENTES-FECHA-ULTIMO-CONTACTO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error actualizando el cliente " CLIENTES-ID "."
           END-REWRITE.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcPinTelefonico.cbl".

       END PROGRAM Procesar-consultas-ivr.

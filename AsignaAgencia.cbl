      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Entrega de cuentas en mora a una agencia de cobranza
      *          externa: los clientes que ya recibieron el aviso
      *          final de Cartas-mora hace mas de los dias pedidos y
      *          siguen pasados de su limite se asignan a la agencia
      *          elegida. Cada asignacion queda en
      *          asignaciones_agencia.dat (el cliente pasa a estar "en
      *          agencia": no recibe mas cartas ni entra a la cola de
      *          contactos) y sale en el archivo de ancho fijo para
      *          la agencia, con cabecera y cola, con los datos de
      *          contacto y la deuda de cada uno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Asignar-agencia-cobranza.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Nivel de escalada de mora por cliente:
       COPY "DataBaseMoraEstado.cbl".
      *Promesas de pago, que frenan la entrega a la agencia:
       COPY "DataBasePromesas.cbl".
      *Agencias de cobranza y asignaciones hechas:
       COPY "DataBaseAgencias.cbl".
       COPY "DataBaseAsignaciones.cbl".
       COPY "DataBaseAsignacionControl.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Archivo fechado para la agencia:
       SELECT ARCHIVO-AGENCIA-SALIDA
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-AGENCIA
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataMoraEstado.cbl".
       COPY "DataPromesas.cbl".
       COPY "DataAgencias.cbl".
       COPY "DataAsignaciones.cbl".
       COPY "DataAsignacionControl.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       FD  ARCHIVO-AGENCIA-SALIDA.
           01 AGENCIA-SALIDA-LINEA PIC X(250).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  MORA-ESTADO-STATUS PIC XX.
       77  PROMESAS-STATUS PIC XX.
       77  ASIGNACIONES-STATUS PIC XX.
       77  ASIGNACION-CONTROL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-CLIENTES PIC X.
       77  FIN-DE-AGENCIAS PIC X.
       77  FIN-DE-PROMESAS PIC X.
       77  FIN-DE-ASIGNACIONES PIC X.
       77  HAY-PROMESA-ABIERTA PIC X.
       77  HAY-ASIGNACION-ACTIVA PIC X.
       77  AGENCIA-HALLADA PIC X.
       77  CAMPO-AGENCIA PIC X(4).
       77  NOMBRE-AGENCIA-ELEGIDA PIC X(30).
       77  CAMPO-DIAS PIC X(3).
       77  DIAS-DESDE-AVISO PIC 9(3) VALUE 30.
       77  FECHA-HOY-NUM PIC 9(8).
       77  JULIANO-HOY PIC 9(8).
       77  JULIANO-CORTE PIC 9(8).
       77  FECHA-CORTE-NUM PIC 9(8).
       77  FECHA-AVISO-NUM PIC 9(8).
       77  NOMBRE-ARCHIVO-AGENCIA PIC X(40).
       77  MONEDA-DEL-CLIENTE PIC X(3).
       77  CONTADOR-ASIGNADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-YA-EN-AGENCIA PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CON-PROMESA PIC 9(7) VALUE ZEROES.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
       01  DEUDA-DEL-CLIENTE PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TOTAL-ASIGNADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
      *Campos de armado de los renglones de ancho fijo:
       01  LINEA-CABECERA.
           05 FILLER PIC X(1) VALUE "H".
           05 CAB-AGENCIA PIC X(4).
           05 CAB-FECHA-GENERACION PIC X(8).
           05 CAB-NOMBRE-AGENCIA PIC X(30).
           05 FILLER PIC X(207) VALUE SPACES.
       01  LINEA-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 DET-ASIGNACION PIC 9(8).
           05 DET-CLIENTES-ID PIC X(6).
           05 DET-DNI PIC X(9).
           05 DET-NOMBRE PIC X(25).
           05 DET-APELLIDO PIC X(35).
           05 DET-TELEFONO PIC X(10).
           05 DET-TELEFONO-ALT PIC X(10).
           05 DET-DIRECCION PIC X(35).
           05 DET-CODIGO-POSTAL PIC X(10).
           05 DET-EMAIL PIC X(50).
           05 DET-MONEDA PIC X(3).
           05 DET-DEUDA PIC 9(9)V99.
           05 DET-FECHA-AVISO-FINAL PIC X(8).
           05 FILLER PIC X(29) VALUE SPACES.
       01  LINEA-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 COLA-CANTIDAD PIC 9(7).
           05 COLA-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(229) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== ENTREGA DE CUENTAS A AGENCIA =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para asignar "
                   "cuentas a una agencia."
           GOBACK
           END-IF.
           PERFORM PIDE-AGENCIA.
           IF AGENCIA-HALLADA = "N"
           DISPLAY "La agencia no figura en agencias.dat, no se hizo "
                   "nada."
           GOBACK
           END-IF.
           PERFORM PIDE-DIAS-DESDE-AVISO.
           PERFORM CALCULA-FECHA-DE-CORTE.
           MOVE SPACES TO CONFIRMA-MENSAJE.
           STRING "¿Confirma asignar a " CAMPO-AGENCIA
                  " los avisos finales de hasta el " FECHA-CORTE-NUM
                  " (S/N)?" DELIMITED BY SIZE
                  INTO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.
           IF SI-A-GRABAR = "S"
           PERFORM GENERA-ASIGNACION
           ELSE
           DISPLAY "No se asigno nada."
           END-IF.
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

      *La agencia tiene que estar dada de alta en agencias.dat, que
      *es donde figura la comision que se le descuenta al rendir:
       PIDE-AGENCIA.
           MOVE SPACES TO CAMPO-AGENCIA.
           DISPLAY "Codigo de la agencia: ".
           ACCEPT CAMPO-AGENCIA.
           MOVE FUNCTION UPPER-CASE(CAMPO-AGENCIA) TO CAMPO-AGENCIA.
           MOVE "N" TO AGENCIA-HALLADA.
           OPEN INPUT ARCHIVO-AGENCIAS.
           MOVE "1" TO FIN-DE-AGENCIAS.
           PERFORM BUSCA-AGENCIA UNTIL FIN-DE-AGENCIAS = "0".
           CLOSE ARCHIVO-AGENCIAS.

       BUSCA-AGENCIA.
           READ ARCHIVO-AGENCIAS
           AT END
           MOVE "0" TO FIN-DE-AGENCIAS
           NOT AT END
           IF AGENCIA-CODIGO = CAMPO-AGENCIA AND
              CAMPO-AGENCIA NOT = SPACES
           MOVE "S" TO AGENCIA-HALLADA
           MOVE AGENCIA-NOMBRE TO NOMBRE-AGENCIA-ELEGIDA
           MOVE "0" TO FIN-DE-AGENCIAS
           END-IF.

       PIDE-DIAS-DESDE-AVISO.
           MOVE SPACES TO CAMPO-DIAS.
           DISPLAY "Dias minimos desde el aviso final (blanco = 30): ".
           ACCEPT CAMPO-DIAS.
           IF CAMPO-DIAS NOT = SPACES
           MOVE FUNCTION NUMVAL(CAMPO-DIAS) TO DIAS-DESDE-AVISO
           END-IF.

      *La fecha de corte se calcula pasando por el numero juliano,
      *igual que Reporte-actividad, para cruzar bien los meses:
       CALCULA-FECHA-DE-CORTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY-NUM.
           COMPUTE JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE (FECHA-HOY-NUM).
           COMPUTE JULIANO-CORTE = JULIANO-HOY - DIAS-DESDE-AVISO.
           COMPUTE FECHA-CORTE-NUM =
               FUNCTION DATE-OF-INTEGER (JULIANO-CORTE).

       GENERA-ASIGNACION.
           MOVE SPACES TO NOMBRE-ARCHIVO-AGENCIA.
           STRING
               "agencia_" DELIMITED BY SIZE
               CAMPO-AGENCIA DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               FECHA-HOY-NUM DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-AGENCIA
           END-STRING.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN INPUT ARCHIVO-MORA-ESTADO.
           OPEN INPUT ARCHIVO-PROMESAS.
           OPEN I-O ARCHIVO-ASIGNACIONES.
           OPEN OUTPUT ARCHIVO-AGENCIA-SALIDA.
           MOVE CAMPO-AGENCIA TO CAB-AGENCIA.
           MOVE FECHA-HOY-NUM TO CAB-FECHA-GENERACION.
           MOVE NOMBRE-AGENCIA-ELEGIDA TO CAB-NOMBRE-AGENCIA.
           WRITE AGENCIA-SALIDA-LINEA FROM LINEA-CABECERA.
           MOVE "1" TO FIN-DE-CLIENTES.
           PERFORM LEE-SIGUIENTE-CLIENTE.
           PERFORM PROCESA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           MOVE CONTADOR-ASIGNADOS TO COLA-CANTIDAD.
           MOVE TOTAL-ASIGNADO TO COLA-TOTAL.
           WRITE AGENCIA-SALIDA-LINEA FROM LINEA-COLA.
           CLOSE ARCHIVO-AGENCIA-SALIDA.
           CLOSE ARCHIVO-ASIGNACIONES.
           CLOSE ARCHIVO-PROMESAS.
           CLOSE ARCHIVO-MORA-ESTADO.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY " ".
           MOVE TOTAL-ASIGNADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Cuentas asignadas: " CONTADOR-ASIGNADOS
                   "  deuda total: " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Ya en agencia (no se reasignan): "
                   CONTADOR-YA-EN-AGENCIA.
           DISPLAY "Con promesa de pago abierta (no se asignan): "
                   CONTADOR-CON-PROMESA.
           DISPLAY "Archivo para la agencia: "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-AGENCIA) ".".

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

      *Entra el cliente en operatoria, todavia pasado de su limite,
      *con el aviso final ya emitido hace los dias pedidos, que no
      *este ya en una agencia ni tenga una promesa de pago abierta:
       PROCESA-CLIENTE.
           IF NOT CLIENTE-FUERA-DE-OPERATORIA AND
              CLIENTES-SALDO < CLIENTES-LIMITE-DESCUBIERTO
           MOVE CLIENTES-ID TO MORA-CLIENTES-ID
           READ ARCHIVO-MORA-ESTADO RECORD
           INVALID KEY
           MOVE ZERO TO MORA-NIVEL
           END-READ
           IF MORA-NIVEL = 3
           MOVE MORA-FECHA-ULTIMO-AVISO TO FECHA-AVISO-NUM
           IF FECHA-AVISO-NUM NOT > FECHA-CORTE-NUM
           PERFORM REVISA-CANDIDATO
           END-IF
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

       REVISA-CANDIDATO.
           PERFORM BUSCA-ASIGNACION-ACTIVA.
           IF HAY-ASIGNACION-ACTIVA = "S"
           ADD 1 TO CONTADOR-YA-EN-AGENCIA
           ELSE
           PERFORM BUSCA-PROMESA-ABIERTA
           IF HAY-PROMESA-ABIERTA = "S"
           ADD 1 TO CONTADOR-CON-PROMESA
           ELSE
           PERFORM ASIGNA-CLIENTE
           END-IF
           END-IF.

      *Recorre las asignaciones del cliente por la clave alterna,
      *misma busqueda que la de promesas de Cartas-mora:
       BUSCA-ASIGNACION-ACTIVA.
           MOVE "N" TO HAY-ASIGNACION-ACTIVA.
           MOVE CLIENTES-ID TO ASIGNACION-CLIENTES-ID.
           MOVE "1" TO FIN-DE-ASIGNACIONES.
           START ARCHIVO-ASIGNACIONES
               KEY IS EQUAL TO ASIGNACION-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-ASIGNACIONES
           END-START.
           PERFORM REVISA-ASIGNACION-DEL-CLIENTE
           UNTIL FIN-DE-ASIGNACIONES = "0".

       REVISA-ASIGNACION-DEL-CLIENTE.
           READ ARCHIVO-ASIGNACIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-ASIGNACIONES
           NOT AT END
           IF ASIGNACION-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-ASIGNACIONES
           ELSE
           IF ASIGNACION-EN-AGENCIA
           MOVE "S" TO HAY-ASIGNACION-ACTIVA
           MOVE "0" TO FIN-DE-ASIGNACIONES
           END-IF
           END-IF
           END-READ.

       BUSCA-PROMESA-ABIERTA.
           MOVE "N" TO HAY-PROMESA-ABIERTA.
           IF PROMESAS-STATUS = "00"
           MOVE CLIENTES-ID TO PROMESA-CLIENTES-ID
           MOVE "1" TO FIN-DE-PROMESAS
           START ARCHIVO-PROMESAS KEY IS EQUAL TO PROMESA-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-PROMESAS
           END-START
           PERFORM REVISA-PROMESA-DEL-CLIENTE
           UNTIL FIN-DE-PROMESAS = "0"
           END-IF.

       REVISA-PROMESA-DEL-CLIENTE.
           READ ARCHIVO-PROMESAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PROMESAS
           NOT AT END
           IF PROMESA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-PROMESAS
           ELSE
           IF PROMESA-ABIERTA
           MOVE "S" TO HAY-PROMESA-ABIERTA
           MOVE "0" TO FIN-DE-PROMESAS
           END-IF
           END-IF
           END-READ.

      *La deuda asignada es el saldo deudor entero, no solo lo que
      *excede el limite: la agencia gestiona la cuenta completa.
       ASIGNA-CLIENTE.
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-CLIENTE.
           IF MONEDA-DEL-CLIENTE = SPACE
           MOVE "ARS" TO MONEDA-DEL-CLIENTE
           END-IF.
           IF CLIENTES-SALDO < ZERO
           COMPUTE DEUDA-DEL-CLIENTE = ZERO - CLIENTES-SALDO
           ELSE
           MOVE ZERO TO DEUDA-DEL-CLIENTE
           END-IF.
           PERFORM ASIGNA-NUMERO-ASIGNACION.
           MOVE CLIENTES-ID TO ASIGNACION-CLIENTES-ID.
           MOVE CAMPO-AGENCIA TO ASIGNACION-AGENCIA.
           MOVE FECHA-HOY-NUM TO ASIGNACION-FECHA.
           MOVE MONEDA-DEL-CLIENTE TO ASIGNACION-MONEDA.
           MOVE DEUDA-DEL-CLIENTE TO ASIGNACION-DEUDA.
           MOVE ZERO TO ASIGNACION-COBRADO-BRUTO.
           MOVE ZERO TO ASIGNACION-COMISION.
           MOVE ZERO TO ASIGNACION-COBRADO-NETO.
           SET ASIGNACION-EN-AGENCIA TO TRUE.
           MOVE SPACES TO ASIGNACION-FECHA-CIERRE.
           MOVE SPACES TO ASIGNACION-MOTIVO-DEVOLUCION.
           MOVE OPERADOR TO ASIGNACION-OPERADOR.
           WRITE ASIGNACION-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la asignacion " ASIGNACION-NUMERO
                   " del cliente " CLIENTES-ID ", status: "
                   ASIGNACIONES-STATUS
           NOT INVALID KEY
           PERFORM GRABA-DETALLE-AGENCIA
           END-WRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-CASTIGO:
       ASIGNA-NUMERO-ASIGNACION.
           MOVE ZEROES TO ASIGNACION-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-ASIGNACION-CONTROL.
           IF ASIGNACION-CONTROL-STATUS = "00"
           READ ARCHIVO-ASIGNACION-CONTROL
           END-IF.
           CLOSE ARCHIVO-ASIGNACION-CONTROL.
           ADD 1 TO ASIGNACION-NUMERO-ACTUAL.
           MOVE ASIGNACION-NUMERO-ACTUAL TO ASIGNACION-NUMERO.
           OPEN OUTPUT ARCHIVO-ASIGNACION-CONTROL.
           WRITE ASIGNACION-CONTROL-REGISTRO.
           CLOSE ARCHIVO-ASIGNACION-CONTROL.

       GRABA-DETALLE-AGENCIA.
           ADD 1 TO CONTADOR-ASIGNADOS.
           ADD DEUDA-DEL-CLIENTE TO TOTAL-ASIGNADO.
           MOVE ASIGNACION-NUMERO TO DET-ASIGNACION.
           MOVE CLIENTES-ID TO DET-CLIENTES-ID.
           MOVE CLIENTES-DNI TO DET-DNI.
           MOVE CLIENTES-NOMBRE TO DET-NOMBRE.
           MOVE CLIENTES-APELLIDO TO DET-APELLIDO.
           MOVE CLIENTES-TELEFONO TO DET-TELEFONO.
           MOVE CLIENTES-TELEFONO-ALT TO DET-TELEFONO-ALT.
           MOVE CLIENTES-DIRECCION TO DET-DIRECCION.
           MOVE CLIENTES-CODIGO-POSTAL TO DET-CODIGO-POSTAL.
           MOVE CLIENTES-EMAIL TO DET-EMAIL.
           MOVE MONEDA-DEL-CLIENTE TO DET-MONEDA.
           MOVE DEUDA-DEL-CLIENTE TO DET-DEUDA.
           MOVE MORA-FECHA-ULTIMO-AVISO TO DET-FECHA-AVISO-FINAL.
           WRITE AGENCIA-SALIDA-LINEA FROM LINEA-DETALLE.
           MOVE DEUDA-DEL-CLIENTE TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Asignacion " ASIGNACION-NUMERO "  cliente "
                   CLIENTES-ID "  " MONEDA-DEL-CLIENTE " "
                   CAMPO-TOTAL-MUESTRA.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Asignar-agencia-cobranza.

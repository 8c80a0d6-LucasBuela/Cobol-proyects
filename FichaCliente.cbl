      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Ficha integral de un cliente en una sola pantalla,
      *          de solo consulta, para atender una llamada sin abrir
      *          siete programas uno detras de otro: datos y estado
      *          del cliente, saldo contable y disponible con su
      *          moneda, los ultimos movimientos, las facturas
      *          pendientes y las ordenes permanentes vigentes, el
      *          nivel de mora, lo que falta del onboarding, las
      *          ultimas notas y contactos (y si esta en la cola de
      *          contactos), el hogar y los cotitulares, y las
      *          retenciones y alertas activas (embargos, casos de
      *          monitoreo y coincidencias con listas de
      *          cumplimiento sin cerrar). Desde la ficha se salta
      *          directo al programa de detalle de cada seccion y al
      *          volver la ficha se muestra otra vez, actualizada.
      *          Los saltos reservados al supervisor en el menu solo
      *          se ofrecen a un supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ficha-integral-cliente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Bloqueo de ARCHIVO-CLIENTES (para no leer mientras esta en alta):
       COPY "DataBaseLock.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Facturas emitidas y ordenes permanentes del cliente:
       COPY "DataBaseFacturas.cbl".
       COPY "DataBaseOrdenes.cbl".
      *Nivel de escalada de mora por cliente:
       COPY "DataBaseMoraEstado.cbl".
      *Lista de verificacion de onboarding:
       COPY "DataBaseOnboarding.cbl".
      *Notas, contactos y cola de contactos:
       COPY "DataBaseNotas.cbl".
       COPY "DataBaseContactos.cbl".
       COPY "DataBaseColaContactos.cbl".
      *Agrupacion de clientes por hogar:
       COPY "DataBaseHogares.cbl".
      *Retenciones y alertas: embargos, casos de monitoreo y
      *coincidencias con listas de cumplimiento:
       COPY "DataBaseEmbargos.cbl".
       COPY "DataBaseCasosMonitoreo.cbl".
       COPY "DataBaseRevisionCumplimiento.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLock.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataOrdenes.cbl".
       COPY "DataMoraEstado.cbl".
       COPY "DataOnboarding.cbl".
       COPY "DataNotas.cbl".
       COPY "DataContactos.cbl".
       COPY "DataColaContactos.cbl".
       COPY "DataHogares.cbl".
       COPY "DataEmbargos.cbl".
       COPY "DataCasosMonitoreo.cbl".
       COPY "DataRevisionCumplimiento.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  LOCK-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  ORDENES-STATUS PIC XX.
       77  MORA-ESTADO-STATUS PIC XX.
       77  ONBOARDING-STATUS PIC XX.
       77  HOGARES-STATUS PIC XX.
       77  EMBARGOS-STATUS PIC XX.
       77  CASOS-STATUS PIC XX.
       77  REVISION-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  ARCHIVO-BLOQUEADO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  SIGUE-CONSULTANDO PIC X.
       77  SIGUE-EN-FICHA PIC X.
       77  FIN-DE-LECTURA PIC X.
       77  FECHA-HOY PIC X(8).
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-SECCION PIC X(1).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
       77  DESCRIPCION-ESTADO PIC X(20).
       77  MONEDA-MUESTRA PIC X(3).
       77  CAMPO-EDAD-MUESTRA PIC ZZ9.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.
       77  CAMPO-LIMITE-MUESTRA PIC +9(7).99.
       77  CAMPO-DISPONIBLE-MUESTRA PIC +9(7).99.
       77  CAMPO-CANJE-MUESTRA PIC +9(7).99.
       77  CAMPO-RETENIDO-MUESTRA PIC +9(7).99.
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       77  CAMPO-RESULTANTE-MUESTRA PIC +9(7).99.
       01  SALDO-FACTURA PIC S9(7)V99 COMP-3.

      *Consulta del saldo disponible (embargos y cheques en canje):
       COPY "DataDisponible.cbl".
      *Otras personas de la cuenta (cotitulares y apoderados):
       COPY "DataTitulares.cbl".
       77  INDICE-TITULAR PIC 9(2).
       77  DESCRIPCION-VINCULO PIC X(10).
      *Lo demas que el cliente tiene abierto (prestamos, cheques en
      *canje, plazos fijos, transferencias, agencia de cobranza):
       COPY "DataPendientes.cbl".

      *Ultimos movimientos, misma tecnica de dos pasadas que
      *Estado-cuenta-cliente:
       77  MAXIMO-MOVIMIENTOS PIC 9(3) VALUE 5.
       77  TOTAL-MOVIMIENTOS-CLIENTE PIC 9(5).
       77  MOVIMIENTOS-A-SALTEAR PIC 9(5).

      *Facturas y ordenes: se muestran las primeras y se cuenta el
      *resto:
       77  MAXIMO-RENGLONES PIC 9(2) VALUE 5.
       77  CONTADOR-FACTURAS PIC 9(3).
       77  CONTADOR-ORDENES PIC 9(3).
       01  TOTAL-FACTURAS PIC S9(7)V99 COMP-3.

      *Ultimas notas y contactos: se guardan las ultimas que
      *aparecen en el archivo, corriendo la tabla un lugar cada vez:
       77  MAXIMO-ULTIMOS PIC 9(1) VALUE 3.
       77  INDICE-ULTIMO PIC 9(1).
       77  CANTIDAD-NOTAS PIC 9(1).
       01  TABLA-ULTIMAS-NOTAS.
           05 ULTIMA-NOTA OCCURS 3 TIMES.
              10 ULTIMA-NOTA-FECHA-HORA PIC X(21).
              10 ULTIMA-NOTA-OPERADOR PIC X(10).
              10 ULTIMA-NOTA-TEXTO PIC X(60).
       77  CANTIDAD-CONTACTOS PIC 9(1).
       01  TABLA-ULTIMOS-CONTACTOS.
           05 ULTIMO-CONTACTO OCCURS 3 TIMES.
              10 ULTIMO-CONTACTO-FECHA-HORA PIC X(21).
              10 ULTIMO-CONTACTO-TIPO PIC X(1).
              10 ULTIMO-CONTACTO-OPERADOR PIC X(10).
       77  DESCRIPCION-CONTACTO PIC X(8).
       77  EN-COLA-CONTACTOS PIC X.
       01  COLA-ENCONTRADA PIC X(40).

      *Hogar del cliente:
       77  NUMERO-DE-HOGAR PIC 9(5).
       77  MIEMBROS-DEL-HOGAR PIC 9(3).

      *Retenciones y alertas activas:
       77  CONTADOR-ALERTAS PIC 9(3).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM LEE-NIVEL-SESION.
           DISPLAY " ".
           DISPLAY "===== FICHA INTEGRAL DEL CLIENTE =====".
           MOVE "S" TO SIGUE-CONSULTANDO.
           PERFORM ATIENDE-UN-CLIENTE
               UNTIL SIGUE-CONSULTANDO NOT = "S".
           GOBACK.

      *El nivel del operador sale de la sesion que dejo
      *Menu-principal; corrido por afuera del menu se lo trata como
      *basico:
       LEE-NIVEL-SESION.
           MOVE SPACE TO OPERADOR-NIVEL-ACTUAL.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

       ATIENDE-UN-CLIENTE.
           DISPLAY " ".
           DISPLAY "ID del cliente (vacio para salir): ".
           MOVE SPACES TO CAMPO-CLIENTES-ID.
           ACCEPT CAMPO-CLIENTES-ID.
           IF CAMPO-CLIENTES-ID = SPACES OR CAMPO-CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-CONSULTANDO
           ELSE
           MOVE "S" TO SIGUE-EN-FICHA
           PERFORM ATIENDE-FICHA
               UNTIL SIGUE-EN-FICHA NOT = "S"
           END-IF.

      *Cada vuelta muestra la ficha completa y ofrece los saltos; al
      *volver de un programa de detalle la ficha se relee entera,
      *porque el otro programa puede haber cambiado algo:
       ATIENDE-FICHA.
           PERFORM COMPRUEBA-BLOQUEO.
           IF ARCHIVO-BLOQUEADO = "S"
           DISPLAY "El archivo de clientes esta en uso, "
                   "intente mas tarde."
           MOVE "N" TO SIGUE-EN-FICHA
           ELSE
           PERFORM BUSCA-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO SIGUE-EN-FICHA
           ELSE
           PERFORM MUESTRA-FICHA
           PERFORM ELIGE-SECCION
           END-IF
           END-IF.

      *Si Clientes.cbl esta a mitad de un alta, ARCHIVO-CLIENTES-LOCK
      *existe y la ficha no se muestra, igual que Consulta-BD.cbl:
       COMPRUEBA-BLOQUEO.
           MOVE "N" TO ARCHIVO-BLOQUEADO.
           OPEN INPUT ARCHIVO-CLIENTES-LOCK.
           IF LOCK-STATUS = "00"
           MOVE "S" TO ARCHIVO-BLOQUEADO
           END-IF.
           CLOSE ARCHIVO-CLIENTES-LOCK.

       BUSCA-CLIENTE.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.
           CLOSE ARCHIVO-CLIENTES.

      *El hogar va ultimo porque relee el archivo de clientes para
      *los nombres de los demas miembros y pisa el registro:
       MUESTRA-FICHA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           PERFORM MUESTRA-DATOS-Y-ESTADO.
           PERFORM MUESTRA-SALDOS.
           PERFORM MUESTRA-MOVIMIENTOS.
           PERFORM MUESTRA-FACTURAS.
           PERFORM MUESTRA-ORDENES.
           PERFORM MUESTRA-OTROS-PENDIENTES.
           PERFORM MUESTRA-MORA.
           PERFORM MUESTRA-ONBOARDING.
           PERFORM MUESTRA-NOTAS.
           PERFORM MUESTRA-CONTACTOS.
           PERFORM MUESTRA-TITULARES.
           PERFORM MUESTRA-RETENCIONES-Y-ALERTAS.
           PERFORM MUESTRA-HOGAR.

       MUESTRA-DATOS-Y-ESTADO.
           EVALUATE TRUE
               WHEN CLIENTE-ACTIVO
                   MOVE "ACTIVO" TO DESCRIPCION-ESTADO
               WHEN CLIENTE-INACTIVO
                   MOVE "DADO DE BAJA" TO DESCRIPCION-ESTADO
               WHEN CLIENTE-PROSPECTO
                   MOVE "PROSPECTO" TO DESCRIPCION-ESTADO
               WHEN CLIENTE-SUSPENDIDO
                   MOVE "SUSPENDIDO" TO DESCRIPCION-ESTADO
               WHEN CLIENTE-MOROSO
                   MOVE "MOROSO" TO DESCRIPCION-ESTADO
               WHEN CLIENTE-CASTIGADO
                   MOVE "CASTIGADO" TO DESCRIPCION-ESTADO
               WHEN OTHER
                   MOVE CLIENTES-ESTADO TO DESCRIPCION-ESTADO
           END-EVALUATE.
           MOVE CLIENTES-EDAD TO CAMPO-EDAD-MUESTRA.
           DISPLAY " ".
           DISPLAY "----- [D] DATOS DEL CLIENTE ---------------------".
           DISPLAY "Cliente " CLIENTES-ID "  "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  edad " CAMPO-EDAD-MUESTRA
                   "  DNI " CLIENTES-DNI.
           DISPLAY "Estado: " FUNCTION TRIM(DESCRIPCION-ESTADO)
                   "  alta " CLIENTES-FECHA-ALTA
                   "  sucursal " CLIENTES-SUCURSAL
                   "  producto " CLIENTES-PRODUCTO
                   "  calificacion " CLIENTES-SCORE.
           DISPLAY "Telefono " FUNCTION TRIM(CLIENTES-TELEFONO)
                   "  alt. " FUNCTION TRIM(CLIENTES-TELEFONO-ALT)
                   "  correo " FUNCTION TRIM(CLIENTES-EMAIL).
           DISPLAY "Direccion " FUNCTION TRIM(CLIENTES-DIRECCION)
                   " (" FUNCTION TRIM(CLIENTES-CODIGO-POSTAL) ") "
                   FUNCTION TRIM(CLIENTES-PAIS).
           IF CLIENTE-DIRECCION-DEVUELTA
           DISPLAY "  * Direccion invalida: el correo devolvio un "
                   "sobre."
           END-IF.
           IF CLIENTES-PREF-CONTACTO NOT = SPACE
           DISPLAY "  * Preferencia de contacto: "
                   CLIENTES-PREF-CONTACTO
                   " (C solo correo, T solo telefono, N ninguno)"
           END-IF.
           IF CLIENTE-EN-SEGUIMIENTO
           DISPLAY "  * Marcado en seguimiento."
           END-IF.

      *Mismo calculo que Estado-cuenta-cliente, con la misma rutina
      *que usan la caja y Modificar-registro:
       MUESTRA-SALDOS.
           MOVE CLIENTES-MONEDA TO MONEDA-MUESTRA.
           IF MONEDA-MUESTRA = SPACES
           MOVE "ARS" TO MONEDA-MUESTRA
           END-IF.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO CAMPO-LIMITE-MUESTRA.
           MOVE DISPONIBLE-SALDO-LIBRE TO CAMPO-DISPONIBLE-MUESTRA.
           MOVE DISPONIBLE-EN-CANJE TO CAMPO-CANJE-MUESTRA.
           MOVE DISPONIBLE-RETENIDO TO CAMPO-RETENIDO-MUESTRA.
           DISPLAY "----- [E] SALDO Y MOVIMIENTOS -------------------".
           DISPLAY "Moneda " MONEDA-MUESTRA
                   "  saldo contable " CAMPO-SALDO-MUESTRA
                   "  disponible " CAMPO-DISPONIBLE-MUESTRA.
           DISPLAY "Limite de descubierto " CAMPO-LIMITE-MUESTRA
                   "  en canje " CAMPO-CANJE-MUESTRA
                   "  retenido " CAMPO-RETENIDO-MUESTRA.

       MUESTRA-MOVIMIENTOS.
           PERFORM CUENTA-MOVIMIENTOS-CLIENTE.
           MOVE ZEROES TO MOVIMIENTOS-A-SALTEAR.
           IF TOTAL-MOVIMIENTOS-CLIENTE > MAXIMO-MOVIMIENTOS
           COMPUTE MOVIMIENTOS-A-SALTEAR =
               TOTAL-MOVIMIENTOS-CLIENTE - MAXIMO-MOVIMIENTOS
           END-IF.
           IF TOTAL-MOVIMIENTOS-CLIENTE = ZEROES
           DISPLAY "  (sin movimientos registrados)"
           ELSE
           DISPLAY "Ultimos movimientos (" TOTAL-MOVIMIENTOS-CLIENTE
                   " en total):"
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO
           PERFORM POSICIONA-EN-CLIENTE
           PERFORM PROCESA-MOVIMIENTO
               UNTIL FIN-DE-LECTURA = "0"
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO
           END-IF.

       CUENTA-MOVIMIENTOS-CLIENTE.
           MOVE ZEROES TO TOTAL-MOVIMIENTOS-CLIENTE.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           PERFORM POSICIONA-EN-CLIENTE.
           PERFORM CUENTA-MOVIMIENTO
               UNTIL FIN-DE-LECTURA = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.

       CUENTA-MOVIMIENTO.
           ADD 1 TO TOTAL-MOVIMIENTOS-CLIENTE.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

       POSICIONA-EN-CLIENTE.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CAMPO-CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-LECTURA
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-LECTURA
           PERFORM LEE-SIGUIENTE-MOVIMIENTO
           END-START.

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF.

       PROCESA-MOVIMIENTO.
           IF MOVIMIENTOS-A-SALTEAR > 0
           SUBTRACT 1 FROM MOVIMIENTOS-A-SALTEAR
           ELSE
           MOVE MOVIMIENTO-IMPORTE TO CAMPO-IMPORTE-MUESTRA
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO
               CAMPO-RESULTANTE-MUESTRA
           DISPLAY "  " MOVIMIENTO-FECHA-HORA (7:2) "/"
                   MOVIMIENTO-FECHA-HORA (5:2) "/"
                   MOVIMIENTO-FECHA-HORA (1:4) " "
                   MOVIMIENTO-FECHA-HORA (9:2) ":"
                   MOVIMIENTO-FECHA-HORA (11:2)
                   " [" MOVIMIENTO-TIPO "] "
                   MOVIMIENTO-CONCEPTO " "
                   CAMPO-IMPORTE-MUESTRA " -> "
                   CAMPO-RESULTANTE-MUESTRA
           END-IF.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

      *Facturas sin cobrar por la clave alterna de cliente, la misma
      *recorrida que Revisar-pendientes-cliente:
       MUESTRA-FACTURAS.
           DISPLAY "----- [F] FACTURAS PENDIENTES -------------------".
           MOVE ZEROES TO CONTADOR-FACTURAS.
           MOVE ZERO TO TOTAL-FACTURAS.
           OPEN INPUT ARCHIVO-FACTURAS.
           IF FACTURAS-STATUS = "00"
           MOVE CAMPO-CLIENTES-ID TO FACTURA-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-FACTURAS KEY IS EQUAL FACTURA-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-FACTURA
           END-IF
           PERFORM REVISA-FACTURA
               UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-FACTURAS.
           IF CONTADOR-FACTURAS = ZEROES
           DISPLAY "  (ninguna)"
           ELSE
           MOVE TOTAL-FACTURAS TO CAMPO-IMPORTE-MUESTRA
           DISPLAY "  " CONTADOR-FACTURAS " pendientes por "
                   CAMPO-IMPORTE-MUESTRA " (vencidas marcadas *)"
           END-IF.

       LEE-SIGUIENTE-FACTURA.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF FACTURA-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-FACTURA.
           IF FACTURA-PENDIENTE
           ADD 1 TO CONTADOR-FACTURAS
           COMPUTE SALDO-FACTURA = FACTURA-IMPORTE - FACTURA-COBRADO
           ADD SALDO-FACTURA TO TOTAL-FACTURAS
           IF CONTADOR-FACTURAS NOT > MAXIMO-RENGLONES
           MOVE SALDO-FACTURA TO CAMPO-IMPORTE-MUESTRA
           IF FACTURA-VENCIMIENTO < FECHA-HOY
           DISPLAY " *" FACTURA-NUMERO " vence "
                   FACTURA-VENCIMIENTO " saldo "
                   CAMPO-IMPORTE-MUESTRA " "
                   FUNCTION TRIM(FACTURA-CONCEPTO)
           ELSE
           DISPLAY "  " FACTURA-NUMERO " vence "
                   FACTURA-VENCIMIENTO " saldo "
                   CAMPO-IMPORTE-MUESTRA " "
                   FUNCTION TRIM(FACTURA-CONCEPTO)
           END-IF
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-FACTURA.

       MUESTRA-ORDENES.
           DISPLAY "----- [O] ORDENES PERMANENTES VIGENTES ----------".
           MOVE ZEROES TO CONTADOR-ORDENES.
           OPEN INPUT ARCHIVO-ORDENES.
           IF ORDENES-STATUS = "00"
           MOVE CAMPO-CLIENTES-ID TO ORDEN-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-ORDENES KEY IS EQUAL ORDEN-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-ORDEN
           END-IF
           PERFORM REVISA-ORDEN
               UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-ORDENES.
           IF CONTADOR-ORDENES = ZEROES
           DISPLAY "  (ninguna)"
           END-IF.
           IF CONTADOR-ORDENES > MAXIMO-RENGLONES
           DISPLAY "  ... " CONTADOR-ORDENES " vigentes en total"
           END-IF.

       LEE-SIGUIENTE-ORDEN.
           READ ARCHIVO-ORDENES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF ORDEN-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-ORDEN.
           IF ORDEN-VIGENTE
           ADD 1 TO CONTADOR-ORDENES
           IF CONTADOR-ORDENES NOT > MAXIMO-RENGLONES
           MOVE ORDEN-IMPORTE TO CAMPO-IMPORTE-MUESTRA
           DISPLAY "  " ORDEN-NUMERO " dia " ORDEN-DIA-DEL-MES
                   " importe " CAMPO-IMPORTE-MUESTRA " "
                   FUNCTION TRIM(ORDEN-CONCEPTO)
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-ORDEN.

      *El resto de lo abierto sale en una linea, con la misma rutina
      *que usan el cierre de cuenta y la baja:
       MUESTRA-OTROS-PENDIENTES.
           MOVE CAMPO-CLIENTES-ID TO PENDIENTES-CLIENTES-ID.
           CALL "Revisar-pendientes-cliente" USING PENDIENTES-CONSULTA.
           IF PENDIENTES-PRESTAMOS > ZEROES OR
              PENDIENTES-CHEQUES > ZEROES OR
              PENDIENTES-PLAZOS > ZEROES OR
              PENDIENTES-TRANSFERENCIAS > ZEROES OR
              PENDIENTES-AGENCIA > ZEROES
           DISPLAY "Ademas: prestamos " PENDIENTES-PRESTAMOS
                   "  cheques en canje " PENDIENTES-CHEQUES
                   "  plazos fijos " PENDIENTES-PLAZOS
                   "  transf. " PENDIENTES-TRANSFERENCIAS
                   "  en agencia " PENDIENTES-AGENCIA
           END-IF.

       MUESTRA-MORA.
           DISPLAY "----- [S] MORA ----------------------------------".
           OPEN INPUT ARCHIVO-MORA-ESTADO.
           IF MORA-ESTADO-STATUS = "00"
           MOVE CAMPO-CLIENTES-ID TO MORA-CLIENTES-ID
           READ ARCHIVO-MORA-ESTADO RECORD
           INVALID KEY
           DISPLAY "  Sin avisos de mora."
           NOT INVALID KEY
           IF MORA-NIVEL = ZEROES
           DISPLAY "  Sin avisos de mora."
           ELSE
           DISPLAY "  Nivel de aviso " MORA-NIVEL
                   ", ultimo aviso el "
                   MORA-FECHA-ULTIMO-AVISO (7:2) "/"
                   MORA-FECHA-ULTIMO-AVISO (5:2) "/"
                   MORA-FECHA-ULTIMO-AVISO (1:4)
           END-IF
           END-READ
           ELSE
           DISPLAY "  Sin avisos de mora."
           END-IF.
           CLOSE ARCHIVO-MORA-ESTADO.

       MUESTRA-ONBOARDING.
           DISPLAY "----- [B] ONBOARDING ----------------------------".
           OPEN INPUT ARCHIVO-ONBOARDING.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           IF ONBOARDING-STATUS = "00"
           MOVE CAMPO-CLIENTES-ID TO ONB-CLIENTES-ID
           READ ARCHIVO-ONBOARDING RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO REGISTRO-ENCONTRADO
           END-READ
           END-IF.
           CLOSE ARCHIVO-ONBOARDING.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "  Sin ficha de onboarding."
           ELSE
           IF ONB-DNI-VERIFICADO = "S" AND ONB-CARTA-ENVIADA = "S"
              AND ONB-PRIMER-CONTACTO = "S"
           DISPLAY "  Completo."
           ELSE
           IF ONB-DNI-VERIFICADO NOT = "S"
           DISPLAY "  Pendiente: verificar el DNI."
           END-IF
           IF ONB-CARTA-ENVIADA NOT = "S"
           DISPLAY "  Pendiente: carta de bienvenida."
           END-IF
           IF ONB-PRIMER-CONTACTO NOT = "S"
           DISPLAY "  Pendiente: primer contacto."
           END-IF
           END-IF
           END-IF.

      *notas.dat no tiene clave: se recorre entero y quedan las
      *ultimas del cliente, que son las mas nuevas:
       MUESTRA-NOTAS.
           DISPLAY "----- [N] ULTIMAS NOTAS -------------------------".
           MOVE ZEROES TO CANTIDAD-NOTAS.
           MOVE SPACES TO TABLA-ULTIMAS-NOTAS.
           OPEN INPUT ARCHIVO-NOTAS.
           MOVE "1" TO FIN-DE-LECTURA.
           PERFORM LEE-SIGUIENTE-NOTA
               UNTIL FIN-DE-LECTURA = "0".
           CLOSE ARCHIVO-NOTAS.
           IF CANTIDAD-NOTAS = ZEROES
           DISPLAY "  (ninguna)"
           END-IF.
           PERFORM MUESTRA-UNA-NOTA
               VARYING INDICE-ULTIMO FROM 1 BY 1
               UNTIL INDICE-ULTIMO > CANTIDAD-NOTAS.

       LEE-SIGUIENTE-NOTA.
           READ ARCHIVO-NOTAS
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF NOTA-CLIENTES-ID = CAMPO-CLIENTES-ID
           PERFORM GUARDA-NOTA
           END-IF
           END-READ.

       GUARDA-NOTA.
           IF CANTIDAD-NOTAS < MAXIMO-ULTIMOS
           ADD 1 TO CANTIDAD-NOTAS
           ELSE
           PERFORM CORRE-UNA-NOTA
               VARYING INDICE-ULTIMO FROM 1 BY 1
               UNTIL INDICE-ULTIMO NOT < MAXIMO-ULTIMOS
           END-IF.
           MOVE NOTA-FECHA-HORA TO
               ULTIMA-NOTA-FECHA-HORA (CANTIDAD-NOTAS).
           MOVE NOTA-OPERADOR TO ULTIMA-NOTA-OPERADOR (CANTIDAD-NOTAS).
           MOVE NOTA-TEXTO TO ULTIMA-NOTA-TEXTO (CANTIDAD-NOTAS).

       CORRE-UNA-NOTA.
           MOVE ULTIMA-NOTA (INDICE-ULTIMO + 1) TO
               ULTIMA-NOTA (INDICE-ULTIMO).

       MUESTRA-UNA-NOTA.
           DISPLAY "  " ULTIMA-NOTA-FECHA-HORA (INDICE-ULTIMO) (7:2)
                   "/" ULTIMA-NOTA-FECHA-HORA (INDICE-ULTIMO) (5:2)
                   "/" ULTIMA-NOTA-FECHA-HORA (INDICE-ULTIMO) (1:4)
                   " " ULTIMA-NOTA-OPERADOR (INDICE-ULTIMO) " "
                   FUNCTION TRIM(ULTIMA-NOTA-TEXTO (INDICE-ULTIMO)).

      *Lo mismo con el log de contactos, y la cola de contactos dice
      *si el cliente esta esperando un llamado:
       MUESTRA-CONTACTOS.
           DISPLAY "----- [C] ULTIMOS CONTACTOS ---------------------".
           MOVE ZEROES TO CANTIDAD-CONTACTOS.
           MOVE SPACES TO TABLA-ULTIMOS-CONTACTOS.
           OPEN INPUT ARCHIVO-CONTACTOS.
           MOVE "1" TO FIN-DE-LECTURA.
           PERFORM LEE-SIGUIENTE-CONTACTO
               UNTIL FIN-DE-LECTURA = "0".
           CLOSE ARCHIVO-CONTACTOS.
           IF CANTIDAD-CONTACTOS = ZEROES
           DISPLAY "  (ninguno)"
           END-IF.
           PERFORM MUESTRA-UN-CONTACTO
               VARYING INDICE-ULTIMO FROM 1 BY 1
               UNTIL INDICE-ULTIMO > CANTIDAD-CONTACTOS.
           PERFORM BUSCA-EN-COLA-CONTACTOS.
           IF EN-COLA-CONTACTOS = "S"
           DISPLAY "  En la cola de contactos: "
                   FUNCTION TRIM(COLA-ENCONTRADA)
           END-IF.

       LEE-SIGUIENTE-CONTACTO.
           READ ARCHIVO-CONTACTOS
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF CONTACTO-CLIENTES-ID = CAMPO-CLIENTES-ID
           PERFORM GUARDA-CONTACTO
           END-IF
           END-READ.

       GUARDA-CONTACTO.
           IF CANTIDAD-CONTACTOS < MAXIMO-ULTIMOS
           ADD 1 TO CANTIDAD-CONTACTOS
           ELSE
           PERFORM CORRE-UN-CONTACTO
               VARYING INDICE-ULTIMO FROM 1 BY 1
               UNTIL INDICE-ULTIMO NOT < MAXIMO-ULTIMOS
           END-IF.
           MOVE CONTACTO-FECHA-HORA TO
               ULTIMO-CONTACTO-FECHA-HORA (CANTIDAD-CONTACTOS).
           MOVE CONTACTO-TIPO TO
               ULTIMO-CONTACTO-TIPO (CANTIDAD-CONTACTOS).
           MOVE CONTACTO-OPERADOR TO
               ULTIMO-CONTACTO-OPERADOR (CANTIDAD-CONTACTOS).

       CORRE-UN-CONTACTO.
           MOVE ULTIMO-CONTACTO (INDICE-ULTIMO + 1) TO
               ULTIMO-CONTACTO (INDICE-ULTIMO).

       MUESTRA-UN-CONTACTO.
           EVALUATE ULTIMO-CONTACTO-TIPO (INDICE-ULTIMO)
               WHEN "L"
                   MOVE "llamada" TO DESCRIPCION-CONTACTO
               WHEN "V"
                   MOVE "visita" TO DESCRIPCION-CONTACTO
               WHEN "C"
                   MOVE "carta" TO DESCRIPCION-CONTACTO
               WHEN "T"
                   MOVE "central" TO DESCRIPCION-CONTACTO
               WHEN OTHER
                   MOVE "otro" TO DESCRIPCION-CONTACTO
           END-EVALUATE.
           DISPLAY "  "
                   ULTIMO-CONTACTO-FECHA-HORA (INDICE-ULTIMO) (7:2)
                   "/" ULTIMO-CONTACTO-FECHA-HORA (INDICE-ULTIMO) (5:2)
                   "/" ULTIMO-CONTACTO-FECHA-HORA (INDICE-ULTIMO) (1:4)
                   " " DESCRIPCION-CONTACTO " "
                   ULTIMO-CONTACTO-OPERADOR (INDICE-ULTIMO).

       BUSCA-EN-COLA-CONTACTOS.
           MOVE "N" TO EN-COLA-CONTACTOS.
           MOVE SPACES TO COLA-ENCONTRADA.
           OPEN INPUT ARCHIVO-COLA-CONTACTOS.
           MOVE "1" TO FIN-DE-LECTURA.
           PERFORM LEE-SIGUIENTE-COLA
               UNTIL FIN-DE-LECTURA = "0".
           CLOSE ARCHIVO-COLA-CONTACTOS.

       LEE-SIGUIENTE-COLA.
           READ ARCHIVO-COLA-CONTACTOS
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF COLA-CLIENTES-ID = CAMPO-CLIENTES-ID AND
              (COLA-PENDIENTE OR COLA-AGENDADO)
           MOVE "S" TO EN-COLA-CONTACTOS
           MOVE "0" TO FIN-DE-LECTURA
           IF COLA-AGENDADO
           STRING "agendado para el " COLA-FECHA-AGENDA (7:2) "/"
                  COLA-FECHA-AGENDA (5:2) "/" COLA-FECHA-AGENDA (1:4)
                  " " COLA-HORA-AGENDA
                  DELIMITED BY SIZE INTO COLA-ENCONTRADA
           ELSE
           STRING "pendiente desde el "
                  COLA-FECHA-DETECTADO (7:2) "/"
                  COLA-FECHA-DETECTADO (5:2) "/"
                  COLA-FECHA-DETECTADO (1:4)
                  DELIMITED BY SIZE INTO COLA-ENCONTRADA
           END-IF
           END-IF
           END-READ.

       MUESTRA-TITULARES.
           DISPLAY "----- [T] COTITULARES Y APODERADOS --------------".
           MOVE CAMPO-CLIENTES-ID TO TITULARES-CUENTA-ID.
           CALL "Consultar-titulares" USING TITULARES-CONSULTA.
           IF TITULARES-CANTIDAD = ZEROES
           DISPLAY "  (ninguno)"
           ELSE
           IF CUENTA-FIRMA-CONJUNTA
           DISPLAY "  Cuenta de firma conjunta."
           END-IF
           PERFORM MUESTRA-TITULAR-VINCULADO
               VARYING INDICE-TITULAR FROM 1 BY 1
               UNTIL INDICE-TITULAR > TITULARES-CANTIDAD
           END-IF.

       MUESTRA-TITULAR-VINCULADO.
           EVALUATE TRUE
               WHEN TITULARES-ES-TITULAR (INDICE-TITULAR)
                   MOVE "Titular" TO DESCRIPCION-VINCULO
               WHEN TITULARES-ES-COTITULAR (INDICE-TITULAR)
                   MOVE "Cotitular" TO DESCRIPCION-VINCULO
               WHEN OTHER
                   MOVE "Apoderado" TO DESCRIPCION-VINCULO
           END-EVALUATE.
           DISPLAY "  " DESCRIPCION-VINCULO " "
                   TITULARES-CLIENTES-ID (INDICE-TITULAR) " "
                   FUNCTION TRIM(TITULARES-NOMBRE (INDICE-TITULAR)).

      *Retenciones y alertas que siguen abiertas: embargos que
      *todavia rigen, casos de monitoreo sin cerrar y coincidencias
      *con listas de cumplimiento pendientes o confirmadas, ademas
      *de la cuenta inmovilizada o bloqueada por documentacion que
      *ya informo Saldo-disponible:
       MUESTRA-RETENCIONES-Y-ALERTAS.
           DISPLAY "----- [R] RETENCIONES Y ALERTAS -----------------".
           MOVE ZEROES TO CONTADOR-ALERTAS.
           IF CUENTA-INMOVILIZADA
           ADD 1 TO CONTADOR-ALERTAS
           DISPLAY "  Cuenta inmovilizada: los debitos del cliente se "
                   "rechazan."
           END-IF.
           IF DOCUMENTACION-BLOQUEADA
           ADD 1 TO CONTADOR-ALERTAS
           DISPLAY "  Documentacion obligatoria vencida: debitos "
                   "bloqueados."
           END-IF.
           PERFORM MUESTRA-EMBARGOS.
           PERFORM MUESTRA-CASOS-MONITOREO.
           PERFORM MUESTRA-COINCIDENCIAS.
           IF CONTADOR-ALERTAS = ZEROES
           DISPLAY "  (ninguna)"
           END-IF.

       MUESTRA-EMBARGOS.
           OPEN INPUT ARCHIVO-EMBARGOS.
           IF EMBARGOS-STATUS = "00"
           MOVE CAMPO-CLIENTES-ID TO EMBARGO-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-EMBARGOS KEY IS EQUAL EMBARGO-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-EMBARGO
           END-IF
           PERFORM REVISA-EMBARGO
               UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-EMBARGOS.

       LEE-SIGUIENTE-EMBARGO.
           READ ARCHIVO-EMBARGOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF EMBARGO-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-EMBARGO.
           IF EMBARGO-ACTIVO AND
              (EMBARGO-FECHA-LIBERACION = SPACES OR
               EMBARGO-FECHA-LIBERACION > FECHA-HOY)
           ADD 1 TO CONTADOR-ALERTAS
           MOVE EMBARGO-IMPORTE TO CAMPO-IMPORTE-MUESTRA
           DISPLAY "  Embargo " EMBARGO-NUMERO " desde "
                   EMBARGO-FECHA-INICIO " por " CAMPO-IMPORTE-MUESTRA
                   " " FUNCTION TRIM(EMBARGO-REFERENCIA)
           END-IF.
           PERFORM LEE-SIGUIENTE-EMBARGO.

      *Los casos y las coincidencias tienen el cliente al principio
      *de la clave: un START con el resto en LOW-VALUES posiciona en
      *el primero del cliente:
       MUESTRA-CASOS-MONITOREO.
           OPEN INPUT ARCHIVO-CASOS-MONITOREO.
           IF CASOS-STATUS = "00"
           MOVE LOW-VALUES TO CASO-CLAVE
           MOVE CAMPO-CLIENTES-ID TO CASO-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-CASOS-MONITOREO
               KEY IS NOT LESS CASO-CLAVE
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           PERFORM REVISA-CASO-MONITOREO
               UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-CASOS-MONITOREO.

       REVISA-CASO-MONITOREO.
           READ ARCHIVO-CASOS-MONITOREO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF CASO-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           ELSE
           IF CASO-ABIERTO OR CASO-ESCALADO
           ADD 1 TO CONTADOR-ALERTAS
           DISPLAY "  Caso de monitoreo " CASO-REGLA " del "
                   CASO-FECHA-DETECCION " estado " CASO-ESTADO ": "
                   FUNCTION TRIM(CASO-DESCRIPCION)
           END-IF
           END-IF
           END-READ.

       MUESTRA-COINCIDENCIAS.
           OPEN INPUT ARCHIVO-REVISION-CUMPLIMIENTO.
           IF REVISION-STATUS = "00"
           MOVE LOW-VALUES TO REV-CLAVE
           MOVE CAMPO-CLIENTES-ID TO REV-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-REVISION-CUMPLIMIENTO
               KEY IS NOT LESS REV-CLAVE
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           PERFORM REVISA-COINCIDENCIA
               UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-REVISION-CUMPLIMIENTO.

       REVISA-COINCIDENCIA.
           READ ARCHIVO-REVISION-CUMPLIMIENTO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF REV-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           ELSE
           IF REV-PENDIENTE OR REV-CONFIRMADA
           ADD 1 TO CONTADOR-ALERTAS
           DISPLAY "  Coincidencia con lista " REV-TIPO-LISTA " "
                   FUNCTION TRIM(REV-ID-LISTA) " estado "
                   REV-ESTADO ": "
                   FUNCTION TRIM(REV-NOMBRE-LISTA)
           END-IF
           END-IF
           END-READ.

      *Los demas miembros del hogar por la clave alterna del numero
      *de hogar, con su nombre del archivo de clientes:
       MUESTRA-HOGAR.
           DISPLAY "----- [H] HOGAR ---------------------------------".
           MOVE ZEROES TO NUMERO-DE-HOGAR.
           MOVE ZEROES TO MIEMBROS-DEL-HOGAR.
           OPEN INPUT ARCHIVO-HOGARES.
           IF HOGARES-STATUS = "00"
           MOVE CAMPO-CLIENTES-ID TO HOGAR-CLIENTES-ID
           READ ARCHIVO-HOGARES RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE HOGAR-NUMERO TO NUMERO-DE-HOGAR
           END-READ
           END-IF.
           IF NUMERO-DE-HOGAR NOT = ZEROES
           OPEN INPUT ARCHIVO-CLIENTES
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-HOGARES KEY IS EQUAL HOGAR-NUMERO
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           PERFORM REVISA-MIEMBRO-HOGAR
               UNTIL FIN-DE-LECTURA = "0"
           CLOSE ARCHIVO-CLIENTES
           END-IF.
           CLOSE ARCHIVO-HOGARES.
           IF NUMERO-DE-HOGAR = ZEROES
           DISPLAY "  Sin hogar asignado."
           ELSE
           IF MIEMBROS-DEL-HOGAR = ZEROES
           DISPLAY "  Hogar " NUMERO-DE-HOGAR
                   " sin otros miembros."
           END-IF
           END-IF.

       REVISA-MIEMBRO-HOGAR.
           READ ARCHIVO-HOGARES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF HOGAR-NUMERO NOT = NUMERO-DE-HOGAR
           MOVE "0" TO FIN-DE-LECTURA
           ELSE
           IF HOGAR-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           PERFORM MUESTRA-MIEMBRO-HOGAR
           END-IF
           END-IF
           END-READ.

       MUESTRA-MIEMBRO-HOGAR.
           ADD 1 TO MIEMBROS-DEL-HOGAR.
           MOVE HOGAR-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACES TO CLIENTES-NOMBRE
           MOVE SPACES TO CLIENTES-APELLIDO
           END-READ.
           DISPLAY "  Hogar " NUMERO-DE-HOGAR ": " HOGAR-CLIENTES-ID
                   " " FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO).

      *Cada letra abre el programa de detalle de su seccion, que
      *pide el ID como siempre; embargos y casos de monitoreo solo
      *para el supervisor, igual que en el menu:
       ELIGE-SECCION.
           DISPLAY " ".
           DISPLAY "Detalle: D datos, E estado de cuenta, F facturas, "
                   "O ordenes, S situacion deudor,".
           DISPLAY "B onboarding, N notas, C cola de contactos, "
                   "T cotitulares, H hogares, A auditoria,".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "R embargos, K casos de monitoreo; "
                   "vacio vuelve a pedir cliente."
           ELSE
           DISPLAY "vacio vuelve a pedir cliente."
           END-IF.
           DISPLAY "Ver el cliente " CAMPO-CLIENTES-ID " en: ".
           MOVE SPACE TO CAMPO-SECCION.
           ACCEPT CAMPO-SECCION.
           MOVE FUNCTION UPPER-CASE(CAMPO-SECCION) TO CAMPO-SECCION.
           EVALUATE CAMPO-SECCION
               WHEN "D"
                   CALL "Consultar-registro"
               WHEN "E"
                   CALL "Estado-cuenta-cliente"
               WHEN "F"
                   CALL "Reporte-antiguedad-deuda"
               WHEN "O"
                   CALL "Mantener-ordenes-permanentes"
               WHEN "S"
                   CALL "Consultar-situacion-deudor"
               WHEN "B"
                   CALL "Marcar-onboarding"
               WHEN "N"
                   CALL "Registrar-nota"
               WHEN "C"
                   CALL "Atender-cola-contactos"
               WHEN "T"
                   CALL "Mantener-cotitulares"
               WHEN "H"
                   CALL "Proponer-hogares"
               WHEN "A"
                   CALL "Timeline-auditoria-cliente"
               WHEN "R"
                   IF OPERADOR-ES-SUPERVISOR
                   CALL "Mantener-embargos"
                   ELSE
                   DISPLAY "Opcion reservada al nivel supervisor."
                   END-IF
               WHEN "K"
                   IF OPERADOR-ES-SUPERVISOR
                   CALL "Revisar-casos-monitoreo"
                   ELSE
                   DISPLAY "Opcion reservada al nivel supervisor."
                   END-IF
               WHEN SPACE
                   MOVE "N" TO SIGUE-EN-FICHA
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Ficha-integral-cliente.

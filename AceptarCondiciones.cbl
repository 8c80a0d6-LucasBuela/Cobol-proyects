      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Registro en la sucursal de la aceptacion de las
      *          condiciones: el operador busca al cliente, ve la
      *          version que tiene aceptada y la ultima registrada
      *          para su producto en condiciones.dat (las generales si
      *          no tiene producto del catalogo) y, con la firma del
      *          cliente, deja en la ficha la version nueva y la
      *          fecha. El cambio queda como una modificacion normal
      *          en clientes.log con la imagen antes y despues en el
      *          detalle, y la constancia en
      *          aceptaciones_condiciones.log con la version que
      *          tenia antes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Aceptar-condiciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Detalle con la imagen del registro antes y despues del cambio:
       COPY "DataBaseLogDetalle.cbl".
      *Versiones de las condiciones y constancia de las aceptaciones:
       COPY "DataBaseCondiciones.cbl".
       COPY "DataBaseAceptaciones.cbl".
      *Catalogo de productos, para saber quien va por las generales:
       COPY "DataBaseProductos.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Lista de operadores, para comprobar el operador:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataLogDetalle.cbl".
       COPY "DataCondiciones.cbl".
       COPY "DataAceptaciones.cbl".
       COPY "DataProductos.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  CONDICIONES-STATUS PIC XX.
       77  ACEPTACIONES-STATUS PIC XX.
       77  PRODUCTOS-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  FIN-PRODUCTOS PIC X.
       77  FIN-DE-VERSIONES PIC X.
       77  REGISTRO-EN-USO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  OPERADOR-REGISTRADO PIC X.
       77  PRODUCTO-EN-CATALOGO PIC X.
       77  FECHA-DE-HOY PIC X(8).
       01  CAMPO-CLIENTES-ID PIC X(6).
      *Producto cuyas condiciones rigen para el cliente y su ultima
      *version registrada:
       01  PRODUCTO-DE-CONDICIONES PIC X(3).
       77  VERSION-HALLADA PIC X.
       01  ULTIMA-VERSION-REGISTRO PIC X(150).
       77  VERSION-ANTERIOR PIC X(4).
       77  VERSION-NUEVA PIC X(4).
       COPY "DataPreaviso.cbl".
       77  FECHA-FIN-PREAVISO PIC 9(8).
       77  FECHA-EFECTIVA PIC X(8).
       77  TASA-MUESTRA PIC 9.9999.
       77  CARGO-MUESTRA PIC ZZZZ9.99.
       77  RECHAZO-MUESTRA PIC ZZZZ9.99.
       77  CONTADOR-ACEPTADAS PIC 9(5) VALUE ZEROES.
       01  IMAGEN-ANTES-CONDICIONES PIC X(400).
       01  CONFIRMA-MENSAJE PIC X(60).
       01  SI-NO PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== ACEPTACION DE CONDICIONES =====".
           PERFORM PIDE-OPERADOR.
           IF OPERADOR-REGISTRADO NOT = "S"
           DISPLAY "Operador no registrado, no se puede continuar."
           GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           CLOSE ARCHIVO-CLIENTES
           GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN EXTEND ARCHIVO-LOG-DETALLE.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           MOVE "X" TO CAMPO-CLIENTES-ID.
           PERFORM ATIENDE-UN-CLIENTE
           UNTIL CAMPO-CLIENTES-ID = SPACES.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           CLOSE ARCHIVO-LOG-DETALLE.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Aceptaciones registradas: " CONTADOR-ACEPTADAS.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           END-IF.
           PERFORM BUSCA-NIVEL-OPERADOR.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi:
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
           MOVE "N" TO OPERADOR-REGISTRADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE "S" TO OPERADOR-REGISTRADO
           MOVE OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       ATIENDE-UN-CLIENTE.
           MOVE SPACES TO CAMPO-CLIENTES-ID.
           DISPLAY " ".
           DISPLAY "ID del cliente (blanco para terminar): ".
           ACCEPT CAMPO-CLIENTES-ID.
           IF CAMPO-CLIENTES-ID NOT = SPACES
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM LEE-CLIENTE
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF.

      *El cliente se lee con el bloqueo ya tomado, asi nadie lo
      *modifica mientras firma:
       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No existe un cliente con ese ID."
           ELSE
           IF CLIENTE-INACTIVO
           DISPLAY "El cliente esta dado de baja."
           ELSE
           PERFORM MUESTRA-CONDICIONES-CLIENTE
           END-IF
           END-IF.

       MUESTRA-CONDICIONES-CLIENTE.
           DISPLAY FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE) "  producto "
                   CLIENTES-PRODUCTO.
           IF CLIENTES-CONDICIONES-VERSION = SPACES
           DISPLAY "Condiciones aceptadas: sin registro."
           ELSE
           DISPLAY "Condiciones aceptadas: version "
                   CLIENTES-CONDICIONES-VERSION " el "
                   CLIENTES-CONDICIONES-FECHA (7:2) "/"
                   CLIENTES-CONDICIONES-FECHA (5:2) "/"
                   CLIENTES-CONDICIONES-FECHA (1:4) "."
           END-IF.
           PERFORM BUSCA-ULTIMA-VERSION-CLIENTE.
           IF VERSION-HALLADA = "N"
           DISPLAY "Su producto no tiene versiones de condiciones "
                   "registradas."
           ELSE
           MOVE CONDV-VERSION TO VERSION-NUEVA
           IF VERSION-NUEVA = CLIENTES-CONDICIONES-VERSION
           DISPLAY "El cliente ya acepto la ultima version."
           ELSE
           PERFORM MUESTRA-ULTIMA-VERSION
           MOVE "El cliente firmo la aceptacion de esta version (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-NO
           IF SI-NO = "S"
           PERFORM REGISTRA-ACEPTACION
           END-IF
           END-IF
           END-IF.

      *Las versiones del producto vienen en orden de vigencia; la
      *ultima es la que se firma, rija ya o todavia no. Un producto
      *fuera del catalogo va por las condiciones generales:
       BUSCA-ULTIMA-VERSION-CLIENTE.
           MOVE CLIENTES-PRODUCTO TO PRODUCTO-DE-CONDICIONES.
           IF PRODUCTO-DE-CONDICIONES NOT = SPACES
           PERFORM BUSCA-PRODUCTO-EN-CATALOGO
           IF PRODUCTO-EN-CATALOGO = "N"
           MOVE SPACES TO PRODUCTO-DE-CONDICIONES
           END-IF
           END-IF.
           MOVE "N" TO VERSION-HALLADA.
           OPEN INPUT ARCHIVO-CONDICIONES.
           MOVE "0" TO FIN-DE-VERSIONES.
           IF CONDICIONES-STATUS = "00"
           MOVE PRODUCTO-DE-CONDICIONES TO CONDV-PRODUCTO
           MOVE LOW-VALUES TO CONDV-VIGENCIA
           START ARCHIVO-CONDICIONES KEY IS NOT LESS CONDV-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-VERSIONES
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-VERSIONES
           END-START
           END-IF.
           PERFORM LEE-VERSION-DEL-PRODUCTO
           UNTIL FIN-DE-VERSIONES = "0".
           CLOSE ARCHIVO-CONDICIONES.
           IF VERSION-HALLADA = "S"
           MOVE ULTIMA-VERSION-REGISTRO TO CONDV-REGISTRO
           END-IF.

       LEE-VERSION-DEL-PRODUCTO.
           READ ARCHIVO-CONDICIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VERSIONES
           NOT AT END
           IF CONDV-PRODUCTO NOT = PRODUCTO-DE-CONDICIONES
           MOVE "0" TO FIN-DE-VERSIONES
           ELSE
           MOVE "S" TO VERSION-HALLADA
           MOVE CONDV-REGISTRO TO ULTIMA-VERSION-REGISTRO
           END-IF
           END-READ.

       BUSCA-PRODUCTO-EN-CATALOGO.
           MOVE "N" TO PRODUCTO-EN-CATALOGO.
           OPEN INPUT ARCHIVO-PRODUCTOS.
           MOVE "1" TO FIN-PRODUCTOS.
           PERFORM COMPARA-PRODUCTO
           UNTIL FIN-PRODUCTOS = "0".
           CLOSE ARCHIVO-PRODUCTOS.

       COMPARA-PRODUCTO.
           READ ARCHIVO-PRODUCTOS
           AT END
           MOVE "0" TO FIN-PRODUCTOS
           NOT AT END
           IF PRODUCTO-CODIGO = PRODUCTO-DE-CONDICIONES
           MOVE "S" TO PRODUCTO-EN-CATALOGO
           MOVE "0" TO FIN-PRODUCTOS
           END-IF
           END-READ.

      *Misma regla que Condiciones-vigentes para la fecha desde la
      *que rige: la vigencia, o el fin del preaviso si es posterior;
      *sin aviso todavia no tiene fecha:
       MUESTRA-ULTIMA-VERSION.
           MOVE CONDV-TASA TO TASA-MUESTRA.
           MOVE CONDV-CARGO TO CARGO-MUESTRA.
           MOVE CONDV-CARGO-RECHAZO TO RECHAZO-MUESTRA.
           DISPLAY "Ultima version: " CONDV-VERSION.
           IF NOT CONDV-VERSION-INICIAL
           DISPLAY "  " CONDV-RESUMEN
           END-IF.
           DISPLAY "  Tasa " TASA-MUESTRA "  Cargo " CARGO-MUESTRA
                   "  Comision rechazo " RECHAZO-MUESTRA.
           IF CONDV-VERSION-INICIAL
           DISPLAY "  Rige desde antes de las versiones."
           ELSE
           IF CONDV-AVISO-PENDIENTE
           DISPLAY "  Aviso a los clientes pendiente; rige desde el "
                   CONDV-VIGENCIA " o mas tarde."
           ELSE
           MOVE CONDV-VIGENCIA TO FECHA-EFECTIVA
           COMPUTE FECHA-FIN-PREAVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               CONDV-FECHA-AVISO)) + DIAS-DE-PREAVISO)
           IF FECHA-FIN-PREAVISO > FUNCTION NUMVAL(CONDV-VIGENCIA)
           MOVE FECHA-FIN-PREAVISO TO FECHA-EFECTIVA
           END-IF
           DISPLAY "  Rige desde el " FECHA-EFECTIVA "."
           END-IF
           END-IF.

       REGISTRA-ACEPTACION.
           MOVE SPACES TO IMAGEN-ANTES-CONDICIONES.
           MOVE CLIENTES-REGISTRO TO IMAGEN-ANTES-CONDICIONES.
           MOVE CLIENTES-CONDICIONES-VERSION TO VERSION-ANTERIOR.
           MOVE VERSION-NUEVA TO CLIENTES-CONDICIONES-VERSION.
           MOVE FECHA-DE-HOY TO CLIENTES-CONDICIONES-FECHA.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el cliente " CLIENTES-ID
                   ", status: " CLIENTES-STATUS
           NOT INVALID KEY
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-ACEPTACION
           ADD 1 TO CONTADOR-ACEPTADAS
           DISPLAY "Aceptacion de la version " VERSION-NUEVA
                   " registrada."
           END-REWRITE.

      *En entrenamiento no se anota: el registro de aceptaciones es
      *uno solo y acompana a produccion.
       GRABA-ACEPTACION.
           IF MODO-ENTRENAMIENTO NOT = "S"
           OPEN EXTEND ARCHIVO-ACEPTACIONES
           MOVE FUNCTION CURRENT-DATE TO ACEPTACION-FECHA-HORA
           MOVE CLIENTES-ID TO ACEPTACION-CLIENTES-ID
           MOVE PRODUCTO-DE-CONDICIONES TO ACEPTACION-PRODUCTO
           MOVE VERSION-NUEVA TO ACEPTACION-VERSION
           MOVE VERSION-ANTERIOR TO ACEPTACION-VERSION-ANTERIOR
           MOVE OPERADOR TO ACEPTACION-OPERADOR
           MOVE "F" TO ACEPTACION-MEDIO
           WRITE ACEPTACION-REGISTRO
           CLOSE ARCHIVO-ACEPTACIONES
           END-IF.

       GRABA-LOG-MODIFICACION.
           MOVE FUNCTION CURRENT-DATE TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.
           MOVE LOG-FECHA-HORA TO DETALLE-FECHA-HORA.
           MOVE OPERADOR TO DETALLE-OPERADOR.
           MOVE CLIENTES-ID TO DETALLE-CLIENTES-ID.
           MOVE IMAGEN-ANTES-CONDICIONES TO DETALLE-IMAGEN-ANTES.
           MOVE SPACES TO DETALLE-IMAGEN-DESPUES.
           MOVE CLIENTES-REGISTRO TO DETALLE-IMAGEN-DESPUES.
           PERFORM GRABA-DETALLE-ENCADENADO.

      *Dos asientos del mismo cliente en el mismo centesimo de
      *segundo chocan en la clave del log; el sufijo de secuencia
      *los separa reintentando:
       GRABA-LOG-CON-REINTENTO.
           MOVE "N" TO LOG-GRABADO.
           PERFORM INTENTA-GRABAR-LOG
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

      *Toma el bloqueo de edicion de este cliente, la misma tecnica
      *que Aprobar-limites-descubierto: si otro operador lo esta
      *editando, la aceptacion se registra despues.
       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro en uso por "
                   FUNCTION TRIM(RLOCK-OPERADOR) " desde "
                   RLOCK-FECHA-HORA (9:2) ":"
                   RLOCK-FECHA-HORA (11:2) "."
           END-IF
           END-READ.

       GRABA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           MOVE OPERADOR TO RLOCK-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO RLOCK-FECHA-HORA.
           WRITE RLOCK-REGISTRO
           INVALID KEY
           DISPLAY "No se pudo tomar el bloqueo del registro.".

       LIBERA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           DELETE ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           CONTINUE.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaLog.cbl".

       COPY "ProcCadenaDetalle.cbl".

       END PROGRAM Aceptar-condiciones.

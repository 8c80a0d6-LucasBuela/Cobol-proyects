      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Registro de las versiones de las condiciones de cada
      *          producto (condiciones.dat): la tasa de interes
      *          mensual, el cargo de mantenimiento y la comision por
      *          cheque rechazado, con la fecha desde la que rigen y
      *          el resumen de los cambios que va en la carta de
      *          aviso. El producto en blanco son las condiciones
      *          generales de interes_config.dat. La primera version
      *          de un producto deja antes, como version inicial, las
      *          condiciones que tuvo hasta hoy. Cada alta o baja pide
      *          la firma de un segundo operador y queda en
      *          config_auditoria.log, como los cambios de
      *          Mantener-configuracion. Una version no rige hasta que
      *          Avisar-condiciones encola las cartas a los clientes y
      *          pasan los dias de preaviso; solo se puede dar de baja
      *          mientras el aviso esta pendiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Registrar-condiciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Versiones de las condiciones por producto:
       COPY "DataBaseCondiciones.cbl".
      *Lo que hoy dicen los archivos de configuracion:
       COPY "DataBaseProductos.cbl".
       COPY "DataBaseInteres.cbl".
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Auditoria de los cambios de configuracion:
       COPY "DataBaseConfigAuditoria.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCondiciones.cbl".
       COPY "DataProductos.cbl".
       COPY "DataInteres.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".
       COPY "DataConfigAuditoria.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CONDICIONES-STATUS PIC XX.
       77  PRODUCTOS-STATUS PIC XX.
       77  CONFIG-INTERES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  FIN-OPERADORES PIC X.
       77  FIN-PRODUCTOS PIC X.
       77  FIN-DE-VERSIONES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
      *Firma de un segundo operador, misma tecnica que
      *Mantener-configuracion:
       77  SEGUNDO-OPERADOR PIC X(10).
       77  SEGUNDO-OPERADOR-AUTORIZADO PIC X.
       01  DESCRIPCION-CAMBIO PIC X(50).
       COPY "DataPreaviso.cbl".
       77  FECHA-DE-HOY PIC X(8).
       77  PRIMER-DIA-POSIBLE PIC 9(8).
       77  FECHA-EFECTIVA-MUESTRA PIC X(8).
       77  FECHA-FIN-PREAVISO PIC 9(8).
      *Producto elegido y lo que dicen hoy sus archivos:
       01  CAMPO-PRODUCTO PIC X(3).
       77  PRODUCTO-HALLADO PIC X.
       01  VALORES-DEL-ARCHIVO.
           05 ARCHIVO-TASA PIC 9(1)V9(4).
           05 ARCHIVO-CARGO PIC 9(5)V99.
           05 ARCHIVO-CARGO-RECHAZO PIC 9(5)V99.
      *Versiones del producto: cuantas hay y la ultima registrada,
      *que es contra la que se comparan los valores nuevos:
       77  CANTIDAD-VERSIONES PIC 9(4).
       77  ULTIMA-VIGENCIA PIC X(8).
       01  VALORES-ANTERIORES.
           05 ANTERIOR-TASA PIC 9(1)V9(4).
           05 ANTERIOR-CARGO PIC 9(5)V99.
           05 ANTERIOR-CARGO-RECHAZO PIC 9(5)V99.
       01  VALORES-NUEVOS.
           05 NUEVA-TASA PIC 9(1)V9(4).
           05 NUEVO-CARGO PIC 9(5)V99.
           05 NUEVO-CARGO-RECHAZO PIC 9(5)V99.
      *Numero de version: correlativo unico entre todos los
      *productos:
       77  MAYOR-VERSION PIC 9(4).
       77  NUEVA-VERSION PIC 9(4).
       01  CAMPO-TASA-TEXTO PIC X(5).
       01  CAMPO-CARGO-TEXTO PIC X(7).
       01  CAMPO-VIGENCIA PIC X(8).
       01  CAMPO-RESUMEN PIC X(60).
       77  DATOS-VALIDOS PIC X.
       77  VERSION-HALLADA PIC X.
       77  TASA-MUESTRA PIC 9.9999.
       77  CARGO-MUESTRA PIC ZZZZ9.99.
       77  RECHAZO-MUESTRA PIC ZZZZ9.99.
       01  CONFIRMA-MENSAJE PIC X(60).
       01  SI-NO PIC X.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== VERSIONES DE LAS CONDICIONES =====".
      *condiciones.dat no tiene juego de practica: una version
      *cargada practicando regiria para los clientes reales:
           IF MODO-ENTRENAMIENTO = "S"
           DISPLAY "En modo entrenamiento no se registran "
                   "condiciones."
           GOBACK
           END-IF.
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para registrar "
                   "condiciones."
           GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
           COMPUTE PRIMER-DIA-POSIBLE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-DE-HOY))
               + DIAS-DE-PREAVISO).
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
      *se toma de ahi con su nivel:
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

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(L) Listar versiones de un producto, (R) Registrar "
                   "una version nueva, (B) Dar de baja una version "
                   "sin avisar, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "L"
                   PERFORM LISTA-VERSIONES
               WHEN "R"
                   PERFORM REGISTRA-VERSION
               WHEN "B"
                   PERFORM BAJA-VERSION
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      *Producto en blanco son las condiciones generales; uno
      *informado tiene que estar en el catalogo:
       PIDE-PRODUCTO.
           MOVE SPACES TO CAMPO-PRODUCTO.
           DISPLAY "Producto (blanco = condiciones generales): ".
           ACCEPT CAMPO-PRODUCTO.
           MOVE FUNCTION UPPER-CASE(CAMPO-PRODUCTO) TO CAMPO-PRODUCTO.
           PERFORM LEE-VALORES-DEL-ARCHIVO.
           IF PRODUCTO-HALLADO = "N"
           DISPLAY "El producto " CAMPO-PRODUCTO " no esta en el "
                   "catalogo de productos."
           END-IF.

       LEE-VALORES-DEL-ARCHIVO.
           MOVE ZEROES TO ARCHIVO-TASA.
           MOVE ZEROES TO ARCHIVO-CARGO.
           MOVE ZEROES TO ARCHIVO-CARGO-RECHAZO.
           IF CAMPO-PRODUCTO = SPACES
           MOVE "S" TO PRODUCTO-HALLADO
           OPEN INPUT ARCHIVO-CONFIG-INTERES
           IF CONFIG-INTERES-STATUS = "00"
           READ ARCHIVO-CONFIG-INTERES
           AT END
           CONTINUE
           NOT AT END
           MOVE CONFIG-TASA-INTERES TO ARCHIVO-TASA
           MOVE CONFIG-CARGO-MANTENIMIENTO TO ARCHIVO-CARGO
           END-READ
           END-IF
           CLOSE ARCHIVO-CONFIG-INTERES
           ELSE
           MOVE "N" TO PRODUCTO-HALLADO
           OPEN INPUT ARCHIVO-PRODUCTOS
           MOVE "1" TO FIN-PRODUCTOS
           PERFORM BUSCA-PRODUCTO
           UNTIL FIN-PRODUCTOS = "0"
           CLOSE ARCHIVO-PRODUCTOS
           END-IF.

       BUSCA-PRODUCTO.
           READ ARCHIVO-PRODUCTOS
           AT END
           MOVE "0" TO FIN-PRODUCTOS
           NOT AT END
           IF PRODUCTO-CODIGO = CAMPO-PRODUCTO
           MOVE "S" TO PRODUCTO-HALLADO
           MOVE PRODUCTO-TASA TO ARCHIVO-TASA
           MOVE PRODUCTO-CARGO TO ARCHIVO-CARGO
           IF PRODUCTO-CARGO-RECHAZO NUMERIC
           MOVE PRODUCTO-CARGO-RECHAZO TO ARCHIVO-CARGO-RECHAZO
           END-IF
           MOVE "0" TO FIN-PRODUCTOS
           END-IF
           END-READ.

      *--- Lista las versiones del producto con la fecha desde la
      *que rige cada una:
       LISTA-VERSIONES.
           PERFORM PIDE-PRODUCTO.
           IF PRODUCTO-HALLADO = "S"
           OPEN INPUT ARCHIVO-CONDICIONES
           PERFORM POSICIONA-EN-PRODUCTO
           MOVE ZEROES TO CANTIDAD-VERSIONES
           PERFORM LISTA-UNA-VERSION
           UNTIL FIN-DE-VERSIONES = "0"
           CLOSE ARCHIVO-CONDICIONES
           IF CANTIDAD-VERSIONES = ZEROES
           DISPLAY "El producto no tiene versiones: rigen los "
                   "valores del archivo."
           END-IF
           END-IF.

       POSICIONA-EN-PRODUCTO.
           MOVE "0" TO FIN-DE-VERSIONES.
           IF CONDICIONES-STATUS = "00"
           MOVE CAMPO-PRODUCTO TO CONDV-PRODUCTO
           MOVE LOW-VALUES TO CONDV-VIGENCIA
           START ARCHIVO-CONDICIONES KEY IS NOT LESS CONDV-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-VERSIONES
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-VERSIONES
           END-START
           END-IF.

       LISTA-UNA-VERSION.
           READ ARCHIVO-CONDICIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VERSIONES
           NOT AT END
           IF CONDV-PRODUCTO NOT = CAMPO-PRODUCTO
           MOVE "0" TO FIN-DE-VERSIONES
           ELSE
           ADD 1 TO CANTIDAD-VERSIONES
           PERFORM MUESTRA-VERSION
           END-IF
           END-READ.

       MUESTRA-VERSION.
           MOVE CONDV-TASA TO TASA-MUESTRA.
           MOVE CONDV-CARGO TO CARGO-MUESTRA.
           MOVE CONDV-CARGO-RECHAZO TO RECHAZO-MUESTRA.
           PERFORM CALCULA-FECHA-EFECTIVA.
           DISPLAY " ".
           IF CONDV-VERSION-INICIAL
           DISPLAY "Version " CONDV-VERSION " (inicial)  registrada "
                   CONDV-FECHA-REGISTRO " por "
                   FUNCTION TRIM(CONDV-OPERADOR)
           ELSE
           DISPLAY "Version " CONDV-VERSION "  vigencia "
                   CONDV-VIGENCIA "  registrada " CONDV-FECHA-REGISTRO
                   " por " FUNCTION TRIM(CONDV-OPERADOR) " firma "
                   FUNCTION TRIM(CONDV-SEGUNDO-OPERADOR)
           END-IF.
           DISPLAY "  Tasa " TASA-MUESTRA "  Cargo " CARGO-MUESTRA
                   "  Comision rechazo " RECHAZO-MUESTRA.
           IF NOT CONDV-VERSION-INICIAL
           DISPLAY "  " CONDV-RESUMEN
           IF CONDV-AVISO-PENDIENTE
           DISPLAY "  Aviso a los clientes pendiente: todavia no rige."
           ELSE
           DISPLAY "  Avisada el " CONDV-FECHA-AVISO " a "
                   CONDV-CLIENTES-AVISADOS " clientes; rige desde el "
                   FECHA-EFECTIVA-MUESTRA "."
           END-IF
           END-IF.

      *Misma regla que Condiciones-vigentes: la vigencia, o el fin
      *del preaviso si es posterior:
       CALCULA-FECHA-EFECTIVA.
           MOVE CONDV-VIGENCIA TO FECHA-EFECTIVA-MUESTRA.
           IF NOT CONDV-VERSION-INICIAL AND
              CONDV-FECHA-AVISO NUMERIC
           COMPUTE FECHA-FIN-PREAVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               CONDV-FECHA-AVISO)) + DIAS-DE-PREAVISO)
           IF FECHA-FIN-PREAVISO > FUNCTION NUMVAL(CONDV-VIGENCIA)
           MOVE FECHA-FIN-PREAVISO TO FECHA-EFECTIVA-MUESTRA
           END-IF
           END-IF.

      *--- Alta de una version. La vigencia va hacia adelante: tiene
      *que ser posterior a hoy y a la ultima version del producto.
      *Lo que no se informa queda como en la ultima version:
       REGISTRA-VERSION.
           PERFORM PIDE-PRODUCTO.
           IF PRODUCTO-HALLADO = "S"
           PERFORM BUSCA-ULTIMA-VERSION
           PERFORM PIDE-VALORES-NUEVOS
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-SEGUNDO-OPERADOR
           IF SEGUNDO-OPERADOR-AUTORIZADO = "S"
           PERFORM GRABA-VERSION-NUEVA
           ELSE
           DISPLAY "Version no registrada: falta la firma del "
                   "segundo operador."
           END-IF
           END-IF
           END-IF.

      *Sin versiones, lo anterior es lo que dice hoy el archivo,
      *salvo que el supervisor ya lo haya cambiado a mano: por eso se
      *confirma antes de grabarlo como version inicial.
       BUSCA-ULTIMA-VERSION.
           MOVE ZEROES TO CANTIDAD-VERSIONES.
           MOVE SPACES TO ULTIMA-VIGENCIA.
           MOVE VALORES-DEL-ARCHIVO TO VALORES-ANTERIORES.
           OPEN INPUT ARCHIVO-CONDICIONES.
           PERFORM POSICIONA-EN-PRODUCTO.
           PERFORM TOMA-ULTIMA-VERSION
           UNTIL FIN-DE-VERSIONES = "0".
           CLOSE ARCHIVO-CONDICIONES.
           IF CANTIDAD-VERSIONES = ZEROES
           PERFORM PIDE-VALORES-INICIALES
           ELSE
           MOVE ANTERIOR-TASA TO TASA-MUESTRA
           MOVE ANTERIOR-CARGO TO CARGO-MUESTRA
           MOVE ANTERIOR-CARGO-RECHAZO TO RECHAZO-MUESTRA
           DISPLAY "Ultima version registrada, vigencia "
                   ULTIMA-VIGENCIA ": tasa " TASA-MUESTRA
                   "  cargo " CARGO-MUESTRA "  comision rechazo "
                   RECHAZO-MUESTRA
           END-IF.

       TOMA-ULTIMA-VERSION.
           READ ARCHIVO-CONDICIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VERSIONES
           NOT AT END
           IF CONDV-PRODUCTO NOT = CAMPO-PRODUCTO
           MOVE "0" TO FIN-DE-VERSIONES
           ELSE
           ADD 1 TO CANTIDAD-VERSIONES
           MOVE CONDV-VIGENCIA TO ULTIMA-VIGENCIA
           MOVE CONDV-TASA TO ANTERIOR-TASA
           MOVE CONDV-CARGO TO ANTERIOR-CARGO
           MOVE CONDV-CARGO-RECHAZO TO ANTERIOR-CARGO-RECHAZO
           END-IF
           END-READ.

       PIDE-VALORES-INICIALES.
           MOVE ARCHIVO-TASA TO TASA-MUESTRA.
           MOVE ARCHIVO-CARGO TO CARGO-MUESTRA.
           MOVE ARCHIVO-CARGO-RECHAZO TO RECHAZO-MUESTRA.
           DISPLAY "Primera version del producto. Las condiciones que "
                   "rigieron hasta hoy quedan como version inicial.".
           DISPLAY "Segun el archivo: tasa " TASA-MUESTRA "  cargo "
                   CARGO-MUESTRA "  comision rechazo " RECHAZO-MUESTRA.
           DISPLAY "Si el archivo ya tiene los valores nuevos, "
                   "ingrese los que rigieron hasta hoy.".
           MOVE SPACES TO CAMPO-TASA-TEXTO.
           DISPLAY "Tasa hasta hoy (5 digitos, blanco = la del "
                   "archivo): ".
           ACCEPT CAMPO-TASA-TEXTO.
           IF CAMPO-TASA-TEXTO NUMERIC
           MOVE CAMPO-TASA-TEXTO TO ANTERIOR-TASA
           END-IF.
           MOVE SPACES TO CAMPO-CARGO-TEXTO.
           DISPLAY "Cargo hasta hoy (7 digitos, blanco = el del "
                   "archivo): ".
           ACCEPT CAMPO-CARGO-TEXTO.
           IF CAMPO-CARGO-TEXTO NUMERIC
           MOVE CAMPO-CARGO-TEXTO TO ANTERIOR-CARGO
           END-IF.
           IF CAMPO-PRODUCTO NOT = SPACES
           MOVE SPACES TO CAMPO-CARGO-TEXTO
           DISPLAY "Comision por rechazo hasta hoy (7 digitos, "
                   "blanco = la del archivo): "
           ACCEPT CAMPO-CARGO-TEXTO
           IF CAMPO-CARGO-TEXTO NUMERIC
           MOVE CAMPO-CARGO-TEXTO TO ANTERIOR-CARGO-RECHAZO
           END-IF
           END-IF.

      *Las condiciones generales no tienen comision por rechazo: la
      *cobra cada producto.
       PIDE-VALORES-NUEVOS.
           MOVE "S" TO DATOS-VALIDOS.
           MOVE VALORES-ANTERIORES TO VALORES-NUEVOS.
           MOVE SPACES TO CAMPO-TASA-TEXTO.
           DISPLAY "Nueva tasa (5 digitos, 1 entero y 4 decimales "
                   "implicitos; blanco = sin cambio): ".
           ACCEPT CAMPO-TASA-TEXTO.
           IF CAMPO-TASA-TEXTO NOT = SPACES
           IF CAMPO-TASA-TEXTO NUMERIC
           MOVE CAMPO-TASA-TEXTO TO NUEVA-TASA
           ELSE
           DISPLAY "La tasa debe ser de 5 digitos."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.
           MOVE SPACES TO CAMPO-CARGO-TEXTO.
           DISPLAY "Nuevo cargo de mantenimiento (7 digitos, 5 "
                   "enteros y 2 decimales; blanco = sin cambio): ".
           ACCEPT CAMPO-CARGO-TEXTO.
           IF CAMPO-CARGO-TEXTO NOT = SPACES
           IF CAMPO-CARGO-TEXTO NUMERIC
           MOVE CAMPO-CARGO-TEXTO TO NUEVO-CARGO
           ELSE
           DISPLAY "El cargo debe ser de 7 digitos."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.
           IF CAMPO-PRODUCTO NOT = SPACES
           MOVE SPACES TO CAMPO-CARGO-TEXTO
           DISPLAY "Nueva comision por cheque rechazado (7 digitos; "
                   "blanco = sin cambio): "
           ACCEPT CAMPO-CARGO-TEXTO
           IF CAMPO-CARGO-TEXTO NOT = SPACES
           IF CAMPO-CARGO-TEXTO NUMERIC
           MOVE CAMPO-CARGO-TEXTO TO NUEVO-CARGO-RECHAZO
           ELSE
           DISPLAY "La comision debe ser de 7 digitos."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF
           END-IF.
           IF DATOS-VALIDOS = "S" AND
              VALORES-NUEVOS = VALORES-ANTERIORES
           DISPLAY "No hay cambios respecto de la ultima version."
           MOVE "N" TO DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-VIGENCIA
           END-IF.
           IF DATOS-VALIDOS = "S"
           MOVE SPACES TO CAMPO-RESUMEN
           DISPLAY "Resumen de los cambios para la carta (hasta 60 "
                   "caracteres): "
           ACCEPT CAMPO-RESUMEN
           IF CAMPO-RESUMEN = SPACES
           DISPLAY "El resumen es obligatorio: va en el aviso a los "
                   "clientes."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.

       PIDE-VIGENCIA.
           MOVE SPACES TO CAMPO-VIGENCIA.
           DISPLAY "Rige desde (AAAAMMDD); no antes del "
                   PRIMER-DIA-POSIBLE " si el aviso sale hoy: ".
           ACCEPT CAMPO-VIGENCIA.
           IF CAMPO-VIGENCIA NOT NUMERIC
           DISPLAY "La fecha debe ser AAAAMMDD."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
              CAMPO-VIGENCIA)) NOT = ZERO
           DISPLAY "La fecha no es valida."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF CAMPO-VIGENCIA NOT > FECHA-DE-HOY OR
              CAMPO-VIGENCIA NOT > ULTIMA-VIGENCIA
           DISPLAY "La vigencia tiene que ser posterior a hoy y a "
                   "la ultima version del producto."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF FUNCTION NUMVAL(CAMPO-VIGENCIA) < PRIMER-DIA-POSIBLE
           DISPLAY "Aviso: con el preaviso de " DIAS-DE-PREAVISO
                   " dias la version no rige antes del "
                   PRIMER-DIA-POSIBLE "."
           END-IF
           END-IF
           END-IF
           END-IF.

      *Pide la firma de un segundo operador distinto, contra la
      *lista de operadores:
       PIDE-SEGUNDO-OPERADOR.
           DISPLAY "Cambio sensible: ingrese el ID de un segundo "
                   "operador que autorice: ".
           ACCEPT SEGUNDO-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO SEGUNDO-OPERADOR-AUTORIZADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-SEGUNDO-OPERADOR
           UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.
           IF SEGUNDO-OPERADOR = OPERADOR
           DISPLAY "El segundo operador debe ser distinto del que "
                   "esta logueado."
           MOVE "N" TO SEGUNDO-OPERADOR-AUTORIZADO
           ELSE
           IF SEGUNDO-OPERADOR-AUTORIZADO = "N"
           DISPLAY "Operador no autorizado."
           END-IF
           END-IF.

       BUSCA-SEGUNDO-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = SEGUNDO-OPERADOR
           MOVE "S" TO SEGUNDO-OPERADOR-AUTORIZADO
           MOVE "0" TO FIN-OPERADORES
           END-IF.

      *La version inicial (si hace falta) y la nueva toman los dos
      *numeros siguientes al mayor del archivo:
       GRABA-VERSION-NUEVA.
           OPEN I-O ARCHIVO-CONDICIONES.
           IF CONDICIONES-STATUS = "05"
           MOVE "00" TO CONDICIONES-STATUS
           END-IF.
           IF CONDICIONES-STATUS NOT = "00"
           DISPLAY "Error abriendo condiciones.dat, status: "
                   CONDICIONES-STATUS ". No se registro."
           ELSE
           PERFORM BUSCA-MAYOR-VERSION
           MOVE MAYOR-VERSION TO NUEVA-VERSION
           IF CANTIDAD-VERSIONES = ZEROES
           ADD 1 TO NUEVA-VERSION
           PERFORM GRABA-VERSION-INICIAL
           END-IF
           ADD 1 TO NUEVA-VERSION
           MOVE SPACES TO CONDV-REGISTRO
           MOVE CAMPO-PRODUCTO TO CONDV-PRODUCTO
           MOVE CAMPO-VIGENCIA TO CONDV-VIGENCIA
           MOVE NUEVA-VERSION TO CONDV-VERSION
           MOVE NUEVA-TASA TO CONDV-TASA
           MOVE NUEVO-CARGO TO CONDV-CARGO
           MOVE NUEVO-CARGO-RECHAZO TO CONDV-CARGO-RECHAZO
           MOVE CAMPO-RESUMEN TO CONDV-RESUMEN
           PERFORM ESCRIBE-VERSION
           END-IF.
           CLOSE ARCHIVO-CONDICIONES.

       BUSCA-MAYOR-VERSION.
           MOVE ZEROES TO MAYOR-VERSION.
           MOVE LOW-VALUES TO CONDV-CLAVE.
           MOVE "1" TO FIN-DE-VERSIONES.
           START ARCHIVO-CONDICIONES KEY IS NOT LESS CONDV-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-VERSIONES
           END-START.
           PERFORM COMPARA-NUMERO-VERSION
           UNTIL FIN-DE-VERSIONES = "0".

       COMPARA-NUMERO-VERSION.
           READ ARCHIVO-CONDICIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VERSIONES
           NOT AT END
           IF CONDV-VERSION > MAYOR-VERSION
           MOVE CONDV-VERSION TO MAYOR-VERSION
           END-IF
           END-READ.

       GRABA-VERSION-INICIAL.
           MOVE SPACES TO CONDV-REGISTRO.
           MOVE CAMPO-PRODUCTO TO CONDV-PRODUCTO.
           MOVE "00000000" TO CONDV-VIGENCIA.
           MOVE NUEVA-VERSION TO CONDV-VERSION.
           MOVE ANTERIOR-TASA TO CONDV-TASA.
           MOVE ANTERIOR-CARGO TO CONDV-CARGO.
           MOVE ANTERIOR-CARGO-RECHAZO TO CONDV-CARGO-RECHAZO.
           MOVE "Condiciones anteriores a las versiones" TO
               CONDV-RESUMEN.
           PERFORM ESCRIBE-VERSION.

       ESCRIBE-VERSION.
           MOVE FECHA-DE-HOY TO CONDV-FECHA-REGISTRO.
           MOVE OPERADOR TO CONDV-OPERADOR.
           MOVE SEGUNDO-OPERADOR TO CONDV-SEGUNDO-OPERADOR.
           MOVE SPACES TO CONDV-FECHA-AVISO.
           MOVE ZEROES TO CONDV-CLIENTES-AVISADOS.
           WRITE CONDV-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la version " CONDV-VERSION
                   ", status: " CONDICIONES-STATUS
           NOT INVALID KEY
           MOVE SPACES TO DESCRIPCION-CAMBIO
           STRING "VERSION " CONDV-VERSION " PROD " CONDV-PRODUCTO
                  " VIG " CONDV-VIGENCIA " FIRMA " SEGUNDO-OPERADOR
                  DELIMITED BY SIZE INTO DESCRIPCION-CAMBIO
           END-STRING
           PERFORM GRABA-AUDITORIA-CONFIG
           DISPLAY "Version " CONDV-VERSION " registrada, firmada y "
                   "auditada."
           END-WRITE.
           IF NOT CONDV-VERSION-INICIAL
           DISPLAY "Las cartas de aviso las encola "
                   "Avisar-condiciones; hasta entonces no rige."
           END-IF.

      *--- Baja de una version que todavia no se aviso (un error de
      *carga); avisada ya es un compromiso con los clientes:
       BAJA-VERSION.
           PERFORM PIDE-PRODUCTO.
           IF PRODUCTO-HALLADO = "S"
           MOVE SPACES TO CAMPO-VIGENCIA
           DISPLAY "Vigencia de la version a dar de baja (AAAAMMDD): "
           ACCEPT CAMPO-VIGENCIA
           OPEN I-O ARCHIVO-CONDICIONES
           MOVE CAMPO-PRODUCTO TO CONDV-PRODUCTO
           MOVE CAMPO-VIGENCIA TO CONDV-VIGENCIA
           MOVE "S" TO VERSION-HALLADA
           READ ARCHIVO-CONDICIONES RECORD
           INVALID KEY
           MOVE "N" TO VERSION-HALLADA
           END-READ
           IF VERSION-HALLADA = "N"
           DISPLAY "No hay una version del producto con esa vigencia."
           ELSE
           PERFORM CONFIRMA-BAJA-VERSION
           END-IF
           CLOSE ARCHIVO-CONDICIONES
           END-IF.

       CONFIRMA-BAJA-VERSION.
           IF CONDV-VERSION-INICIAL OR NOT CONDV-AVISO-PENDIENTE
           DISPLAY "Solo se puede dar de baja una version con el "
                   "aviso pendiente."
           ELSE
           PERFORM MUESTRA-VERSION
           MOVE "Confirma la baja de esta version (S/N)?" TO
               CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-NO
           IF SI-NO = "S"
           PERFORM PIDE-SEGUNDO-OPERADOR
           IF SEGUNDO-OPERADOR-AUTORIZADO = "S"
           PERFORM BORRA-VERSION
           ELSE
           DISPLAY "Baja cancelada: falta la firma del segundo "
                   "operador."
           END-IF
           END-IF
           END-IF.

       BORRA-VERSION.
           DELETE ARCHIVO-CONDICIONES RECORD
           INVALID KEY
           DISPLAY "Error dando de baja la version, status: "
                   CONDICIONES-STATUS
           NOT INVALID KEY
           MOVE SPACES TO DESCRIPCION-CAMBIO
           STRING "BAJA VERSION " CONDV-VERSION " PROD "
                  CONDV-PRODUCTO " VIG " CONDV-VIGENCIA " FIRMA "
                  SEGUNDO-OPERADOR
                  DELIMITED BY SIZE INTO DESCRIPCION-CAMBIO
           END-STRING
           PERFORM GRABA-AUDITORIA-CONFIG
           DISPLAY "Version dada de baja y auditada."
           END-DELETE.

      *Cada cambio deja su renglon de auditoria: quien, cuando, que
      *archivo y que se toco:
       GRABA-AUDITORIA-CONFIG.
           OPEN EXTEND ARCHIVO-CONFIG-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO CAUDIT-FECHA-HORA.
           MOVE OPERADOR TO CAUDIT-OPERADOR.
           MOVE "CONDICIONES" TO CAUDIT-ARCHIVO.
           MOVE DESCRIPCION-CAMBIO TO CAUDIT-DESCRIPCION.
           WRITE CONFIG-AUDITORIA-REGISTRO.
           CLOSE ARCHIVO-CONFIG-AUDITORIA.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Registrar-condiciones.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Revision de la cola de solicitudes de alta llegadas
      *          por el sitio web (las que deja en estado prospecto
      *          Importar-solicitudes-web). El operador toma una
      *          solicitud pendiente y la resuelve de una de tres
      *          maneras: la acepta como cliente nuevo, pasando por
      *          las mismas validaciones y los mismos pasos que un
      *          alta de Agregar-registro (ID con verificador,
      *          politica de campos, DNI con verificador y sin
      *          duplicar, sucursal, producto, datos fiscales,
      *          oficial de cuenta, auditoria, onboarding y cotejo de
      *          listas, y la aceptacion de las condiciones vigentes
      *          de su producto); la fusiona con un cliente existente,
      *          completando los datos que le faltan y consultando
      *          los que difieren; o la descarta con un motivo
      *          obligatorio. La solicitud queda con la fecha, el
      *          operador y el cliente resultante, para el embudo de
      *          Reporte-embudo-solicitudes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revisar-solicitudes-web.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Detalle antes/despues de la fusion con un cliente existente:
       COPY "DataBaseLogDetalle.cbl".
      *Cola de solicitudes web:
       COPY "DataBaseSolicitudesWeb.cbl".
      *Bloqueo de ARCHIVO-CLIENTES mientras dure el alta:
       COPY "DataBaseLock.cbl".
      *Bloqueo de edicion por registro, para la fusion:
       COPY "DataBaseRegistroLocks.cbl".
      *Control de la secuencia de alta, para el visor de "recientes":
       COPY "DataBaseSecuencia.cbl".
      *Control de asignacion automatica del ID de cliente:
       COPY "DataBaseIdControl.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Extracto del padron para el cruce opcional de DNI:
       COPY "DataBaseDniReferencia.cbl".
      *Referencia de sucursales y catalogo de productos:
       COPY "DataBaseSucursales.cbl".
       COPY "DataBaseProductos.cbl".
      *Ficha de onboarding que se crea con cada alta:
       COPY "DataBaseOnboarding.cbl".
      *Politica configurable de campos obligatorios del alta:
       COPY "DataBasePolitica.cbl".
      *Oficial de cuenta que queda asignado al cliente nuevo:
       COPY "DataBaseCartera.cbl".
       COPY "DataBaseCarteraHistoria.cbl".
      *Constancia de la version de condiciones aceptada en el alta:
       COPY "DataBaseAceptaciones.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataLogDetalle.cbl".
       COPY "DataSolicitudesWeb.cbl".
       COPY "DataLock.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataSecuencia.cbl".
       COPY "DataIdControl.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".
       COPY "DataDniReferencia.cbl".
       COPY "DataSucursales.cbl".
       COPY "DataProductos.cbl".
       COPY "DataOnboarding.cbl".
       COPY "DataPolitica.cbl".
       COPY "DataCartera.cbl".
       COPY "DataCarteraHistoria.cbl".
       COPY "DataAceptaciones.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  SOLICITUDES-WEB-STATUS PIC XX.
       77  LOCK-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  SECUENCIA-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  RESOLUCION PIC X.
       77  OPERADOR-BUSCADO PIC X(10).
       77  OPERADOR-HALLADO PIC X.
       77  OPERADOR-REGISTRADO PIC X.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-SOLICITUDES PIC X.
       77  SOLICITUD-ENCONTRADA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  REGISTRO-EN-USO PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  FECHA-HOY PIC X(8).
       77  CAMPO-NUMERO-SOLICITUD PIC 9(8).
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-MOTIVO PIC X(40).
       77  CONTADOR-LISTADOS PIC 9(5).
       77  CONTADOR-ACEPTADAS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-FUSIONADAS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-DESCARTADAS PIC 9(5) VALUE ZEROES.
       77  DESCRIPCION-COINCIDENCIA PIC X(10).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.

       01  SI-NO PIC X.
       01  ENTRADA PIC X.
      *Asignacion automatica del ID con digito verificador, misma
      *tecnica que el alta de Agregar-registro:
       77  ID-CONTROL-STATUS PIC XX.
       01  BASE-ID PIC 9(5).
       77  ID-POSICION PIC 9.
       77  ID-PESO PIC 9.
       77  ID-DIGITO PIC 9.
       77  ID-SUMA PIC 9(4).
       77  ID-COCIENTE PIC 9(4).
       77  ID-RESTO PIC 9(2).
       77  ID-CHEQUEO PIC 9(2).
       77  ID-SIN-VERIFICADOR PIC X.
       01  ID-DUPLICADO PIC X.
      *Sucursal, producto, datos fiscales y oficial del alta:
       77  SUCURSALES-STATUS PIC XX.
       77  FIN-SUCURSALES PIC X.
       77  SUCURSAL-VALIDA PIC X.
       77  HAY-REFERENCIA-SUCURSALES PIC X.
       01  CAMPO-SUCURSAL PIC X(3).
       77  PRODUCTOS-STATUS PIC XX.
       77  FIN-PRODUCTOS PIC X.
       77  PRODUCTO-VALIDO PIC X.
       77  HAY-CATALOGO-PRODUCTOS PIC X.
       01  CAMPO-PRODUCTO PIC X(3).
       01  CAMPO-CONDICION-IVA PIC X(1).
       01  CAMPO-CUIT PIC X(11).
       77  CUIT-VALIDO PIC X.
       77  CONDICION-ACEPTADA PIC X.
       77  ONBOARDING-STATUS PIC XX.
      *Version de las condiciones de su producto que el cliente
      *acepta al darse de alta:
       77  ACEPTACIONES-STATUS PIC XX.
       COPY "DataCondicionesConsulta.cbl".
       77  CARTERA-STATUS PIC XX.
       77  CARTERA-HISTORIA-STATUS PIC XX.
       01  CAMPO-OFICIAL PIC X(10).
       77  OFICIAL-VALIDO PIC X.
       01  DNI-DUPLICADO PIC X.
       01  CONFIRMAR-ALTA PIC X.
       01  EMAIL-VALIDO PIC X.
       77  CONTADOR-ARROBA PIC 9.
       77  CONTADOR-PUNTO PIC 9.
       01  PARTE-ANTES-ARROBA PIC X(50).
       01  PARTE-DESPUES-ARROBA PIC X(50).

      *La edad no viene del sitio: se calcula de la fecha de
      *nacimiento y se ofrece en el formulario, donde el operador la
      *puede corregir como en el alta:
       01  CAMPO-EDAD-PANTALLA PIC X(3).
       01  EDAD-VALIDA PIC X.
       77  EDAD-CALCULADA PIC 9(3).

      *Telefono del formulario, limpiado como en el alta:
       01  CAMPO-TELEFONO-PANTALLA PIC X(20).
       01  TELEFONO-LIMPIO PIC X(10).
       01  TELEFONO-VALIDO PIC X.
       77  TELEFONO-POSICION PIC 9(2).
       77  TELEFONO-CARACTER PIC X.
       77  TELEFONO-DIGITOS PIC 9(2).
       77  TELEFONO-TOTAL-DIGITOS PIC 9(2).
       77  TELEFONO-MINIMO-DIGITOS PIC 9(2).
       77  TELEFONO-MAXIMO-DIGITOS PIC 9(2).
       01  CODIGO-POSTAL-VALIDO PIC X.

      *Digito verificador del DNI y cruce con el padron, como en el
      *alta:
       01  DNI-VALIDO PIC X.
       01  DNI-CUERPO PIC X(8).
       01  DNI-VERIFICADOR PIC 9.
       77  DNI-POSICION PIC 9.
       77  DNI-PESO PIC 9.
       77  DNI-DIGITO PIC 9.
       77  DNI-SUMA PIC 9(4).
       77  DNI-COCIENTE PIC 9(4).
       77  DNI-RESTO PIC 9.
       77  DNI-CHEQUEO PIC 9.
       77  DNI-REFERENCIA-STATUS PIC XX.
       77  DNI-EN-PADRON PIC X.
       77  FIN-DNI-REFERENCIA PIC X.
      *Politica de campos obligatorios; sin archivo, todo obligatorio:
       77  POLITICA-STATUS PIC XX.
       77  FIN-POLITICA PIC X.
       77  OBLIGA-TELEFONO PIC X VALUE "S".
       77  OBLIGA-CODIGO-POSTAL PIC X VALUE "S".
       77  OBLIGA-EMAIL PIC X VALUE "S".
       77  OBLIGA-DNI PIC X VALUE "S".

      *Fusion: imagen del cliente antes de completarle los datos y
      *marca de si algo cambio:
       01  IMAGEN-ANTES-FUSION PIC X(400).
       77  HUBO-CAMBIOS PIC X.
       77  DNI-DEL-CLIENTE PIC X(9).

      *Cotejo del cliente nuevo contra las listas de sanciones y PEP:
       COPY "DataCotejo.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

      *Formulario de la solicitud: llega cargado con lo que tipeo el
      *interesado en el sitio y el operador corrige lo que haga falta
      *antes de validarlo, igual que el formulario del alta:
       SCREEN SECTION.
       01  PANTALLA-REVISA-SOLICITUD.
           05 LINE 1 COL 20 VALUE "SOLICITUD WEB A CLIENTE NUEVO".
           05 LINE 3 COL 5 VALUE "SOLICITUD:".
           05 LINE 3 COL 25 PIC 9(8) FROM SOLWEB-NUMERO.
           05 LINE 5 COL 5 VALUE "NOMBRE:".
           05 LINE 5 COL 25 PIC X(25) USING CLIENTES-NOMBRE.
           05 LINE 7 COL 5 VALUE "APELLIDO:".
           05 LINE 7 COL 25 PIC X(35) USING CLIENTES-APELLIDO.
           05 LINE 9 COL 5 VALUE "EDAD:".
           05 LINE 9 COL 25 PIC X(3) USING CAMPO-EDAD-PANTALLA.
           05 LINE 11 COL 5 VALUE "TELEFONO:".
           05 LINE 11 COL 25 PIC X(20) USING CAMPO-TELEFONO-PANTALLA.
           05 LINE 13 COL 5 VALUE "DIRECCION:".
           05 LINE 13 COL 25 PIC X(35) USING CLIENTES-DIRECCION.
           05 LINE 15 COL 5 VALUE "FECHA DE NACIMIENTO (AAAAMMDD):".
           05 LINE 15 COL 37 PIC X(8) USING CLIENTES-FECHA-NACIMIENTO.
           05 LINE 17 COL 5 VALUE "PAIS:".
           05 LINE 17 COL 25 PIC X(20) USING CLIENTES-PAIS.
           05 LINE 19 COL 5 VALUE "CODIGO POSTAL:".
           05 LINE 19 COL 25 PIC X(10) USING CLIENTES-CODIGO-POSTAL.
           05 LINE 21 COL 5 VALUE "EMAIL:".
           05 LINE 21 COL 25 PIC X(50) USING CLIENTES-EMAIL.
           05 LINE 23 COL 5 VALUE "DNI (8 digitos + verificador):".
           05 LINE 23 COL 37 PIC X(9) USING CLIENTES-DNI.

       01  PANTALLA-CONFIRMA-ALTA.
           05 LINE 1 COL 20 VALUE "CONFIRME LOS DATOS DEL CLIENTE".
           05 LINE 3 COL 5 VALUE "SOLICITUD:".
           05 LINE 3 COL 25 PIC 9(8) FROM SOLWEB-NUMERO.
           05 LINE 4 COL 5 VALUE "NOMBRE:".
           05 LINE 4 COL 25 PIC X(25) FROM CLIENTES-NOMBRE.
           05 LINE 5 COL 5 VALUE "APELLIDO:".
           05 LINE 5 COL 25 PIC X(35) FROM CLIENTES-APELLIDO.
           05 LINE 6 COL 5 VALUE "EDAD:".
           05 LINE 6 COL 25 PIC X(3) FROM CLIENTES-EDAD.
           05 LINE 7 COL 5 VALUE "TELEFONO:".
           05 LINE 7 COL 25 PIC X(10) FROM CLIENTES-TELEFONO.
           05 LINE 8 COL 5 VALUE "DIRECCION:".
           05 LINE 8 COL 25 PIC X(35) FROM CLIENTES-DIRECCION.
           05 LINE 9 COL 5 VALUE "PAIS:".
           05 LINE 9 COL 25 PIC X(20) FROM CLIENTES-PAIS.
           05 LINE 9 COL 46 VALUE "C.P.:".
           05 LINE 9 COL 52 PIC X(10) FROM CLIENTES-CODIGO-POSTAL.
           05 LINE 10 COL 5 VALUE "EMAIL:".
           05 LINE 10 COL 25 PIC X(50) FROM CLIENTES-EMAIL.
           05 LINE 10 COL 46 VALUE "DNI:".
           05 LINE 10 COL 51 PIC X(9) FROM CLIENTES-DNI.
           05 LINE 11 COL 5 VALUE "Grabar este cliente (S/N)?".
           05 LINE 11 COL 33 PIC X(1) USING CONFIRMAR-ALTA.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== REVISION DE SOLICITUDES WEB =====".
      *La cola no tiene juego de practica: una practica no puede
      *resolver una solicitud real:
           IF MODO-ENTRENAMIENTO = "S"
           DISPLAY "En modo entrenamiento no se revisan solicitudes."
           GOBACK
           END-IF.
           PERFORM PIDE-OPERADOR.
           IF OPERADOR-REGISTRADO NOT = "S"
           DISPLAY "Operador no registrado, no se puede continuar."
           GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           PERFORM LEE-POLITICA-CAMPOS.
           OPEN I-O ARCHIVO-SOLICITUDES-WEB.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-SOLICITUDES-WEB.
           DISPLAY "Solicitudes aceptadas en esta sesion:   "
                   CONTADOR-ACEPTADAS.
           DISPLAY "Solicitudes fusionadas en esta sesion:  "
                   CONTADOR-FUSIONADAS.
           DISPLAY "Solicitudes descartadas en esta sesion: "
                   CONTADOR-DESCARTADAS.
           GOBACK.

       PIDE-OPERADOR.
           MOVE "N" TO OPERADOR-REGISTRADO.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           ELSE
           MOVE "S" TO OPERADOR-REGISTRADO
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Mantener-reclamos:
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
           MOVE OPERADOR TO OPERADOR-BUSCADO.
           PERFORM BUSCA-EN-OPERADORES.
           IF OPERADOR-HALLADO = "S"
           MOVE "S" TO OPERADOR-REGISTRADO
           MOVE OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           END-IF.

      *Busca un operador en la lista; tambien valida al oficial de
      *cuenta del cliente nuevo:
       BUSCA-EN-OPERADORES.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO OPERADOR-HALLADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR-BUSCADO
           MOVE "S" TO OPERADOR-HALLADO
           MOVE "0" TO FIN-OPERADORES
           END-IF.

      *Carga la politica de campos obligatorios, si existe, igual que
      *el alta:
       LEE-POLITICA-CAMPOS.
           OPEN INPUT ARCHIVO-POLITICA-CAMPOS.
           IF POLITICA-STATUS = "00"
           MOVE "1" TO FIN-POLITICA
           PERFORM APLICA-LINEA-POLITICA
           UNTIL FIN-POLITICA = "0"
           END-IF.
           CLOSE ARCHIVO-POLITICA-CAMPOS.

       APLICA-LINEA-POLITICA.
           READ ARCHIVO-POLITICA-CAMPOS
           AT END
           MOVE "0" TO FIN-POLITICA
           NOT AT END
           IF POLITICA-CAMPO = "TELEFONO"
           MOVE POLITICA-OBLIGATORIO TO OBLIGA-TELEFONO
           ELSE
           IF POLITICA-CAMPO = "CODIGO-POSTAL"
           MOVE POLITICA-OBLIGATORIO TO OBLIGA-CODIGO-POSTAL
           ELSE
           IF POLITICA-CAMPO = "EMAIL"
           MOVE POLITICA-OBLIGATORIO TO OBLIGA-EMAIL
           ELSE
           IF POLITICA-CAMPO = "DNI"
           MOVE POLITICA-OBLIGATORIO TO OBLIGA-DNI
           END-IF
           END-IF
           END-IF
           END-IF.

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(L) Listar las solicitudes pendientes, "
                   "(R) Resolver una solicitud, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "L"
                   PERFORM LISTA-PENDIENTES
               WHEN "R"
                   PERFORM RESUELVE-SOLICITUD
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      *Las pendientes por la clave alterna del estado, en el orden
      *en que llegaron:
       LISTA-PENDIENTES.
           MOVE ZEROES TO CONTADOR-LISTADOS.
           MOVE "P" TO SOLWEB-ESTADO.
           START ARCHIVO-SOLICITUDES-WEB
               KEY IS EQUAL TO SOLWEB-ESTADO
           INVALID KEY
           MOVE "0" TO FIN-DE-SOLICITUDES
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-SOLICITUDES
           PERFORM LEE-SIGUIENTE-PENDIENTE
           END-START.
           PERFORM LISTA-UNA-PENDIENTE
           UNTIL FIN-DE-SOLICITUDES = "0".
           IF CONTADOR-LISTADOS = ZEROES
           DISPLAY "No hay solicitudes pendientes de revision."
           ELSE
           DISPLAY CONTADOR-LISTADOS " solicitud(es) pendiente(s)."
           END-IF.

       LEE-SIGUIENTE-PENDIENTE.
           READ ARCHIVO-SOLICITUDES-WEB NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-SOLICITUDES
           NOT AT END
           IF NOT SOLWEB-PROSPECTO
           MOVE "0" TO FIN-DE-SOLICITUDES
           END-IF
           END-READ.

       LISTA-UNA-PENDIENTE.
           ADD 1 TO CONTADOR-LISTADOS.
           PERFORM DESCRIBE-COINCIDENCIA.
           DISPLAY SOLWEB-NUMERO " "
                   SOLWEB-FECHA-RECIBIDA (7:2) "/"
                   SOLWEB-FECHA-RECIBIDA (5:2) "/"
                   SOLWEB-FECHA-RECIBIDA (1:4) " "
                   SOLWEB-SUCURSAL " "
                   FUNCTION TRIM(SOLWEB-APELLIDO) ", "
                   FUNCTION TRIM(SOLWEB-NOMBRE) " "
                   DESCRIPCION-COINCIDENCIA " "
                   SOLWEB-COINCIDE-CLIENTES-ID.
           PERFORM LEE-SIGUIENTE-PENDIENTE.

       DESCRIBE-COINCIDENCIA.
           EVALUATE TRUE
               WHEN SOLWEB-COINCIDE-DNI
                   MOVE "=DNI" TO DESCRIPCION-COINCIDENCIA
               WHEN SOLWEB-COINCIDE-TELEFONO
                   MOVE "=TELEFONO" TO DESCRIPCION-COINCIDENCIA
               WHEN SOLWEB-COINCIDE-EMAIL
                   MOVE "=EMAIL" TO DESCRIPCION-COINCIDENCIA
               WHEN OTHER
                   MOVE SPACES TO DESCRIPCION-COINCIDENCIA
           END-EVALUATE.

       RESUELVE-SOLICITUD.
           DISPLAY "Numero de solicitud: ".
           MOVE ZEROES TO CAMPO-NUMERO-SOLICITUD.
           ACCEPT CAMPO-NUMERO-SOLICITUD.
           MOVE CAMPO-NUMERO-SOLICITUD TO SOLWEB-NUMERO.
           MOVE "S" TO SOLICITUD-ENCONTRADA.
           READ ARCHIVO-SOLICITUDES-WEB RECORD
           INVALID KEY
           MOVE "N" TO SOLICITUD-ENCONTRADA
           END-READ.
           IF SOLICITUD-ENCONTRADA = "N"
           DISPLAY "No existe esa solicitud."
           ELSE
           IF NOT SOLWEB-PROSPECTO
           DISPLAY "La solicitud ya no esta pendiente (estado "
                   SOLWEB-ESTADO ")."
           ELSE
           PERFORM MUESTRA-SOLICITUD
           PERFORM PIDE-RESOLUCION
           END-IF
           END-IF.

       MUESTRA-SOLICITUD.
           DISPLAY " ".
           DISPLAY "Solicitud " SOLWEB-NUMERO " (ref. "
                   FUNCTION TRIM(SOLWEB-REFERENCIA) ") recibida el "
                   SOLWEB-FECHA-RECIBIDA (7:2) "/"
                   SOLWEB-FECHA-RECIBIDA (5:2) "/"
                   SOLWEB-FECHA-RECIBIDA (1:4).
           DISPLAY "  " FUNCTION TRIM(SOLWEB-APELLIDO) ", "
                   FUNCTION TRIM(SOLWEB-NOMBRE)
                   "  DNI " SOLWEB-DNI
                   "  nacido " SOLWEB-FECHA-NACIMIENTO.
           DISPLAY "  Tel. " SOLWEB-TELEFONO "  "
                   FUNCTION TRIM(SOLWEB-EMAIL).
           DISPLAY "  " FUNCTION TRIM(SOLWEB-DIRECCION) " ("
                   FUNCTION TRIM(SOLWEB-CODIGO-POSTAL) ") "
                   FUNCTION TRIM(SOLWEB-PAIS)
                   "  sucursal " SOLWEB-SUCURSAL.
           IF NOT SOLWEB-SIN-COINCIDENCIA
           PERFORM DESCRIBE-COINCIDENCIA
           MOVE SOLWEB-COINCIDE-CLIENTES-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE-APARTE
           IF REGISTRO-ENCONTRADO = "S"
           DISPLAY "  Coincide (" FUNCTION TRIM(
                   DESCRIPCION-COINCIDENCIA) ") con el cliente "
                   CLIENTES-ID " " FUNCTION TRIM(CLIENTES-APELLIDO)
                   ", " FUNCTION TRIM(CLIENTES-NOMBRE)
                   " estado " CLIENTES-ESTADO
           END-IF
           END-IF.

      *Lee un cliente con el archivo abierto solo para la consulta:
       LEE-CLIENTE-APARTE.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.
           CLOSE ARCHIVO-CLIENTES.

       PIDE-RESOLUCION.
           DISPLAY "(A) Aceptar como cliente nuevo, (F) Fusionar con "
                   "un cliente existente, (D) Descartar, otra tecla "
                   "para volver: ".
           MOVE SPACE TO RESOLUCION.
           ACCEPT RESOLUCION.
           MOVE FUNCTION UPPER-CASE(RESOLUCION) TO RESOLUCION.
           EVALUATE RESOLUCION
               WHEN "A"
                   PERFORM ACEPTA-SOLICITUD
               WHEN "F"
                   PERFORM FUSIONA-SOLICITUD
               WHEN "D"
                   PERFORM DESCARTA-SOLICITUD
               WHEN OTHER
                   DISPLAY "La solicitud sigue pendiente."
           END-EVALUATE.

      *Deja la solicitud resuelta con la fecha, el operador y, si
      *corresponde, el cliente resultante:
       CIERRA-SOLICITUD.
           MOVE FECHA-HOY TO SOLWEB-FECHA-RESOLUCION.
           MOVE OPERADOR TO SOLWEB-OPERADOR.
           REWRITE SOLWEB-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la solicitud, status: "
                   SOLICITUDES-WEB-STATUS
           END-REWRITE.

      *------------------------------------------------------------
      *Descarte: el motivo es obligatorio.
      *------------------------------------------------------------
       DESCARTA-SOLICITUD.
           MOVE SPACES TO CAMPO-MOTIVO.
           PERFORM PIDE-MOTIVO-DESCARTE
           UNTIL CAMPO-MOTIVO NOT = SPACES.
           MOVE "¿Descarta la solicitud (S/N)?" TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.
           IF SI-A-GRABAR = "S"
           MOVE "D" TO SOLWEB-ESTADO
           MOVE CAMPO-MOTIVO TO SOLWEB-MOTIVO
           MOVE SPACES TO SOLWEB-CLIENTES-ID
           PERFORM CIERRA-SOLICITUD
           ADD 1 TO CONTADOR-DESCARTADAS
           DISPLAY "Solicitud descartada."
           END-IF.

       PIDE-MOTIVO-DESCARTE.
           DISPLAY "Motivo del descarte (obligatorio): ".
           ACCEPT CAMPO-MOTIVO.
           IF CAMPO-MOTIVO = SPACES
           DISPLAY "Sin motivo no se descarta una solicitud."
           END-IF.

      *------------------------------------------------------------
      *Aceptacion: el formulario llega con los datos del sitio y
      *pasa por las validaciones del alta; sin corregir lo que no
      *valida, la solicitud sigue pendiente.
      *------------------------------------------------------------
       ACEPTA-SOLICITUD.
           PERFORM CREA-BLOQUEO.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           PERFORM CARGA-FORMULARIO.
           MOVE "N" TO ENTRADA.
           MOVE "S" TO SI-NO.
           PERFORM OBTENER-CAMPOS
           UNTIL ENTRADA = "S" OR SI-NO NOT = "S".
           IF ENTRADA = "S"
           PERFORM ESCRIBIR-REGISTRO
           ELSE
           DISPLAY "La solicitud sigue pendiente."
           END-IF.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           DELETE FILE ARCHIVO-CLIENTES-LOCK.

      *Deja constancia de que ARCHIVO-CLIENTES esta siendo
      *modificado, igual que el alta:
       CREA-BLOQUEO.
           OPEN OUTPUT ARCHIVO-CLIENTES-LOCK.
           MOVE "LOCK" TO LOCK-REGISTRO.
           WRITE LOCK-REGISTRO.
           CLOSE ARCHIVO-CLIENTES-LOCK.

       CARGA-FORMULARIO.
           MOVE SPACE TO CLIENTES-REGISTRO.
           MOVE SOLWEB-NOMBRE TO CLIENTES-NOMBRE.
           MOVE SOLWEB-APELLIDO TO CLIENTES-APELLIDO.
           MOVE SOLWEB-TELEFONO TO CAMPO-TELEFONO-PANTALLA.
           MOVE SOLWEB-DIRECCION TO CLIENTES-DIRECCION.
           MOVE SOLWEB-FECHA-NACIMIENTO TO CLIENTES-FECHA-NACIMIENTO.
           MOVE SOLWEB-PAIS TO CLIENTES-PAIS.
           MOVE SOLWEB-CODIGO-POSTAL TO CLIENTES-CODIGO-POSTAL.
           MOVE SOLWEB-EMAIL TO CLIENTES-EMAIL.
           MOVE SOLWEB-DNI TO CLIENTES-DNI.
           PERFORM CALCULA-EDAD.

      *Edad cumplida a hoy segun la fecha de nacimiento del sitio; si
      *la fecha no sirve queda en blanco y la pide el formulario:
       CALCULA-EDAD.
           MOVE SPACES TO CAMPO-EDAD-PANTALLA.
           IF CLIENTES-FECHA-NACIMIENTO NUMERIC
           IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(CLIENTES-FECHA-NACIMIENTO)) = 0
              AND CLIENTES-FECHA-NACIMIENTO <= FECHA-HOY
           COMPUTE EDAD-CALCULADA =
               FUNCTION NUMVAL(FECHA-HOY (1:4)) -
               FUNCTION NUMVAL(CLIENTES-FECHA-NACIMIENTO (1:4))
           IF FECHA-HOY (5:4) < CLIENTES-FECHA-NACIMIENTO (5:4)
           SUBTRACT 1 FROM EDAD-CALCULADA
           END-IF
           MOVE EDAD-CALCULADA TO CAMPO-EDAD-PANTALLA
           END-IF
           END-IF.

      *Muestra el formulario, valida y, si algo no pasa, ofrece
      *corregirlo o dejar la solicitud pendiente:
       OBTENER-CAMPOS.
           DISPLAY PANTALLA-REVISA-SOLICITUD.
           ACCEPT PANTALLA-REVISA-SOLICITUD.
           PERFORM CONTINUAR.
           IF ENTRADA NOT = "S"
           MOVE "¿Corrige los datos de la solicitud (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-NO
           END-IF.

      *Las mismas validaciones, en el mismo orden, que CONTINUAR del
      *alta de Agregar-registro:
       CONTINUAR.
           MOVE "S" TO ENTRADA.
           IF CLIENTES-NOMBRE = SPACE
           MOVE "N" TO ENTRADA
           ELSE
           PERFORM VALIDA-EDAD
           IF EDAD-VALIDA = "N"
           DISPLAY "La edad debe ser un numero de 0 a 999."
           MOVE "N" TO ENTRADA
           ELSE
           PERFORM VALIDA-TELEFONO
           IF TELEFONO-VALIDO = "N"
           DISPLAY "El telefono no respeta el formato del pais "
                   "ingresado."
           MOVE "N" TO ENTRADA
           ELSE
           PERFORM VALIDA-CODIGO-POSTAL
           IF CODIGO-POSTAL-VALIDO = "N"
           DISPLAY "El codigo postal no respeta el formato del pais "
                   "ingresado."
           MOVE "N" TO ENTRADA
           ELSE
           PERFORM VALIDA-EMAIL
           IF EMAIL-VALIDO = "N"
           DISPLAY "El email debe tener un @ y un punto despues."
           MOVE "N" TO ENTRADA
           ELSE
           PERFORM VALIDA-DNI
           IF DNI-VALIDO = "N"
           DISPLAY "El DNI ingresado no es valido, verifique el "
                   "digito verificador."
           MOVE "N" TO ENTRADA
           ELSE
           PERFORM COMPRUEBA-DNI-DUPLICADO
           IF DNI-DUPLICADO = "S"
           DISPLAY "Ya existe un cliente con ese DNI: fusionar la "
                   "solicitud con ese cliente."
           MOVE "N" TO ENTRADA
           ELSE
           PERFORM CRUZA-DNI-CON-PADRON
           PERFORM CONFIRMA-ALTA
           IF CONFIRMAR-ALTA NOT = "S"
           MOVE "N" TO ENTRADA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       COMPRUEBA-DNI-DUPLICADO.
           IF CLIENTES-DNI = SPACE
           MOVE "N" TO DNI-DUPLICADO
           ELSE
           PERFORM COMPRUEBA-DNI-DUPLICADO-KEY
           END-IF.

       COMPRUEBA-DNI-DUPLICADO-KEY.
           START ARCHIVO-CLIENTES KEY IS EQUAL CLIENTES-DNI
           INVALID KEY
           MOVE "N" TO DNI-DUPLICADO
           NOT INVALID KEY
           MOVE "S" TO DNI-DUPLICADO.

       VALIDA-EDAD.
           IF CAMPO-EDAD-PANTALLA NOT = SPACE
              AND FUNCTION TRIM(CAMPO-EDAD-PANTALLA) IS NUMERIC
           MOVE FUNCTION TRIM(CAMPO-EDAD-PANTALLA) TO CLIENTES-EDAD
           MOVE "S" TO EDAD-VALIDA
           ELSE
           MOVE "N" TO EDAD-VALIDA.

       DETERMINA-FORMATO-TELEFONO.
           IF CLIENTES-PAIS = SPACE OR CLIENTES-PAIS = "ARGENTINA"
           MOVE 10 TO TELEFONO-MINIMO-DIGITOS
           MOVE 10 TO TELEFONO-MAXIMO-DIGITOS
           ELSE
           MOVE 7 TO TELEFONO-MINIMO-DIGITOS
           MOVE 10 TO TELEFONO-MAXIMO-DIGITOS.

       VALIDA-TELEFONO.
           IF CAMPO-TELEFONO-PANTALLA = SPACE AND
              OBLIGA-TELEFONO = "N"
           MOVE "S" TO TELEFONO-VALIDO
           ELSE
           PERFORM DETERMINA-FORMATO-TELEFONO
           PERFORM LIMPIA-TELEFONO
           IF TELEFONO-TOTAL-DIGITOS >= TELEFONO-MINIMO-DIGITOS
              AND TELEFONO-TOTAL-DIGITOS <= TELEFONO-MAXIMO-DIGITOS
           MOVE TELEFONO-LIMPIO TO CLIENTES-TELEFONO
           MOVE "S" TO TELEFONO-VALIDO
           ELSE
           MOVE "N" TO TELEFONO-VALIDO
           END-IF
           END-IF.

       VALIDA-CODIGO-POSTAL.
           IF CLIENTES-CODIGO-POSTAL = SPACE AND
              OBLIGA-CODIGO-POSTAL = "N"
           MOVE "S" TO CODIGO-POSTAL-VALIDO
           ELSE
           PERFORM VALIDA-CODIGO-POSTAL-PAIS
           END-IF.

       VALIDA-CODIGO-POSTAL-PAIS.
           IF CLIENTES-PAIS = SPACE OR CLIENTES-PAIS = "ARGENTINA"
           IF CLIENTES-CODIGO-POSTAL (1:4) IS NUMERIC
              AND CLIENTES-CODIGO-POSTAL (5:6) = SPACE
           MOVE "S" TO CODIGO-POSTAL-VALIDO
           ELSE
           MOVE "N" TO CODIGO-POSTAL-VALIDO
           END-IF
           ELSE
           IF CLIENTES-CODIGO-POSTAL = SPACE
           MOVE "N" TO CODIGO-POSTAL-VALIDO
           ELSE
           MOVE "S" TO CODIGO-POSTAL-VALIDO
           END-IF
           END-IF.

       LIMPIA-TELEFONO.
           MOVE SPACE TO TELEFONO-LIMPIO.
           MOVE ZEROES TO TELEFONO-DIGITOS.
           MOVE ZEROES TO TELEFONO-TOTAL-DIGITOS.
           MOVE 1 TO TELEFONO-POSICION.
           PERFORM QUITA-CARACTER-TELEFONO UNTIL TELEFONO-POSICION > 20.

       QUITA-CARACTER-TELEFONO.
           MOVE CAMPO-TELEFONO-PANTALLA (TELEFONO-POSICION:1) TO
               TELEFONO-CARACTER.
           IF TELEFONO-CARACTER IS NUMERIC
           ADD 1 TO TELEFONO-TOTAL-DIGITOS
           IF TELEFONO-DIGITOS < 10
           ADD 1 TO TELEFONO-DIGITOS
           MOVE TELEFONO-CARACTER TO
               TELEFONO-LIMPIO (TELEFONO-DIGITOS:1)
           END-IF
           END-IF.
           ADD 1 TO TELEFONO-POSICION.

       VALIDA-EMAIL.
           MOVE "S" TO EMAIL-VALIDO.
           IF CLIENTES-EMAIL = SPACE AND OBLIGA-EMAIL = "N"
           CONTINUE
           ELSE
           PERFORM VALIDA-EMAIL-FORMATO
           END-IF.

       VALIDA-EMAIL-FORMATO.
           MOVE 0 TO CONTADOR-ARROBA.
           INSPECT CLIENTES-EMAIL TALLYING CONTADOR-ARROBA
               FOR ALL "@".
           IF CONTADOR-ARROBA = 0
           MOVE "N" TO EMAIL-VALIDO
           ELSE
           MOVE SPACE TO PARTE-ANTES-ARROBA
           MOVE SPACE TO PARTE-DESPUES-ARROBA
           UNSTRING CLIENTES-EMAIL DELIMITED BY "@"
               INTO PARTE-ANTES-ARROBA PARTE-DESPUES-ARROBA
           END-UNSTRING
           MOVE 0 TO CONTADOR-PUNTO
           INSPECT PARTE-DESPUES-ARROBA TALLYING CONTADOR-PUNTO
               FOR ALL "."
           IF CONTADOR-PUNTO = 0
           MOVE "N" TO EMAIL-VALIDO
           END-IF
           END-IF.

       VALIDA-DNI.
           MOVE "S" TO DNI-VALIDO.
           IF CLIENTES-DNI = SPACE AND OBLIGA-DNI = "N"
           CONTINUE
           ELSE
           PERFORM VALIDA-DNI-VERIFICADOR
           END-IF.

       VALIDA-DNI-VERIFICADOR.
           IF CLIENTES-DNI = SPACE
              OR CLIENTES-DNI NOT NUMERIC
           MOVE "N" TO DNI-VALIDO
           ELSE
           MOVE CLIENTES-DNI(1:8) TO DNI-CUERPO
           MOVE CLIENTES-DNI(9:1) TO DNI-VERIFICADOR
           MOVE 0 TO DNI-SUMA
           MOVE 1 TO DNI-POSICION
           PERFORM SUMA-DIGITO-DNI UNTIL DNI-POSICION > 8
           DIVIDE DNI-SUMA BY 11 GIVING DNI-COCIENTE
               REMAINDER DNI-RESTO
           COMPUTE DNI-CHEQUEO = 11 - DNI-RESTO
           IF DNI-CHEQUEO = 11
           MOVE 0 TO DNI-CHEQUEO
           END-IF
           IF DNI-CHEQUEO = 10
           MOVE "N" TO DNI-VALIDO
           ELSE
           IF DNI-CHEQUEO NOT = DNI-VERIFICADOR
           MOVE "N" TO DNI-VALIDO
           END-IF
           END-IF
           END-IF.

       SUMA-DIGITO-DNI.
           MOVE DNI-CUERPO(DNI-POSICION:1) TO DNI-DIGITO.
           COMPUTE DNI-PESO =
               FUNCTION MOD(DNI-POSICION - 1, 6) + 2.
           COMPUTE DNI-SUMA = DNI-SUMA + (DNI-DIGITO * DNI-PESO).
           ADD 1 TO DNI-POSICION.

      *Cruce opcional contra el extracto del padron: solo avisa, el
      *alta sigue, igual que en Agregar-registro:
       CRUZA-DNI-CON-PADRON.
           IF CLIENTES-DNI = SPACE
           CONTINUE
           ELSE
           PERFORM CRUZA-DNI-CON-PADRON-LEE
           END-IF.

       CRUZA-DNI-CON-PADRON-LEE.
           OPEN INPUT ARCHIVO-DNI-REFERENCIA.
           IF DNI-REFERENCIA-STATUS = "00"
           MOVE "N" TO DNI-EN-PADRON
           MOVE "1" TO FIN-DNI-REFERENCIA
           PERFORM BUSCA-DNI-EN-PADRON
           UNTIL FIN-DNI-REFERENCIA = "0"
           IF DNI-EN-PADRON = "N"
           DISPLAY "AVISO: el DNI no figura en el extracto del "
                   "padron; marcar para revision manual."
           END-IF
           END-IF.
           CLOSE ARCHIVO-DNI-REFERENCIA.

       BUSCA-DNI-EN-PADRON.
           READ ARCHIVO-DNI-REFERENCIA
           AT END
           MOVE "0" TO FIN-DNI-REFERENCIA
           NOT AT END
           IF DNI-REFERENCIA-NUMERO = CLIENTES-DNI
           MOVE "S" TO DNI-EN-PADRON
           MOVE "0" TO FIN-DNI-REFERENCIA
           END-IF.

       CONFIRMA-ALTA.
           MOVE "Z" TO CONFIRMAR-ALTA.
           DISPLAY PANTALLA-CONFIRMA-ALTA.
           ACCEPT PANTALLA-CONFIRMA-ALTA.
           IF CONFIRMAR-ALTA = "s"
           MOVE "S" TO CONFIRMAR-ALTA
           END-IF.

      *El ID se asigna recien con los datos confirmados, para no
      *gastar numeros en solicitudes que quedan pendientes; el
      *cliente que sale de una solicitud entra activo:
       ESCRIBIR-REGISTRO.
           PERFORM PIDE-SUCURSAL.
           PERFORM PIDE-PRODUCTO.
           PERFORM PIDE-DATOS-FISCALES.
           PERFORM TOMA-CONDICIONES-DEL-ALTA.
           PERFORM PIDE-OFICIAL-CUENTA.
           PERFORM OBTENER-ID-CLIENTE.
           MOVE "A" TO CLIENTES-ESTADO.
           MOVE FECHA-HOY TO CLIENTES-FECHA-ALTA.
           PERFORM ASIGNA-SECUENCIA.
           WRITE CLIENTES-REGISTRO.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error grabando el cliente, status: "
                   CLIENTES-STATUS
           ELSE
           PERFORM GRABA-LOG-ALTA
           PERFORM CREA-FICHA-ONBOARDING
           PERFORM GRABA-ACEPTACION-ALTA
           PERFORM ASIGNA-OFICIAL-CUENTA
           PERFORM COTEJA-LISTAS-CUMPLIMIENTO
           MOVE "C" TO SOLWEB-ESTADO
           MOVE CLIENTES-ID TO SOLWEB-CLIENTES-ID
           MOVE CLIENTES-SUCURSAL TO SOLWEB-SUCURSAL
           MOVE "Convertida en cliente" TO SOLWEB-MOTIVO
           PERFORM CIERRA-SOLICITUD
           ADD 1 TO CONTADOR-ACEPTADAS
           DISPLAY "Cliente " CLIENTES-ID " dado de alta desde la "
                   "solicitud " SOLWEB-NUMERO "."
           END-IF.

       OBTENER-ID-CLIENTE.
           MOVE "S" TO ID-DUPLICADO.
           PERFORM ASIGNA-ID-CLIENTE UNTIL ID-DUPLICADO = "N".
           DISPLAY "ID asignado al nuevo cliente: " CLIENTES-ID.

      *El buffer ya tiene los datos validados: el control de
      *duplicado lee sobre una copia para no pisarlos:
       ASIGNA-ID-CLIENTE.
           PERFORM TOMA-SIGUIENTE-BASE.
           PERFORM CALCULA-DIGITO-ID.
           IF ID-SIN-VERIFICADOR = "S"
           CONTINUE
           ELSE
           MOVE SPACES TO CLIENTES-ID
           MOVE BASE-ID TO CLIENTES-ID (1:5)
           MOVE ID-CHEQUEO TO ID-DIGITO
           MOVE ID-DIGITO TO CLIENTES-ID (6:1)
           PERFORM COMPRUEBA-ID-DUPLICADO
           END-IF.

       TOMA-SIGUIENTE-BASE.
           MOVE ZEROES TO ID-BASE-ACTUAL.
           OPEN INPUT ARCHIVO-ID-CONTROL.
           IF ID-CONTROL-STATUS = "00"
           READ ARCHIVO-ID-CONTROL
           END-IF.
           CLOSE ARCHIVO-ID-CONTROL.
           ADD 1 TO ID-BASE-ACTUAL.
           MOVE ID-BASE-ACTUAL TO BASE-ID.
           OPEN OUTPUT ARCHIVO-ID-CONTROL.
           WRITE ID-CONTROL-REGISTRO.
           CLOSE ARCHIVO-ID-CONTROL.

       CALCULA-DIGITO-ID.
           MOVE "N" TO ID-SIN-VERIFICADOR.
           MOVE 0 TO ID-SUMA.
           MOVE 1 TO ID-POSICION.
           PERFORM SUMA-DIGITO-ID UNTIL ID-POSICION > 5.
           DIVIDE ID-SUMA BY 11 GIVING ID-COCIENTE
               REMAINDER ID-RESTO.
           COMPUTE ID-CHEQUEO = 11 - ID-RESTO.
           IF ID-CHEQUEO = 11
           MOVE 0 TO ID-CHEQUEO
           END-IF.
           IF ID-CHEQUEO = 10
           MOVE "S" TO ID-SIN-VERIFICADOR
           END-IF.

       SUMA-DIGITO-ID.
           MOVE BASE-ID (ID-POSICION:1) TO ID-DIGITO.
           COMPUTE ID-PESO =
               FUNCTION MOD(ID-POSICION - 1, 6) + 2.
           COMPUTE ID-SUMA = ID-SUMA + (ID-DIGITO * ID-PESO).
           ADD 1 TO ID-POSICION.

       COMPRUEBA-ID-DUPLICADO.
           MOVE SPACES TO IMAGEN-ANTES-FUSION.
           MOVE CLIENTES-REGISTRO TO IMAGEN-ANTES-FUSION.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO ID-DUPLICADO
           NOT INVALID KEY
           DISPLAY "ID generado ya en uso, se toma el siguiente."
           MOVE "S" TO ID-DUPLICADO
           END-READ.
           MOVE IMAGEN-ANTES-FUSION TO CLIENTES-REGISTRO.

       ASIGNA-SECUENCIA.
           MOVE ZEROES TO SECUENCIA-ACTUAL.
           OPEN INPUT ARCHIVO-SECUENCIA.
           IF SECUENCIA-STATUS = "00"
           READ ARCHIVO-SECUENCIA
           END-IF.
           CLOSE ARCHIVO-SECUENCIA.
           ADD 1 TO SECUENCIA-ACTUAL.
           MOVE SECUENCIA-ACTUAL TO CLIENTES-SECUENCIA.
           OPEN OUTPUT ARCHIVO-SECUENCIA.
           WRITE SECUENCIA-REGISTRO.
           CLOSE ARCHIVO-SECUENCIA.

      *La sucursal que eligio el interesado en el sitio se ofrece por
      *defecto; igual se valida contra la referencia:
       PIDE-SUCURSAL.
           MOVE "N" TO SUCURSAL-VALIDA.
           PERFORM PIDE-CODIGO-SUCURSAL
           UNTIL SUCURSAL-VALIDA = "S".
           MOVE CAMPO-SUCURSAL TO CLIENTES-SUCURSAL.

       PIDE-CODIGO-SUCURSAL.
           MOVE SPACE TO CAMPO-SUCURSAL.
           DISPLAY "Sucursal del cliente (blanco = " SOLWEB-SUCURSAL
                   ", la de la solicitud): ".
           ACCEPT CAMPO-SUCURSAL.
           IF CAMPO-SUCURSAL = SPACE
           MOVE SOLWEB-SUCURSAL TO CAMPO-SUCURSAL
           END-IF.
           MOVE FUNCTION UPPER-CASE(CAMPO-SUCURSAL) TO
               CAMPO-SUCURSAL.
           PERFORM BUSCA-SUCURSAL-REFERENCIA.
           IF HAY-REFERENCIA-SUCURSALES = "N"
           MOVE "S" TO SUCURSAL-VALIDA
           END-IF.
           IF SUCURSAL-VALIDA = "N"
           DISPLAY "La sucursal no figura en sucursales.dat, "
                   "vuelva a ingresarla."
           END-IF.

       BUSCA-SUCURSAL-REFERENCIA.
           MOVE "N" TO HAY-REFERENCIA-SUCURSALES.
           OPEN INPUT ARCHIVO-SUCURSALES.
           IF SUCURSALES-STATUS = "00"
           MOVE "S" TO HAY-REFERENCIA-SUCURSALES
           MOVE "1" TO FIN-SUCURSALES
           PERFORM COMPARA-SUCURSAL
           UNTIL FIN-SUCURSALES = "0"
           END-IF.
           CLOSE ARCHIVO-SUCURSALES.

       COMPARA-SUCURSAL.
           READ ARCHIVO-SUCURSALES
           AT END
           MOVE "0" TO FIN-SUCURSALES
           NOT AT END
           IF SUCURSAL-CODIGO = CAMPO-SUCURSAL
           MOVE "S" TO SUCURSAL-VALIDA
           MOVE "0" TO FIN-SUCURSALES
           END-IF.

       PIDE-PRODUCTO.
           MOVE "N" TO PRODUCTO-VALIDO.
           PERFORM PIDE-CODIGO-PRODUCTO
           UNTIL PRODUCTO-VALIDO = "S".
           MOVE CAMPO-PRODUCTO TO CLIENTES-PRODUCTO.

       PIDE-CODIGO-PRODUCTO.
           MOVE SPACE TO CAMPO-PRODUCTO.
           DISPLAY "Producto contratado (codigo de 3 letras, "
                   "blanco = general): ".
           ACCEPT CAMPO-PRODUCTO.
           MOVE FUNCTION UPPER-CASE(CAMPO-PRODUCTO) TO
               CAMPO-PRODUCTO.
           IF CAMPO-PRODUCTO = SPACE
           MOVE "S" TO PRODUCTO-VALIDO
           ELSE
           PERFORM BUSCA-PRODUCTO-CATALOGO
           IF HAY-CATALOGO-PRODUCTOS = "N"
           MOVE "S" TO PRODUCTO-VALIDO
           END-IF
           IF PRODUCTO-VALIDO = "N"
           DISPLAY "El producto no figura en productos.dat, "
                   "vuelva a ingresarlo."
           END-IF
           END-IF.

       BUSCA-PRODUCTO-CATALOGO.
           MOVE "N" TO HAY-CATALOGO-PRODUCTOS.
           OPEN INPUT ARCHIVO-PRODUCTOS.
           IF PRODUCTOS-STATUS = "00"
           MOVE "S" TO HAY-CATALOGO-PRODUCTOS
           MOVE "1" TO FIN-PRODUCTOS
           PERFORM COMPARA-PRODUCTO
           UNTIL FIN-PRODUCTOS = "0"
           END-IF.
           CLOSE ARCHIVO-PRODUCTOS.

       COMPARA-PRODUCTO.
           READ ARCHIVO-PRODUCTOS
           AT END
           MOVE "0" TO FIN-PRODUCTOS
           NOT AT END
           IF PRODUCTO-CODIGO = CAMPO-PRODUCTO
           MOVE "S" TO PRODUCTO-VALIDO
           MOVE "0" TO FIN-PRODUCTOS
           END-IF.

       PIDE-DATOS-FISCALES.
           MOVE "N" TO CONDICION-ACEPTADA.
           PERFORM PIDE-CONDICION-IVA
           UNTIL CONDICION-ACEPTADA = "S".
           MOVE "N" TO CUIT-VALIDO.
           PERFORM PIDE-CUIT
           UNTIL CUIT-VALIDO = "S".

       PIDE-CONDICION-IVA.
           MOVE SPACE TO CAMPO-CONDICION-IVA.
           DISPLAY "Condicion frente al IVA: (I) responsable "
                   "inscripto, (M) monotributo,".
           DISPLAY "(F) consumidor final, (E) exento "
                   "(blanco = F): ".
           ACCEPT CAMPO-CONDICION-IVA.
           MOVE FUNCTION UPPER-CASE(CAMPO-CONDICION-IVA) TO
               CAMPO-CONDICION-IVA.
           IF CAMPO-CONDICION-IVA = SPACE
           MOVE "F" TO CAMPO-CONDICION-IVA
           END-IF.
           MOVE CAMPO-CONDICION-IVA TO CLIENTES-CONDICION-IVA.
           IF CONDICION-IVA-VALIDA
           MOVE "S" TO CONDICION-ACEPTADA
           ELSE
           DISPLAY "Condicion invalida, vuelva a ingresarla."
           END-IF.

       PIDE-CUIT.
           MOVE SPACES TO CAMPO-CUIT.
           DISPLAY "CUIT/CUIL (11 digitos sin guiones): ".
           ACCEPT CAMPO-CUIT.
           IF CAMPO-CUIT = SPACES AND CLIENTE-CONSUMIDOR-FINAL
           MOVE "S" TO CUIT-VALIDO
           ELSE
           CALL "Validar-cuit" USING CAMPO-CUIT CUIT-VALIDO
           IF CUIT-VALIDO = "N"
           DISPLAY "CUIT/CUIL invalido, vuelva a ingresarlo."
           END-IF
           END-IF.
           MOVE CAMPO-CUIT TO CLIENTES-CUIT.

       CREA-FICHA-ONBOARDING.
           OPEN I-O ARCHIVO-ONBOARDING.
           MOVE SPACES TO ONBOARDING-REGISTRO.
           MOVE CLIENTES-ID TO ONB-CLIENTES-ID.
           MOVE CLIENTES-FECHA-ALTA TO ONB-FECHA-ALTA.
           WRITE ONBOARDING-REGISTRO
           INVALID KEY
           DISPLAY "Aviso: el cliente ya tenia ficha de "
                   "onboarding.".
           CLOSE ARCHIVO-ONBOARDING.

      *En blanco el oficial es quien acepta la solicitud:
       PIDE-OFICIAL-CUENTA.
           MOVE "N" TO OFICIAL-VALIDO.
           PERFORM PIDE-CODIGO-OFICIAL
           UNTIL OFICIAL-VALIDO = "S".

       PIDE-CODIGO-OFICIAL.
           MOVE SPACES TO CAMPO-OFICIAL.
           DISPLAY "Oficial de cuenta (blanco = usted): ".
           ACCEPT CAMPO-OFICIAL.
           IF CAMPO-OFICIAL = SPACES
           MOVE OPERADOR TO CAMPO-OFICIAL
           MOVE "S" TO OFICIAL-VALIDO
           ELSE
           MOVE CAMPO-OFICIAL TO OPERADOR-BUSCADO
           PERFORM BUSCA-EN-OPERADORES
           MOVE OPERADOR-HALLADO TO OFICIAL-VALIDO
           IF OFICIAL-VALIDO = "N"
           DISPLAY "Ese oficial no figura en la lista de operadores, "
                   "vuelva a ingresarlo."
           END-IF
           END-IF.

       ASIGNA-OFICIAL-CUENTA.
           OPEN I-O ARCHIVO-CARTERA.
           MOVE SPACES TO CARTERA-REGISTRO.
           MOVE CLIENTES-ID TO CARTERA-CLIENTES-ID.
           MOVE CAMPO-OFICIAL TO CARTERA-OFICIAL.
           MOVE CLIENTES-FECHA-ALTA TO CARTERA-FECHA-DESDE.
           MOVE OPERADOR TO CARTERA-OPERADOR.
           WRITE CARTERA-REGISTRO
           INVALID KEY
           DISPLAY "Aviso: el cliente ya tenia oficial de cuenta."
           NOT INVALID KEY
           OPEN EXTEND ARCHIVO-CARTERA-HISTORIA
           MOVE SPACES TO CARHIST-REGISTRO
           MOVE FUNCTION CURRENT-DATE TO CARHIST-FECHA-HORA
           MOVE OPERADOR TO CARHIST-OPERADOR
           MOVE CLIENTES-ID TO CARHIST-CLIENTES-ID
           MOVE CAMPO-OFICIAL TO CARHIST-OFICIAL-NUEVO
           MOVE "A" TO CARHIST-TIPO
           MOVE "Alta del cliente" TO CARHIST-MOTIVO
           WRITE CARHIST-REGISTRO
           CLOSE ARCHIVO-CARTERA-HISTORIA
           END-WRITE.
           CLOSE ARCHIVO-CARTERA.

      *Un cliente que entra por la web es un alta como cualquier
      *otra para el cotejo de listas:
       COTEJA-LISTAS-CUMPLIMIENTO.
           MOVE CLIENTES-ID TO COTEJO-CLIENTES-ID.
           MOVE CLIENTES-DNI TO COTEJO-DNI.
           MOVE CLIENTES-NOMBRE TO COTEJO-NOMBRE.
           MOVE CLIENTES-APELLIDO TO COTEJO-APELLIDO.
           MOVE "A" TO COTEJO-ORIGEN.
           CALL "Cotejar-listas-cumplimiento" USING COTEJO-CONSULTA.
           IF COTEJO-COINCIDENCIAS > ZEROES
           DISPLAY "ATENCION: el cliente coincide con "
                   COTEJO-COINCIDENCIAS " nombre(s) de las listas de "
                   "sanciones/PEP; queda pendiente de revision del "
                   "supervisor."
           END-IF.

      *El cliente nuevo firma las condiciones que rigen hoy para su
      *producto, igual que en Agregar-registro; si el producto todavia
      *no tiene versiones registradas queda sin aceptacion:
       TOMA-CONDICIONES-DEL-ALTA.
           MOVE SPACES TO CLIENTES-CONDICIONES-VERSION.
           MOVE SPACES TO CLIENTES-CONDICIONES-FECHA.
           MOVE CLIENTES-PRODUCTO TO CONSULTA-COND-PRODUCTO.
           MOVE SPACES TO CONSULTA-COND-FECHA.
           MOVE ZEROES TO CONSULTA-COND-TASA.
           MOVE ZEROES TO CONSULTA-COND-CARGO.
           MOVE ZEROES TO CONSULTA-COND-CARGO-RECHAZO.
           CALL "Condiciones-vigentes" USING CONDICIONES-CONSULTA.
           IF CONDICIONES-CON-VERSION
           MOVE CONSULTA-COND-VERSION TO CLIENTES-CONDICIONES-VERSION
           MOVE CONSULTA-COND-FECHA TO CLIENTES-CONDICIONES-FECHA
           DISPLAY "El cliente acepta la version "
                   CONSULTA-COND-VERSION " de las condiciones de su "
                   "producto."
           END-IF.

       GRABA-ACEPTACION-ALTA.
           IF CLIENTES-CONDICIONES-VERSION NOT = SPACES
           OPEN EXTEND ARCHIVO-ACEPTACIONES
           MOVE FUNCTION CURRENT-DATE TO ACEPTACION-FECHA-HORA
           MOVE CLIENTES-ID TO ACEPTACION-CLIENTES-ID
           MOVE CLIENTES-PRODUCTO TO ACEPTACION-PRODUCTO
           MOVE CLIENTES-CONDICIONES-VERSION TO ACEPTACION-VERSION
           MOVE SPACES TO ACEPTACION-VERSION-ANTERIOR
           MOVE OPERADOR TO ACEPTACION-OPERADOR
           MOVE "A" TO ACEPTACION-MEDIO
           WRITE ACEPTACION-REGISTRO
           CLOSE ARCHIVO-ACEPTACIONES
           END-IF.

       GRABA-LOG-ALTA.
           MOVE FUNCTION CURRENT-DATE TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "A" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *------------------------------------------------------------
      *Fusion: la solicitud era de alguien que ya es cliente. Se le
      *completan los datos que no tiene; los que difieren se
      *reemplazan solo si el operador lo confirma.
      *------------------------------------------------------------
       FUSIONA-SOLICITUD.
           DISPLAY "ID del cliente con el que se fusiona (blanco = "
                   SOLWEB-COINCIDE-CLIENTES-ID "): ".
           MOVE SPACES TO CAMPO-CLIENTES-ID.
           ACCEPT CAMPO-CLIENTES-ID.
           IF CAMPO-CLIENTES-ID = SPACES
           MOVE SOLWEB-COINCIDE-CLIENTES-ID TO CAMPO-CLIENTES-ID
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN EXTEND ARCHIVO-LOG-DETALLE.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "N" OR CAMPO-CLIENTES-ID = SPACES
           DISPLAY "No se encontro ningun cliente con ese ID."
           ELSE
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM LEE-CLIENTE
           PERFORM COMPLETA-CLIENTE
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-LOG-DETALLE.
           CLOSE ARCHIVO-REGISTRO-LOCKS.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

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

      *El registro se relee despues de tomar el bloqueo. Un telefono
      *distinto del que ya tiene va al alternativo si esta libre; una
      *direccion reemplazada borra la marca de direccion devuelta,
      *igual que en Modificar-registro. El DNI solo se completa si
      *el cliente no tenia y el de la solicitud es valido y no esta
      *en otro cliente:
       COMPLETA-CLIENTE.
           DISPLAY "Cliente " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE)
                   " estado " CLIENTES-ESTADO.
           MOVE SPACES TO IMAGEN-ANTES-FUSION.
           MOVE CLIENTES-REGISTRO TO IMAGEN-ANTES-FUSION.
           MOVE "N" TO HUBO-CAMBIOS.
           PERFORM COMPLETA-TELEFONO.
           PERFORM COMPLETA-EMAIL.
           PERFORM COMPLETA-DIRECCION.
           IF CLIENTES-FECHA-NACIMIENTO = SPACES AND
              SOLWEB-FECHA-NACIMIENTO NOT = SPACES
           MOVE SOLWEB-FECHA-NACIMIENTO TO CLIENTES-FECHA-NACIMIENTO
           MOVE "S" TO HUBO-CAMBIOS
           END-IF.
           IF CLIENTES-DNI = SPACES AND SOLWEB-DNI NOT = SPACES
           PERFORM COMPLETA-DNI
           END-IF.
           MOVE "¿Fusiona la solicitud con este cliente (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-FUSION
           END-IF.

       COMPLETA-TELEFONO.
           IF SOLWEB-TELEFONO NOT = SPACES AND
              SOLWEB-TELEFONO NOT = CLIENTES-TELEFONO AND
              SOLWEB-TELEFONO NOT = CLIENTES-TELEFONO-ALT
           IF CLIENTES-TELEFONO = SPACES
           MOVE SOLWEB-TELEFONO TO CLIENTES-TELEFONO
           MOVE "S" TO HUBO-CAMBIOS
           ELSE
           IF CLIENTES-TELEFONO-ALT = SPACES
           MOVE SOLWEB-TELEFONO TO CLIENTES-TELEFONO-ALT
           MOVE "S" TO HUBO-CAMBIOS
           DISPLAY "Telefono de la solicitud cargado como "
                   "alternativo."
           ELSE
           DISPLAY "Telefono actual " CLIENTES-TELEFONO
                   ", el de la solicitud " SOLWEB-TELEFONO "."
           MOVE "¿Reemplaza el telefono principal (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           MOVE SOLWEB-TELEFONO TO CLIENTES-TELEFONO
           MOVE "S" TO HUBO-CAMBIOS
           END-IF
           END-IF
           END-IF
           END-IF.

       COMPLETA-EMAIL.
           IF SOLWEB-EMAIL NOT = SPACES AND
              FUNCTION UPPER-CASE(SOLWEB-EMAIL) NOT =
              FUNCTION UPPER-CASE(CLIENTES-EMAIL)
           IF CLIENTES-EMAIL = SPACES
           MOVE SOLWEB-EMAIL TO CLIENTES-EMAIL
           MOVE "S" TO HUBO-CAMBIOS
           ELSE
           DISPLAY "Email actual " FUNCTION TRIM(CLIENTES-EMAIL)
                   ", el de la solicitud "
                   FUNCTION TRIM(SOLWEB-EMAIL) "."
           MOVE "¿Reemplaza el email (S/N)?" TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           MOVE SOLWEB-EMAIL TO CLIENTES-EMAIL
           MOVE "S" TO HUBO-CAMBIOS
           END-IF
           END-IF
           END-IF.

       COMPLETA-DIRECCION.
           IF SOLWEB-DIRECCION NOT = SPACES AND
              SOLWEB-DIRECCION NOT = CLIENTES-DIRECCION
           IF CLIENTES-DIRECCION = SPACES
           MOVE "S" TO SI-A-GRABAR
           ELSE
           DISPLAY "Direccion actual "
                   FUNCTION TRIM(CLIENTES-DIRECCION)
                   ", la de la solicitud "
                   FUNCTION TRIM(SOLWEB-DIRECCION) "."
           MOVE "¿Reemplaza la direccion (S/N)?" TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           END-IF
           IF SI-A-GRABAR = "S"
           MOVE SOLWEB-DIRECCION TO CLIENTES-DIRECCION
           IF SOLWEB-CODIGO-POSTAL NOT = SPACES
           MOVE SOLWEB-CODIGO-POSTAL TO CLIENTES-CODIGO-POSTAL
           END-IF
           MOVE SPACE TO CLIENTES-DIRECCION-INVALIDA
           MOVE "S" TO HUBO-CAMBIOS
           END-IF
           END-IF.

      *El control de duplicado mueve la clave del buffer; el DNI
      *queda cargado solo si pasa los dos controles:
       COMPLETA-DNI.
           MOVE CLIENTES-DNI TO DNI-DEL-CLIENTE.
           MOVE SOLWEB-DNI TO CLIENTES-DNI.
           PERFORM VALIDA-DNI-VERIFICADOR.
           IF DNI-VALIDO = "N"
           DISPLAY "El DNI de la solicitud no es valido, no se carga."
           MOVE DNI-DEL-CLIENTE TO CLIENTES-DNI
           ELSE
           PERFORM COMPRUEBA-DNI-DUPLICADO
           IF DNI-DUPLICADO = "S"
           DISPLAY "El DNI de la solicitud ya es de otro cliente, "
                   "no se carga."
           MOVE DNI-DEL-CLIENTE TO CLIENTES-DNI
           ELSE
           MOVE "S" TO HUBO-CAMBIOS
           END-IF
           END-IF.

      *Sin datos nuevos no se toca el cliente, pero la solicitud
      *igual queda fusionada: era la misma persona:
       GRABA-FUSION.
           IF HUBO-CAMBIOS = "S"
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, status: "
                   CLIENTES-STATUS
           NOT INVALID KEY
           PERFORM GRABA-LOG-MODIFICACION
           END-REWRITE
           ELSE
           DISPLAY "El cliente ya tenia todos los datos de la "
                   "solicitud."
           END-IF.
           MOVE "F" TO SOLWEB-ESTADO.
           MOVE CLIENTES-ID TO SOLWEB-CLIENTES-ID.
           MOVE "Fusionada con cliente existente" TO SOLWEB-MOTIVO.
           PERFORM CIERRA-SOLICITUD.
           ADD 1 TO CONTADOR-FUSIONADAS.
           DISPLAY "Solicitud fusionada con el cliente " CLIENTES-ID
                   ".".

      *Auditoria "M" y detalle antes/despues con la misma fecha-hora,
      *igual que Modificar-registro:
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
           MOVE IMAGEN-ANTES-FUSION TO DETALLE-IMAGEN-ANTES.
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

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaLog.cbl".

       COPY "ProcCadenaDetalle.cbl".

       END PROGRAM Revisar-solicitudes-web.

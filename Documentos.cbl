      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Registro de documentos de los clientes: identidad,
      *          constancia de domicilio y declaracion de ingresos,
      *          con numero, fechas de emision y vencimiento y la
      *          referencia de la copia escaneada. Cualquier operador
      *          consulta, carga o actualiza; la baja de un documento
      *          pide supervisor. Cada cambio queda en
      *          documentos_historia.log con la imagen antes y
      *          despues.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-documentos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Documentos por cliente y su auditoria:
       COPY "DataBaseDocumentos.cbl".
       COPY "DataBaseDocumentosHistoria.cbl".
      *Plazos de aviso y de gracia:
       COPY "DataBaseDocumentosConfig.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataDocumentos.cbl".
       COPY "DataDocumentosHistoria.cbl".
       COPY "DataDocumentosConfig.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  DOCUMENTOS-STATUS PIC XX.
       77  CONFIG-DOCUMENTOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DOCUMENTO-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
       77  ACCION-DOCUMENTO PIC X.
       77  FIN-DE-DOCUMENTOS PIC X.
       77  FIN-OPERADORES PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-TIPO PIC X(3).
       77  CAMPO-NUMERO PIC X(20).
       77  CAMPO-FECHA-EMISION PIC X(8).
       77  CAMPO-FECHA-VENCIMIENTO PIC X(8).
       77  CAMPO-REFERENCIA PIC X(30).
       77  FECHA-HOY PIC X(8).
       77  FECHA-AVISO PIC X(8).
       77  DIAS-ENTERO PIC 9(8).
       77  DIAS-AVISO PIC 9(3) VALUE 30.
       77  CONTADOR-LISTADOS PIC 9(5).
       77  ESTADO-DEL-DOCUMENTO PIC X(14).
       01  IMAGEN-ANTES PIC X(101).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== DOCUMENTOS DE CLIENTES =====".
           PERFORM PIDE-OPERADOR.
           IF OPERADOR-NIVEL-ACTUAL = SPACE
           DISPLAY "Operador no registrado, no se puede continuar."
           GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           PERFORM LEE-CONFIGURACION.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-HOY))
               + DIAS-AVISO.
           COMPUTE DIAS-ENTERO = FUNCTION DATE-OF-INTEGER(DIAS-ENTERO).
           MOVE DIAS-ENTERO TO FECHA-AVISO.
           OPEN I-O ARCHIVO-DOCUMENTOS.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-DOCUMENTOS.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Mantener-embargos:
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

       LEE-CONFIGURACION.
           OPEN INPUT ARCHIVO-CONFIG-DOCUMENTOS.
           IF CONFIG-DOCUMENTOS-STATUS = "00"
           READ ARCHIVO-CONFIG-DOCUMENTOS
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-DIAS-AVISO NUMERIC
           MOVE CONFIG-DIAS-AVISO TO DIAS-AVISO
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-DOCUMENTOS.

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(C) Consultar un cliente, (A) Cargar o actualizar "
                   "un documento, (B) Baja de un documento, "
                   "(X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "C"
                   PERFORM CONSULTA-CLIENTE
               WHEN "A"
                   PERFORM CARGA-DOCUMENTO
               WHEN "B"
                   IF OPERADOR-ES-SUPERVISOR
                   PERFORM BAJA-DOCUMENTO
                   ELSE
                   DISPLAY "Se necesita nivel de supervisor para "
                           "dar de baja un documento."
                   END-IF
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       PIDE-CLIENTE.
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.
           CLOSE ARCHIVO-CLIENTES.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           END-IF.

       PIDE-TIPO.
           MOVE SPACES TO CAMPO-TIPO.
           DISPLAY "Tipo de documento (DNI identidad, DOM domicilio, "
                   "ING ingresos, OTR otro): ".
           ACCEPT CAMPO-TIPO.
           MOVE FUNCTION UPPER-CASE(CAMPO-TIPO) TO CAMPO-TIPO.
           MOVE CLIENTES-ID TO DOC-CLIENTES-ID.
           MOVE CAMPO-TIPO TO DOC-TIPO.
           MOVE "S" TO DOCUMENTO-EXISTE.
           IF NOT DOC-TIPO-VALIDO
           DISPLAY "Tipo de documento invalido."
           MOVE "X" TO DOCUMENTO-EXISTE
           ELSE
           READ ARCHIVO-DOCUMENTOS RECORD
           INVALID KEY
           MOVE "N" TO DOCUMENTO-EXISTE
           END-READ
           END-IF.

      *Lista todos los documentos del cliente con su situacion al
      *dia de hoy y avisa cuales de los obligatorios faltan:
       CONSULTA-CLIENTE.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           DISPLAY "Cliente: " FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE)
           MOVE ZEROES TO CONTADOR-LISTADOS
           MOVE CLIENTES-ID TO DOC-CLIENTES-ID
           MOVE LOW-VALUES TO DOC-TIPO
           START ARCHIVO-DOCUMENTOS KEY IS NOT LESS THAN DOC-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-DOCUMENTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-DOCUMENTOS
           END-START
           PERFORM LISTA-SIGUIENTE-DOCUMENTO
           UNTIL FIN-DE-DOCUMENTOS = "0"
           DISPLAY "Documentos del cliente: " CONTADOR-LISTADOS
           PERFORM MUESTRA-FALTANTES
           END-IF.

       LISTA-SIGUIENTE-DOCUMENTO.
           READ ARCHIVO-DOCUMENTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-DOCUMENTOS
           NOT AT END
           IF DOC-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-DOCUMENTOS
           ELSE
           ADD 1 TO CONTADOR-LISTADOS
           PERFORM MUESTRA-DOCUMENTO
           END-IF
           END-READ.

       MUESTRA-DOCUMENTO.
           PERFORM CALCULA-ESTADO-DOCUMENTO.
           DISPLAY DOC-TIPO "  " DOC-NUMERO
                   "  Emitido: " DOC-FECHA-EMISION
                   "  Vence: " DOC-FECHA-VENCIMIENTO
                   "  " ESTADO-DEL-DOCUMENTO.
           DISPLAY "     Copia: " DOC-REFERENCIA-ARCHIVO
                   "  Cargado " DOC-FECHA-CARGA
                   " por " DOC-OPERADOR.

       CALCULA-ESTADO-DOCUMENTO.
           MOVE "vigente" TO ESTADO-DEL-DOCUMENTO.
           IF DOC-FECHA-VENCIMIENTO NOT = SPACES
           IF DOC-FECHA-VENCIMIENTO < FECHA-HOY
           MOVE "VENCIDO" TO ESTADO-DEL-DOCUMENTO
           ELSE
           IF DOC-FECHA-VENCIMIENTO NOT > FECHA-AVISO
           MOVE "POR VENCER" TO ESTADO-DEL-DOCUMENTO
           END-IF
           END-IF
           END-IF.

       MUESTRA-FALTANTES.
           MOVE CLIENTES-ID TO DOC-CLIENTES-ID.
           MOVE "DNI" TO DOC-TIPO.
           PERFORM AVISA-SI-FALTA.
           MOVE CLIENTES-ID TO DOC-CLIENTES-ID.
           MOVE "DOM" TO DOC-TIPO.
           PERFORM AVISA-SI-FALTA.
           MOVE CLIENTES-ID TO DOC-CLIENTES-ID.
           MOVE "ING" TO DOC-TIPO.
           PERFORM AVISA-SI-FALTA.

       AVISA-SI-FALTA.
           READ ARCHIVO-DOCUMENTOS RECORD
           INVALID KEY
           DISPLAY "FALTA el documento obligatorio " DOC-TIPO "."
           END-READ.

      *Un tipo que el cliente todavia no tiene se da de alta; uno que
      *ya tiene se actualiza, y lo que se deja en blanco conserva el
      *valor cargado:
       CARGA-DOCUMENTO.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM PIDE-TIPO
           IF DOCUMENTO-EXISTE = "S"
           MOVE DOCUMENTO-REGISTRO TO IMAGEN-ANTES
           DISPLAY "Documento actual:"
           PERFORM MUESTRA-DOCUMENTO
           PERFORM PIDE-DATOS-DOCUMENTO
           PERFORM VALIDA-DATOS-DOCUMENTO
           IF DATOS-VALIDOS = "S"
           PERFORM ACTUALIZA-DOCUMENTO
           END-IF
           ELSE
           IF DOCUMENTO-EXISTE = "N"
           MOVE SPACES TO IMAGEN-ANTES
           INITIALIZE DOCUMENTO-REGISTRO
           MOVE CLIENTES-ID TO DOC-CLIENTES-ID
           MOVE CAMPO-TIPO TO DOC-TIPO
           IF DOC-IDENTIDAD
           MOVE CLIENTES-DNI TO DOC-NUMERO
           END-IF
           PERFORM PIDE-DATOS-DOCUMENTO
           PERFORM VALIDA-DATOS-DOCUMENTO
           IF DATOS-VALIDOS = "S"
           PERFORM ALTA-DOCUMENTO
           END-IF
           END-IF
           END-IF
           END-IF.

       PIDE-DATOS-DOCUMENTO.
           MOVE SPACES TO CAMPO-NUMERO.
           DISPLAY "Numero del documento (blanco "
                   FUNCTION TRIM(DOC-NUMERO) "): ".
           ACCEPT CAMPO-NUMERO.
           IF CAMPO-NUMERO = SPACES
           MOVE DOC-NUMERO TO CAMPO-NUMERO
           END-IF.
           MOVE SPACES TO CAMPO-FECHA-EMISION.
           DISPLAY "Fecha de emision (AAAAMMDD, blanco "
                   DOC-FECHA-EMISION "): ".
           ACCEPT CAMPO-FECHA-EMISION.
           IF CAMPO-FECHA-EMISION = SPACES
           MOVE DOC-FECHA-EMISION TO CAMPO-FECHA-EMISION
           END-IF.
           MOVE SPACES TO CAMPO-FECHA-VENCIMIENTO.
           DISPLAY "Fecha de vencimiento (AAAAMMDD, blanco "
                   DOC-FECHA-VENCIMIENTO ", N si no vence): ".
           ACCEPT CAMPO-FECHA-VENCIMIENTO.
           IF CAMPO-FECHA-VENCIMIENTO = SPACES
           MOVE DOC-FECHA-VENCIMIENTO TO CAMPO-FECHA-VENCIMIENTO
           ELSE
           IF CAMPO-FECHA-VENCIMIENTO = "N" OR "n"
           MOVE SPACES TO CAMPO-FECHA-VENCIMIENTO
           END-IF
           END-IF.
           MOVE SPACES TO CAMPO-REFERENCIA.
           DISPLAY "Referencia de la copia escaneada (blanco "
                   FUNCTION TRIM(DOC-REFERENCIA-ARCHIVO) "): ".
           ACCEPT CAMPO-REFERENCIA.
           IF CAMPO-REFERENCIA = SPACES
           MOVE DOC-REFERENCIA-ARCHIVO TO CAMPO-REFERENCIA
           END-IF.

       VALIDA-DATOS-DOCUMENTO.
           MOVE "S" TO DATOS-VALIDOS.
           IF CAMPO-NUMERO = SPACES OR CAMPO-REFERENCIA = SPACES
           MOVE "N" TO DATOS-VALIDOS
           END-IF.
           IF CAMPO-FECHA-EMISION NOT NUMERIC OR
              CAMPO-FECHA-EMISION > FECHA-HOY
           MOVE "N" TO DATOS-VALIDOS
           END-IF.
           IF CAMPO-FECHA-VENCIMIENTO NOT = SPACES
           IF CAMPO-FECHA-VENCIMIENTO NOT NUMERIC OR
              CAMPO-FECHA-VENCIMIENTO NOT > CAMPO-FECHA-EMISION
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.
           IF DATOS-VALIDOS = "N"
           DISPLAY "Numero, referencia o fechas invalidos, no se "
                   "grabo nada."
           END-IF.

       PASA-DATOS-AL-DOCUMENTO.
      *Un vencimiento nuevo vuelve a habilitar el aviso nocturno:
           IF CAMPO-FECHA-VENCIMIENTO NOT = DOC-FECHA-VENCIMIENTO
           MOVE SPACES TO DOC-AVISO-VENCIMIENTO
           END-IF.
           MOVE CAMPO-NUMERO TO DOC-NUMERO.
           MOVE CAMPO-FECHA-EMISION TO DOC-FECHA-EMISION.
           MOVE CAMPO-FECHA-VENCIMIENTO TO DOC-FECHA-VENCIMIENTO.
           MOVE CAMPO-REFERENCIA TO DOC-REFERENCIA-ARCHIVO.
           MOVE FECHA-HOY TO DOC-FECHA-CARGA.
           MOVE OPERADOR TO DOC-OPERADOR.

       ALTA-DOCUMENTO.
           PERFORM PASA-DATOS-AL-DOCUMENTO.
           WRITE DOCUMENTO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el documento, status: "
                   DOCUMENTOS-STATUS
           NOT INVALID KEY
           MOVE "A" TO ACCION-DOCUMENTO
           PERFORM GRABA-HISTORIA-DOCUMENTO
           DISPLAY "Documento " DOC-TIPO " cargado al cliente "
                   DOC-CLIENTES-ID "."
           END-WRITE.

       ACTUALIZA-DOCUMENTO.
           PERFORM PASA-DATOS-AL-DOCUMENTO.
           IF DOCUMENTO-REGISTRO = IMAGEN-ANTES
           DISPLAY "Sin cambios."
           ELSE
           REWRITE DOCUMENTO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el documento, status: "
                   DOCUMENTOS-STATUS
           NOT INVALID KEY
           MOVE "M" TO ACCION-DOCUMENTO
           PERFORM GRABA-HISTORIA-DOCUMENTO
           DISPLAY "Documento " DOC-TIPO " del cliente "
                   DOC-CLIENTES-ID " actualizado."
           END-REWRITE
           END-IF.

      *La baja es para un documento cargado por error; la imagen
      *queda en la auditoria:
       BAJA-DOCUMENTO.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM PIDE-TIPO
           IF DOCUMENTO-EXISTE = "N"
           DISPLAY "El cliente no tiene ese documento cargado."
           END-IF
           IF DOCUMENTO-EXISTE = "S"
           PERFORM MUESTRA-DOCUMENTO
           MOVE "¿Confirma la baja del documento (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM BORRA-DOCUMENTO
           END-IF
           END-IF
           END-IF.

       BORRA-DOCUMENTO.
           MOVE DOCUMENTO-REGISTRO TO IMAGEN-ANTES.
           DELETE ARCHIVO-DOCUMENTOS RECORD
           INVALID KEY
           DISPLAY "Error borrando el documento, status: "
                   DOCUMENTOS-STATUS
           NOT INVALID KEY
           MOVE SPACES TO DOCUMENTO-REGISTRO
           MOVE "B" TO ACCION-DOCUMENTO
           PERFORM GRABA-HISTORIA-DOCUMENTO
           DISPLAY "Documento dado de baja."
           END-DELETE.

       GRABA-HISTORIA-DOCUMENTO.
           OPEN EXTEND ARCHIVO-DOCUMENTOS-HISTORIA.
           MOVE FUNCTION CURRENT-DATE TO DOCHIST-FECHA-HORA.
           MOVE OPERADOR TO DOCHIST-OPERADOR.
           MOVE ACCION-DOCUMENTO TO DOCHIST-ACCION.
           MOVE IMAGEN-ANTES TO DOCHIST-IMAGEN-ANTES.
           MOVE DOCUMENTO-REGISTRO TO DOCHIST-IMAGEN-DESPUES.
           WRITE DOCHIST-REGISTRO.
           CLOSE ARCHIVO-DOCUMENTOS-HISTORIA.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-documentos.

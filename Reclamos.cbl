      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Gestion de reclamos de clientes, los que llegan por
      *          telefono o por mostrador: abrir un reclamo con su
      *          categoria (y la fecha limite que da el plazo de la
      *          categoria), asignarlo a un operador, reasignarlo y
      *          cerrarlo con el resultado y el texto de la
      *          resolucion. Un reclamo puede referirse a una factura
      *          o a un movimiento del ledger del cliente. Cada paso
      *          queda en reclamos_historia.log. Cierra el reclamo el
      *          operador que lo tiene asignado o un supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-reclamos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Reclamos, su numeracion, sus categorias y su historia:
       COPY "DataBaseReclamos.cbl".
       COPY "DataBaseReclamoControl.cbl".
       COPY "DataBaseReclamosCategorias.cbl".
       COPY "DataBaseReclamosHistoria.cbl".
      *Facturas y ledger, para las referencias del reclamo:
       COPY "DataBaseFacturas.cbl".
       COPY "DataBaseMovimientos.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataReclamos.cbl".
       COPY "DataReclamoControl.cbl".
       COPY "DataReclamosCategorias.cbl".
       COPY "DataReclamosHistoria.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  RECLAMOS-STATUS PIC XX.
       77  RECLAMO-CONTROL-STATUS PIC XX.
       77  CATEGORIAS-RECLAMO-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  RECLAMO-ENCONTRADO PIC X.
       77  DATOS-VALIDOS PIC X.
       77  FIN-OPERADORES PIC X.
       77  FIN-CATEGORIAS PIC X.
       77  FIN-DE-RECLAMOS PIC X.
       77  FIN-DEL-LEDGER PIC X.
       77  OPERADOR-REGISTRADO PIC X.
       77  OPERADOR-BUSCADO PIC X(10).
       77  OPERADOR-HALLADO PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-NUMERO-RECLAMO PIC 9(8).
       77  CAMPO-CATEGORIA PIC X(3).
       77  CAMPO-CANAL PIC X(1).
       77  CAMPO-DESCRIPCION PIC X(60).
       77  CAMPO-REFERENCIA-TIPO PIC X(1).
       77  CAMPO-NUMERO-FACTURA PIC 9(8).
       77  CAMPO-NUMERO-MOVIMIENTO PIC 9(2).
       77  CAMPO-ASIGNADO PIC X(10).
       77  CAMPO-RESULTADO PIC X(1).
       77  CAMPO-RESOLUCION PIC X(60).
       77  ASIGNADO-ANTERIOR PIC X(10).
       77  ACCION-RECLAMO PIC X(1).
       77  FECHA-HOY PIC X(8).
       77  DIAS-ENTERO PIC 9(8).
       77  CONTADOR-LISTADOS PIC 9(5).
       77  SITUACION-RECLAMO PIC X(8).
       77  IMPORTE-MUESTRA PIC -Z(6)9.99.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Categorias con su plazo; las de siempre se cargan primero y
      *el archivo de categorias las cambia o agrega otras:
       01  TABLA-CATEGORIAS.
           05 CATEGORIA-TAB OCCURS 20 TIMES.
              10 CATEGORIA-TAB-CODIGO PIC X(3).
              10 CATEGORIA-TAB-DIAS PIC 9(3).
              10 CATEGORIA-TAB-DESCRIPCION PIC X(30).
       77  CANTIDAD-CATEGORIAS PIC 9(2).
       77  INDICE-CATEGORIA PIC 9(2).
       77  CATEGORIA-HALLADA PIC 9(2).

      *Ultimos movimientos del cliente, para elegir a cual se
      *refiere el reclamo:
       01  ULTIMOS-MOVIMIENTOS.
           05 ULTIMO-MOV OCCURS 15 TIMES.
              10 ULTIMO-MOV-FECHA-HORA PIC X(21).
              10 ULTIMO-MOV-SECUENCIA PIC 9(3).
              10 ULTIMO-MOV-TIPO PIC X(1).
              10 ULTIMO-MOV-IMPORTE PIC S9(7)V99 COMP-3.
              10 ULTIMO-MOV-CONCEPTO PIC X(30).
       77  CANTIDAD-ULTIMOS PIC 9(2).
       77  INDICE-ULTIMO PIC 9(2).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RECLAMOS DE CLIENTES =====".
           PERFORM PIDE-OPERADOR.
           IF OPERADOR-REGISTRADO NOT = "S"
           DISPLAY "Operador no registrado, no se puede continuar."
           GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           PERFORM CARGA-CATEGORIAS.
           OPEN I-O ARCHIVO-RECLAMOS.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-RECLAMOS.
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
      *se toma de ahi con su nivel, igual que Mantener-documentos:
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

      *Busca un operador en la lista; tambien sirve para validar a
      *quien se le asigna un reclamo:
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

       CARGA-CATEGORIAS.
           MOVE ZEROES TO CANTIDAD-CATEGORIAS.
           MOVE "FAC" TO CATEGORIA-CODIGO.
           MOVE 10 TO CATEGORIA-DIAS.
           MOVE "Facturacion" TO CATEGORIA-DESCRIPCION.
           PERFORM TOMA-CATEGORIA.
           MOVE "MOV" TO CATEGORIA-CODIGO.
           MOVE 10 TO CATEGORIA-DIAS.
           MOVE "Movimientos y cargos" TO CATEGORIA-DESCRIPCION.
           PERFORM TOMA-CATEGORIA.
           MOVE "SER" TO CATEGORIA-CODIGO.
           MOVE 15 TO CATEGORIA-DIAS.
           MOVE "Servicio y atencion" TO CATEGORIA-DESCRIPCION.
           PERFORM TOMA-CATEGORIA.
           MOVE "FRA" TO CATEGORIA-CODIGO.
           MOVE 5 TO CATEGORIA-DIAS.
           MOVE "Fraude" TO CATEGORIA-DESCRIPCION.
           PERFORM TOMA-CATEGORIA.
           MOVE "CTA" TO CATEGORIA-CODIGO.
           MOVE 15 TO CATEGORIA-DIAS.
           MOVE "Cuenta" TO CATEGORIA-DESCRIPCION.
           PERFORM TOMA-CATEGORIA.
           MOVE "OTR" TO CATEGORIA-CODIGO.
           MOVE 30 TO CATEGORIA-DIAS.
           MOVE "Otros" TO CATEGORIA-DESCRIPCION.
           PERFORM TOMA-CATEGORIA.
           OPEN INPUT ARCHIVO-CATEGORIAS-RECLAMO.
           IF CATEGORIAS-RECLAMO-STATUS = "00"
           MOVE "1" TO FIN-CATEGORIAS
           PERFORM LEE-UNA-CATEGORIA
           UNTIL FIN-CATEGORIAS = "0"
           END-IF.
           CLOSE ARCHIVO-CATEGORIAS-RECLAMO.

       LEE-UNA-CATEGORIA.
           READ ARCHIVO-CATEGORIAS-RECLAMO
           AT END
           MOVE "0" TO FIN-CATEGORIAS
           NOT AT END
           MOVE FUNCTION UPPER-CASE(CATEGORIA-CODIGO)
               TO CATEGORIA-CODIGO
           IF CATEGORIA-CODIGO NOT = SPACES AND
              CATEGORIA-DIAS NUMERIC
           PERFORM TOMA-CATEGORIA
           END-IF.

       TOMA-CATEGORIA.
           MOVE CATEGORIA-CODIGO TO CAMPO-CATEGORIA.
           PERFORM BUSCA-CATEGORIA.
           IF CATEGORIA-HALLADA = ZEROES AND
              CANTIDAD-CATEGORIAS < 20
           ADD 1 TO CANTIDAD-CATEGORIAS
           MOVE CANTIDAD-CATEGORIAS TO CATEGORIA-HALLADA
           END-IF.
           IF CATEGORIA-HALLADA > ZEROES
           MOVE CATEGORIA-CODIGO TO
               CATEGORIA-TAB-CODIGO (CATEGORIA-HALLADA)
           MOVE CATEGORIA-DIAS TO
               CATEGORIA-TAB-DIAS (CATEGORIA-HALLADA)
           MOVE CATEGORIA-DESCRIPCION TO
               CATEGORIA-TAB-DESCRIPCION (CATEGORIA-HALLADA)
           END-IF.

       BUSCA-CATEGORIA.
           MOVE ZEROES TO CATEGORIA-HALLADA.
           PERFORM COMPARA-CATEGORIA
               VARYING INDICE-CATEGORIA FROM 1 BY 1
               UNTIL INDICE-CATEGORIA > CANTIDAD-CATEGORIAS
               OR CATEGORIA-HALLADA > ZEROES.

       COMPARA-CATEGORIA.
           IF CATEGORIA-TAB-CODIGO (INDICE-CATEGORIA) = CAMPO-CATEGORIA
           MOVE INDICE-CATEGORIA TO CATEGORIA-HALLADA
           END-IF.

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(A) Abrir un reclamo, (C) Consultar los de un "
                   "cliente, (R) Reasignar, (S) Cerrar con "
                   "resolucion, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "A"
                   PERFORM ABRE-RECLAMO
               WHEN "C"
                   PERFORM CONSULTA-CLIENTE
               WHEN "R"
                   PERFORM REASIGNA-RECLAMO
               WHEN "S"
                   PERFORM CIERRA-RECLAMO
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

      *Lista los reclamos del cliente por la clave alterna, abiertos
      *y cerrados, marcando los abiertos que pasaron su fecha limite:
       CONSULTA-CLIENTE.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           DISPLAY "Cliente " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE)
           MOVE ZEROES TO CONTADOR-LISTADOS
           MOVE CLIENTES-ID TO RECLAMO-CLIENTES-ID
           START ARCHIVO-RECLAMOS
               KEY IS EQUAL TO RECLAMO-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-RECLAMOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-RECLAMOS
           PERFORM LEE-SIGUIENTE-RECLAMO-CLIENTE
           END-START
           PERFORM LISTA-RECLAMO-CLIENTE
           UNTIL FIN-DE-RECLAMOS = "0"
           IF CONTADOR-LISTADOS = ZEROES
           DISPLAY "El cliente no tiene reclamos."
           END-IF
           END-IF.

       LEE-SIGUIENTE-RECLAMO-CLIENTE.
           READ ARCHIVO-RECLAMOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-RECLAMOS
           NOT AT END
           IF RECLAMO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-RECLAMOS
           END-IF.

       LISTA-RECLAMO-CLIENTE.
           ADD 1 TO CONTADOR-LISTADOS.
           PERFORM MUESTRA-RECLAMO.
           PERFORM LEE-SIGUIENTE-RECLAMO-CLIENTE.

       MUESTRA-RECLAMO.
           IF RECLAMO-CERRADO
           MOVE "CERRADO" TO SITUACION-RECLAMO
           ELSE
           IF RECLAMO-FECHA-LIMITE < FECHA-HOY
           MOVE "VENCIDO" TO SITUACION-RECLAMO
           ELSE
           MOVE "ABIERTO" TO SITUACION-RECLAMO
           END-IF
           END-IF.
           DISPLAY " ".
           DISPLAY "Reclamo " RECLAMO-NUMERO "  " RECLAMO-CATEGORIA
                   "  " SITUACION-RECLAMO "  abierto "
                   RECLAMO-FECHA-APERTURA " limite "
                   RECLAMO-FECHA-LIMITE "  asignado a "
                   FUNCTION TRIM(RECLAMO-OPERADOR-ASIGNADO).
           DISPLAY "  " FUNCTION TRIM(RECLAMO-DESCRIPCION).
           IF RECLAMO-SOBRE-FACTURA
           DISPLAY "  Sobre la factura " RECLAMO-REF-FACTURA-NUMERO
           END-IF.
           IF RECLAMO-SOBRE-MOVIMIENTO
           DISPLAY "  Sobre el movimiento del "
                   RECLAMO-REF-MOV-FECHA-HORA (7:2) "/"
                   RECLAMO-REF-MOV-FECHA-HORA (5:2) "/"
                   RECLAMO-REF-MOV-FECHA-HORA (1:4) " "
                   RECLAMO-REF-MOV-FECHA-HORA (9:2) ":"
                   RECLAMO-REF-MOV-FECHA-HORA (11:2)
           END-IF.
           IF RECLAMO-CERRADO
           DISPLAY "  Cerrado el " RECLAMO-FECHA-CIERRE " por "
                   FUNCTION TRIM(RECLAMO-OPERADOR-CIERRE)
                   " (" RECLAMO-RESULTADO "): "
                   FUNCTION TRIM(RECLAMO-RESOLUCION)
           END-IF.

       ABRE-RECLAMO.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM PIDE-DATOS-RECLAMO
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-REFERENCIA
           END-IF
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-ASIGNADO
           END-IF
           IF DATOS-VALIDOS = "S"
           MOVE "¿Confirma abrir el reclamo (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-RECLAMO-NUEVO
           END-IF
           END-IF
           END-IF.

       PIDE-DATOS-RECLAMO.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Categorias:".
           PERFORM MUESTRA-CATEGORIA
               VARYING INDICE-CATEGORIA FROM 1 BY 1
               UNTIL INDICE-CATEGORIA > CANTIDAD-CATEGORIAS.
           DISPLAY "Categoria: ".
           MOVE SPACES TO CAMPO-CATEGORIA.
           ACCEPT CAMPO-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(CAMPO-CATEGORIA) TO CAMPO-CATEGORIA.
           PERFORM BUSCA-CATEGORIA.
           IF CATEGORIA-HALLADA = ZEROES
           DISPLAY "Categoria desconocida."
           MOVE "N" TO DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS = "S"
           DISPLAY "Llego por (T) telefono o (M) mostrador: "
           MOVE SPACE TO CAMPO-CANAL
           ACCEPT CAMPO-CANAL
           MOVE FUNCTION UPPER-CASE(CAMPO-CANAL) TO CAMPO-CANAL
           IF CAMPO-CANAL NOT = "T" AND CAMPO-CANAL NOT = "M"
           DISPLAY "Canal invalido."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.
           IF DATOS-VALIDOS = "S"
           DISPLAY "Descripcion del reclamo (obligatoria): "
           MOVE SPACES TO CAMPO-DESCRIPCION
           ACCEPT CAMPO-DESCRIPCION
           IF CAMPO-DESCRIPCION = SPACES
           DISPLAY "Sin descripcion no se abre el reclamo."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.

       MUESTRA-CATEGORIA.
           DISPLAY "  " CATEGORIA-TAB-CODIGO (INDICE-CATEGORIA) "  "
                   CATEGORIA-TAB-DIAS (INDICE-CATEGORIA) " dias  "
                   FUNCTION TRIM(
                   CATEGORIA-TAB-DESCRIPCION (INDICE-CATEGORIA)).

       PIDE-REFERENCIA.
           MOVE SPACES TO RECLAMO-REFERENCIA.
           MOVE SPACE TO CAMPO-REFERENCIA-TIPO.
           DISPLAY "¿Se refiere a una (F) factura o a un (M) "
                   "movimiento? (en blanco si no): ".
           ACCEPT CAMPO-REFERENCIA-TIPO.
           MOVE FUNCTION UPPER-CASE(CAMPO-REFERENCIA-TIPO)
               TO CAMPO-REFERENCIA-TIPO.
           EVALUATE CAMPO-REFERENCIA-TIPO
               WHEN "F"
                   PERFORM PIDE-FACTURA
               WHEN "M"
                   PERFORM PIDE-MOVIMIENTO
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Referencia invalida."
                   MOVE "N" TO DATOS-VALIDOS
           END-EVALUATE.

      *La factura tiene que existir y ser del mismo cliente:
       PIDE-FACTURA.
           DISPLAY "Numero de factura: ".
           MOVE ZEROES TO CAMPO-NUMERO-FACTURA.
           ACCEPT CAMPO-NUMERO-FACTURA.
           OPEN INPUT ARCHIVO-FACTURAS.
           MOVE CAMPO-NUMERO-FACTURA TO FACTURA-NUMERO.
           READ ARCHIVO-FACTURAS RECORD
           INVALID KEY
           MOVE SPACES TO FACTURA-CLIENTES-ID
           END-READ.
           CLOSE ARCHIVO-FACTURAS.
           IF FACTURA-CLIENTES-ID NOT = CLIENTES-ID
           DISPLAY "El cliente no tiene esa factura."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           MOVE CAMPO-NUMERO-FACTURA TO RECLAMO-REF-FACTURA-NUMERO
           MOVE FACTURA-IMPORTE TO IMPORTE-MUESTRA
           DISPLAY "Factura del " FACTURA-FECHA " por "
                   FUNCTION TRIM(IMPORTE-MUESTRA) "  "
                   FUNCTION TRIM(FACTURA-CONCEPTO)
           END-IF.

      *Muestra los ultimos movimientos del cliente numerados, para
      *elegir sin tener que tipear la fecha-hora del renglon:
       PIDE-MOVIMIENTO.
           PERFORM CARGA-ULTIMOS-MOVIMIENTOS.
           IF CANTIDAD-ULTIMOS = ZEROES
           DISPLAY "El cliente no tiene movimientos en el ledger."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           PERFORM MUESTRA-ULTIMO-MOVIMIENTO
               VARYING INDICE-ULTIMO FROM 1 BY 1
               UNTIL INDICE-ULTIMO > CANTIDAD-ULTIMOS
           DISPLAY "Numero de movimiento: "
           MOVE ZEROES TO CAMPO-NUMERO-MOVIMIENTO
           ACCEPT CAMPO-NUMERO-MOVIMIENTO
           IF CAMPO-NUMERO-MOVIMIENTO = ZEROES OR
              CAMPO-NUMERO-MOVIMIENTO > CANTIDAD-ULTIMOS
           DISPLAY "Movimiento invalido."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           MOVE ULTIMO-MOV-FECHA-HORA (CAMPO-NUMERO-MOVIMIENTO)
               TO RECLAMO-REF-MOV-FECHA-HORA
           MOVE ULTIMO-MOV-SECUENCIA (CAMPO-NUMERO-MOVIMIENTO)
               TO RECLAMO-REF-MOV-SECUENCIA
           END-IF
           END-IF.

       CARGA-ULTIMOS-MOVIMIENTOS.
           MOVE ZEROES TO CANTIDAD-ULTIMOS.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DEL-LEDGER
           NOT INVALID KEY
           MOVE "1" TO FIN-DEL-LEDGER
           PERFORM LEE-SIGUIENTE-MOVIMIENTO
           END-START.
           PERFORM GUARDA-ULTIMO-MOVIMIENTO
           UNTIL FIN-DEL-LEDGER = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-LEDGER
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DEL-LEDGER
           END-IF.

      *Se queda con los quince mas recientes, corriendo la tabla un
      *lugar cuando ya esta llena:
       GUARDA-ULTIMO-MOVIMIENTO.
           IF CANTIDAD-ULTIMOS = 15
           PERFORM CORRE-ULTIMO-MOVIMIENTO
               VARYING INDICE-ULTIMO FROM 1 BY 1
               UNTIL INDICE-ULTIMO > 14
           ELSE
           ADD 1 TO CANTIDAD-ULTIMOS
           END-IF.
           MOVE MOVIMIENTO-FECHA-HORA TO
               ULTIMO-MOV-FECHA-HORA (CANTIDAD-ULTIMOS).
           MOVE MOVIMIENTO-SECUENCIA TO
               ULTIMO-MOV-SECUENCIA (CANTIDAD-ULTIMOS).
           MOVE MOVIMIENTO-TIPO TO ULTIMO-MOV-TIPO (CANTIDAD-ULTIMOS).
           MOVE MOVIMIENTO-IMPORTE TO
               ULTIMO-MOV-IMPORTE (CANTIDAD-ULTIMOS).
           MOVE MOVIMIENTO-CONCEPTO TO
               ULTIMO-MOV-CONCEPTO (CANTIDAD-ULTIMOS).
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

       CORRE-ULTIMO-MOVIMIENTO.
           MOVE ULTIMO-MOV (INDICE-ULTIMO + 1) TO
               ULTIMO-MOV (INDICE-ULTIMO).

       MUESTRA-ULTIMO-MOVIMIENTO.
           MOVE ULTIMO-MOV-IMPORTE (INDICE-ULTIMO) TO IMPORTE-MUESTRA.
           DISPLAY "  (" INDICE-ULTIMO ") "
                   ULTIMO-MOV-FECHA-HORA (INDICE-ULTIMO) (7:2) "/"
                   ULTIMO-MOV-FECHA-HORA (INDICE-ULTIMO) (5:2) "/"
                   ULTIMO-MOV-FECHA-HORA (INDICE-ULTIMO) (1:4) " "
                   ULTIMO-MOV-TIPO (INDICE-ULTIMO) " "
                   IMPORTE-MUESTRA " "
                   FUNCTION TRIM(ULTIMO-MOV-CONCEPTO (INDICE-ULTIMO)).

      *Sin indicar a nadie, el reclamo queda asignado a quien lo
      *abre:
       PIDE-ASIGNADO.
           DISPLAY "Operador asignado (en blanco para usted): ".
           MOVE SPACES TO CAMPO-ASIGNADO.
           ACCEPT CAMPO-ASIGNADO.
           IF CAMPO-ASIGNADO = SPACES
           MOVE OPERADOR TO CAMPO-ASIGNADO
           ELSE
           MOVE CAMPO-ASIGNADO TO OPERADOR-BUSCADO
           PERFORM BUSCA-EN-OPERADORES
           IF OPERADOR-HALLADO NOT = "S"
           DISPLAY "Ese operador no esta registrado."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.

      *La fecha limite sale del plazo de la categoria en dias
      *corridos desde la apertura:
       GRABA-RECLAMO-NUEVO.
           MOVE SPACES TO RECLAMO-REFERENCIA-TIPO.
           MOVE CAMPO-REFERENCIA-TIPO TO RECLAMO-REFERENCIA-TIPO.
           PERFORM ASIGNA-NUMERO-RECLAMO.
           MOVE CLIENTES-ID TO RECLAMO-CLIENTES-ID.
           MOVE CAMPO-CATEGORIA TO RECLAMO-CATEGORIA.
           MOVE CAMPO-CANAL TO RECLAMO-CANAL.
           MOVE FECHA-HOY TO RECLAMO-FECHA-APERTURA.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-HOY))
               + CATEGORIA-TAB-DIAS (CATEGORIA-HALLADA).
           COMPUTE DIAS-ENTERO = FUNCTION DATE-OF-INTEGER(DIAS-ENTERO).
           MOVE DIAS-ENTERO TO RECLAMO-FECHA-LIMITE.
           MOVE OPERADOR TO RECLAMO-OPERADOR-ALTA.
           MOVE CAMPO-ASIGNADO TO RECLAMO-OPERADOR-ASIGNADO.
           MOVE "A" TO RECLAMO-ESTADO.
           MOVE CAMPO-DESCRIPCION TO RECLAMO-DESCRIPCION.
           MOVE SPACES TO RECLAMO-FECHA-CIERRE.
           MOVE SPACES TO RECLAMO-OPERADOR-CIERRE.
           MOVE SPACE TO RECLAMO-RESULTADO.
           MOVE SPACES TO RECLAMO-RESOLUCION.
           WRITE RECLAMO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el reclamo, status: "
                   RECLAMOS-STATUS
           NOT INVALID KEY
           MOVE "A" TO ACCION-RECLAMO
           MOVE SPACES TO ASIGNADO-ANTERIOR
           PERFORM GRABA-HISTORIA-RECLAMO
           DISPLAY "Reclamo " RECLAMO-NUMERO " abierto, a resolver "
                   "antes del " RECLAMO-FECHA-LIMITE (7:2) "/"
                   RECLAMO-FECHA-LIMITE (5:2) "/"
                   RECLAMO-FECHA-LIMITE (1:4) "."
           END-WRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-CASTIGO:
       ASIGNA-NUMERO-RECLAMO.
           MOVE ZEROES TO RECLAMO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-RECLAMO-CONTROL.
           IF RECLAMO-CONTROL-STATUS = "00"
           READ ARCHIVO-RECLAMO-CONTROL
           END-IF.
           CLOSE ARCHIVO-RECLAMO-CONTROL.
           ADD 1 TO RECLAMO-NUMERO-ACTUAL.
           MOVE RECLAMO-NUMERO-ACTUAL TO RECLAMO-NUMERO.
           OPEN OUTPUT ARCHIVO-RECLAMO-CONTROL.
           WRITE RECLAMO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-RECLAMO-CONTROL.

       PIDE-RECLAMO-ABIERTO.
           DISPLAY "Numero de reclamo: ".
           MOVE ZEROES TO CAMPO-NUMERO-RECLAMO.
           ACCEPT CAMPO-NUMERO-RECLAMO.
           MOVE CAMPO-NUMERO-RECLAMO TO RECLAMO-NUMERO.
           MOVE "S" TO RECLAMO-ENCONTRADO.
           READ ARCHIVO-RECLAMOS RECORD
           INVALID KEY
           MOVE "N" TO RECLAMO-ENCONTRADO
           END-READ.
           IF RECLAMO-ENCONTRADO = "N"
           DISPLAY "No existe ese reclamo."
           ELSE
           PERFORM MUESTRA-RECLAMO
           IF RECLAMO-CERRADO
           DISPLAY "El reclamo ya esta cerrado."
           MOVE "N" TO RECLAMO-ENCONTRADO
           END-IF
           END-IF.

       REASIGNA-RECLAMO.
           PERFORM PIDE-RECLAMO-ABIERTO.
           IF RECLAMO-ENCONTRADO = "S"
           MOVE "S" TO DATOS-VALIDOS
           PERFORM PIDE-ASIGNADO
           IF DATOS-VALIDOS = "S" AND
              CAMPO-ASIGNADO = RECLAMO-OPERADOR-ASIGNADO
           DISPLAY "El reclamo ya esta asignado a ese operador."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           IF DATOS-VALIDOS = "S"
           MOVE RECLAMO-OPERADOR-ASIGNADO TO ASIGNADO-ANTERIOR
           MOVE CAMPO-ASIGNADO TO RECLAMO-OPERADOR-ASIGNADO
           REWRITE RECLAMO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el reclamo, status: "
                   RECLAMOS-STATUS
           NOT INVALID KEY
           MOVE "R" TO ACCION-RECLAMO
           PERFORM GRABA-HISTORIA-RECLAMO
           DISPLAY "Reclamo reasignado a "
                   FUNCTION TRIM(RECLAMO-OPERADOR-ASIGNADO) "."
           END-REWRITE
           END-IF
           END-IF.

       CIERRA-RECLAMO.
           PERFORM PIDE-RECLAMO-ABIERTO.
           IF RECLAMO-ENCONTRADO = "S"
           IF RECLAMO-OPERADOR-ASIGNADO NOT = OPERADOR AND
              NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Solo lo cierra el operador asignado o un "
                   "supervisor."
           ELSE
           PERFORM PIDE-RESOLUCION
           IF DATOS-VALIDOS = "S"
           MOVE "¿Confirma cerrar el reclamo (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-CIERRE
           END-IF
           END-IF
           END-IF
           END-IF.

       PIDE-RESOLUCION.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Resultado: (F) a favor del cliente, (P) parcial, "
                   "(D) en contra: ".
           MOVE SPACE TO CAMPO-RESULTADO.
           ACCEPT CAMPO-RESULTADO.
           MOVE FUNCTION UPPER-CASE(CAMPO-RESULTADO) TO CAMPO-RESULTADO.
           IF CAMPO-RESULTADO NOT = "F" AND CAMPO-RESULTADO NOT = "P"
              AND CAMPO-RESULTADO NOT = "D"
           DISPLAY "Resultado invalido."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           DISPLAY "Resolucion (obligatoria): "
           MOVE SPACES TO CAMPO-RESOLUCION
           ACCEPT CAMPO-RESOLUCION
           IF CAMPO-RESOLUCION = SPACES
           DISPLAY "Sin resolucion no se cierra el reclamo."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.

       GRABA-CIERRE.
           MOVE "C" TO RECLAMO-ESTADO.
           MOVE FECHA-HOY TO RECLAMO-FECHA-CIERRE.
           MOVE OPERADOR TO RECLAMO-OPERADOR-CIERRE.
           MOVE CAMPO-RESULTADO TO RECLAMO-RESULTADO.
           MOVE CAMPO-RESOLUCION TO RECLAMO-RESOLUCION.
           REWRITE RECLAMO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el reclamo, status: "
                   RECLAMOS-STATUS
           NOT INVALID KEY
           MOVE "C" TO ACCION-RECLAMO
           MOVE RECLAMO-OPERADOR-ASIGNADO TO ASIGNADO-ANTERIOR
           PERFORM GRABA-HISTORIA-RECLAMO
           IF RECLAMO-FECHA-CIERRE > RECLAMO-FECHA-LIMITE
           DISPLAY "Reclamo cerrado fuera de plazo."
           ELSE
           DISPLAY "Reclamo cerrado en plazo."
           END-IF
           END-REWRITE.

       GRABA-HISTORIA-RECLAMO.
           OPEN EXTEND ARCHIVO-RECLAMOS-HISTORIA.
           MOVE FUNCTION CURRENT-DATE TO RECHIST-FECHA-HORA.
           MOVE RECLAMO-NUMERO TO RECHIST-NUMERO.
           MOVE OPERADOR TO RECHIST-OPERADOR.
           MOVE ACCION-RECLAMO TO RECHIST-ACCION.
           MOVE ASIGNADO-ANTERIOR TO RECHIST-ASIGNADO-ANTES.
           MOVE RECLAMO-OPERADOR-ASIGNADO TO RECHIST-ASIGNADO-DESPUES.
           WRITE RECHIST-REGISTRO.
           CLOSE ARCHIVO-RECLAMOS-HISTORIA.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-reclamos.

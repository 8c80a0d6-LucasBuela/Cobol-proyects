      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Carga de presupuestos a clientes. El vendedor arma
      *          los renglones con productos de productos.dat, la
      *          cantidad y el precio unitario, mas el IVA con la
      *          misma regla que la calculadora (neto mas neto por el
      *          porcentaje sobre cien); el presupuesto queda abierto
      *          con su fecha de validez y se imprime para entregar.
      *          Aceptarlo lo factura (Aceptar-presupuesto) y el paso
      *          nocturno vence los que pasan su validez.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cargar-presupuesto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Catalogo de productos:
       COPY "DataBaseProductos.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Presupuestos, sus renglones y su numeracion:
       COPY "DataBasePresupuestos.cbl".
       COPY "DataBasePresupuestoRenglones.cbl".
       COPY "DataBasePresupuestoControl.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataProductos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".
       COPY "DataPresupuestos.cbl".
       COPY "DataPresupuestoRenglones.cbl".
       COPY "DataPresupuestoControl.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PRODUCTOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PRESUPUESTOS-STATUS PIC XX.
       77  RENGLONES-STATUS PIC XX.
       77  PRESUPUESTO-CONTROL-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-CARGANDO PIC X.
       77  PRESUPUESTO-APROBADO PIC X.
       77  CONTADOR-PRESUPUESTOS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.

      *Validez del presupuesto: en blanco vale DIAS-VALIDEZ-GENERAL
      *dias; nunca mas de DIAS-VALIDEZ-MAXIMO, para que los precios
      *no queden comprometidos indefinidamente:
       77  DIAS-VALIDEZ-GENERAL PIC 9(3) VALUE 15.
       77  DIAS-VALIDEZ-MAXIMO PIC 9(3) VALUE 90.
       77  CAMPO-DIAS-VALIDEZ PIC X(3).
       77  DIAS-VALIDEZ PIC 9(3).
       77  FECHA-DE-HOY PIC 9(8).
       77  FECHA-VALIDEZ PIC 9(8).
       77  NUMERO-DE-PRESUPUESTO PIC 9(8).

      *IVA de un renglon: en blanco se toma la alicuota general:
       77  PORCENTAJE-IVA-GENERAL PIC 9(2)V99 VALUE 21.
       77  CAMPO-PORC-IVA PIC X(15).
       77  CAMPO-PORC-MUESTRA PIC Z9.99.

      *Renglones del presupuesto en armado; se graban todos juntos
      *recien cuando el vendedor confirma:
       77  MAXIMO-RENGLONES PIC 9(3) VALUE 20.
       77  CANTIDAD-RENGLONES PIC 9(3) VALUE ZEROES.
       77  INDICE-RENGLON PIC 9(3).
       77  SIGUE-CARGANDO-RENGLONES PIC X.
       77  RENGLON-VALIDO PIC X.
       77  HAY-CATALOGO-PRODUCTOS PIC X.
       77  FIN-PRODUCTOS PIC X.
       77  CAMPO-PRODUCTO PIC X(3).
       77  NOMBRE-PRODUCTO PIC X(20).
       77  CAMPO-CANTIDAD PIC X(5).
       77  CANTIDAD-PEDIDA PIC 9(5).
       01  PRECIO-PEDIDO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  PORC-IVA-PEDIDO PIC 9(2)V99 VALUE ZERO.
       01  NETO-RENGLON PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IVA-RENGLON PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TOTAL-RENGLON PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  NETO-PRESUPUESTO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IVA-PRESUPUESTO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TOTAL-PRESUPUESTO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TABLA-RENGLONES.
           05 REN-TABLA OCCURS 20 TIMES.
              10 REN-TAB-PRODUCTO PIC X(3).
              10 REN-TAB-DESCRIPCION PIC X(20).
              10 REN-TAB-CANTIDAD PIC 9(5).
              10 REN-TAB-PRECIO PIC S9(7)V99 COMP-3.
              10 REN-TAB-PORC-IVA PIC 9(2)V99.
              10 REN-TAB-NETO PIC S9(7)V99 COMP-3.
              10 REN-TAB-IVA PIC S9(7)V99 COMP-3.
              10 REN-TAB-TOTAL PIC S9(7)V99 COMP-3.

      *Importe tipeado como texto, con centavos opcionales, misma
      *tecnica que Modificar-registro:
       77  IMPORTE-TEXTO PIC X(15).
       77  IMPORTE-TEXTO-VALIDO PIC X.
       77  IMPORTE-POSICION PIC 9(2).
       77  IMPORTE-CARACTER PIC X.
       77  IMPORTE-DIGITOS PIC 9(2).
       77  IMPORTE-PUNTOS PIC 9(2).
       77  IMPORTE-DIGITOS-CENTAVOS PIC 9(2).
       77  IMPORTE-NEGATIVO PIC X.
       77  IMPORTE-PARTE-ENTERA PIC 9(7).
       77  IMPORTE-PARTE-CENTAVOS PIC X(2).
       77  IMPORTE-CENTAVOS PIC 9(2).
       01  IMPORTE-CONVERTIDO PIC S9(7)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CARGA DE PRESUPUESTOS =====".
           PERFORM PIDE-OPERADOR.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           MOVE "S" TO SIGUE-CARGANDO.
           PERFORM ATIENDE-UN-PRESUPUESTO
           UNTIL SIGUE-CARGANDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Presupuestos cargados en esta sesion: "
                   CONTADOR-PRESUPUESTOS.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM VALIDA-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi y no se vuelve a pedir ni a validar; sin
      *sesion (programa corrido por afuera del menu) se pide y
      *valida como siempre:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

      *Comprueba el operador contra la lista de operadores
      *autorizados, la misma tecnica que Eliminar-registro:
       VALIDA-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO OPERADOR-AUTORIZADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.
           IF OPERADOR-AUTORIZADO = "N"
           DISPLAY "Operador no autorizado para cargar presupuestos."
           PERFORM PIDE-OPERADOR
           END-IF.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE "S" TO OPERADOR-AUTORIZADO
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       ATIENDE-UN-PRESUPUESTO.
           DISPLAY " ".
           DISPLAY "ID del cliente a presupuestar (otra cosa para "
                   "salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-CARGANDO
           ELSE
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO SIGUE-CARGANDO
           ELSE
           DISPLAY "Cliente: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
           PERFORM PROCESA-PRESUPUESTO
           END-IF
           END-IF.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

       PROCESA-PRESUPUESTO.
           PERFORM PIDE-VALIDEZ.
           IF PRESUPUESTO-APROBADO = "S"
           PERFORM CARGA-RENGLONES
           IF CANTIDAD-RENGLONES = ZEROES
           DISPLAY "Presupuesto sin renglones, no se grabo."
           ELSE
           PERFORM CONFIRMA-PRESUPUESTO
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-PRESUPUESTO
           END-IF
           END-IF
           END-IF.

       PIDE-VALIDEZ.
           MOVE "S" TO PRESUPUESTO-APROBADO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
           MOVE SPACES TO CAMPO-DIAS-VALIDEZ.
           DISPLAY "Dias de validez (blanco = " DIAS-VALIDEZ-GENERAL
                   ", hasta " DIAS-VALIDEZ-MAXIMO "): ".
           ACCEPT CAMPO-DIAS-VALIDEZ.
           IF CAMPO-DIAS-VALIDEZ = SPACES
           MOVE DIAS-VALIDEZ-GENERAL TO DIAS-VALIDEZ
           ELSE
           IF FUNCTION TRIM(CAMPO-DIAS-VALIDEZ) IS NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-DIAS-VALIDEZ) TO DIAS-VALIDEZ
           ELSE
           MOVE ZEROES TO DIAS-VALIDEZ
           END-IF
           END-IF.
           IF DIAS-VALIDEZ = ZEROES OR
              DIAS-VALIDEZ > DIAS-VALIDEZ-MAXIMO
           MOVE "N" TO PRESUPUESTO-APROBADO
           DISPLAY "Validez invalida, no se cargo el presupuesto."
           ELSE
           COMPUTE FECHA-VALIDEZ = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(FECHA-DE-HOY) + DIAS-VALIDEZ)
           END-IF.

      *Un renglon por producto; un codigo en blanco termina la carga:
       CARGA-RENGLONES.
           MOVE ZEROES TO CANTIDAD-RENGLONES.
           MOVE ZERO TO NETO-PRESUPUESTO IVA-PRESUPUESTO
               TOTAL-PRESUPUESTO.
           MOVE "S" TO SIGUE-CARGANDO-RENGLONES.
           PERFORM PIDE-UN-RENGLON
           UNTIL SIGUE-CARGANDO-RENGLONES NOT = "S".

       PIDE-UN-RENGLON.
           IF CANTIDAD-RENGLONES NOT < MAXIMO-RENGLONES
           DISPLAY "Se llego al maximo de " MAXIMO-RENGLONES
                   " renglones por presupuesto."
           MOVE "N" TO SIGUE-CARGANDO-RENGLONES
           ELSE
           COMPUTE INDICE-RENGLON = CANTIDAD-RENGLONES + 1
           DISPLAY " "
           DISPLAY "Producto del renglon " INDICE-RENGLON
                   " (blanco para terminar): "
           MOVE SPACES TO CAMPO-PRODUCTO
           ACCEPT CAMPO-PRODUCTO
           MOVE FUNCTION UPPER-CASE(CAMPO-PRODUCTO) TO
               CAMPO-PRODUCTO
           IF CAMPO-PRODUCTO = SPACES
           MOVE "N" TO SIGUE-CARGANDO-RENGLONES
           ELSE
           PERFORM ARMA-RENGLON
           END-IF
           END-IF.

       ARMA-RENGLON.
           PERFORM BUSCA-PRODUCTO-CATALOGO.
           IF RENGLON-VALIDO = "N"
           DISPLAY "El producto no figura en productos.dat."
           ELSE
           DISPLAY "  " NOMBRE-PRODUCTO
           PERFORM PIDE-CANTIDAD
           END-IF.
           IF RENGLON-VALIDO = "S"
           PERFORM PIDE-PRECIO-UNITARIO
           END-IF.
           IF RENGLON-VALIDO = "S"
           PERFORM PIDE-PORCENTAJE-IVA
           END-IF.
           IF RENGLON-VALIDO = "S"
           PERFORM CALCULA-RENGLON
           END-IF.
           IF RENGLON-VALIDO = "S"
           PERFORM AGREGA-RENGLON
           ELSE
           DISPLAY "Renglon descartado."
           END-IF.

       BUSCA-PRODUCTO-CATALOGO.
           MOVE "N" TO RENGLON-VALIDO.
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
           MOVE "S" TO RENGLON-VALIDO
           MOVE PRODUCTO-NOMBRE TO NOMBRE-PRODUCTO
           MOVE "0" TO FIN-PRODUCTOS
           END-IF.

       PIDE-CANTIDAD.
           MOVE SPACES TO CAMPO-CANTIDAD.
           DISPLAY "Cantidad: ".
           ACCEPT CAMPO-CANTIDAD.
           MOVE ZEROES TO CANTIDAD-PEDIDA.
           IF FUNCTION TRIM(CAMPO-CANTIDAD) IS NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-CANTIDAD) TO CANTIDAD-PEDIDA
           END-IF.
           IF CANTIDAD-PEDIDA = ZEROES
           MOVE "N" TO RENGLON-VALIDO
           DISPLAY "La cantidad debe ser un entero positivo."
           END-IF.

       PIDE-PRECIO-UNITARIO.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Precio unitario sin IVA (con centavos "
                   "opcionales): ".
           ACCEPT IMPORTE-TEXTO.
           PERFORM VALIDA-TEXTO-IMPORTE.
           IF IMPORTE-TEXTO-VALIDO = "S"
           PERFORM CONVIERTE-IMPORTE-TEXTO
           IF IMPORTE-CONVERTIDO NOT > ZERO
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF.
           IF IMPORTE-TEXTO-VALIDO = "N"
           MOVE "N" TO RENGLON-VALIDO
           DISPLAY "El precio debe ser un numero positivo "
                   "(centavos con punto)."
           ELSE
           MOVE IMPORTE-CONVERTIDO TO PRECIO-PEDIDO
           END-IF.

      *El porcentaje se tipea como un importe (21, 10.50, 0); en
      *blanco va la alicuota general. A un cliente exento no se le
      *pregunta: sus renglones van sin IVA:
       PIDE-PORCENTAJE-IVA.
           IF CLIENTE-EXENTO-IVA
           MOVE ZERO TO PORC-IVA-PEDIDO
           ELSE
           PERFORM PIDE-TEXTO-PORCENTAJE-IVA
           END-IF.

       PIDE-TEXTO-PORCENTAJE-IVA.
           MOVE PORCENTAJE-IVA-GENERAL TO CAMPO-PORC-MUESTRA.
           MOVE SPACE TO CAMPO-PORC-IVA.
           DISPLAY "Porcentaje de IVA (blanco = " CAMPO-PORC-MUESTRA
                   "): ".
           ACCEPT CAMPO-PORC-IVA.
           IF CAMPO-PORC-IVA = SPACES
           MOVE PORCENTAJE-IVA-GENERAL TO PORC-IVA-PEDIDO
           ELSE
           MOVE CAMPO-PORC-IVA TO IMPORTE-TEXTO
           PERFORM VALIDA-TEXTO-IMPORTE
           IF IMPORTE-TEXTO-VALIDO = "S"
           PERFORM CONVIERTE-IMPORTE-TEXTO
           IF IMPORTE-CONVERTIDO < ZERO OR
              IMPORTE-CONVERTIDO NOT < 100
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF
           IF IMPORTE-TEXTO-VALIDO = "N"
           MOVE "N" TO RENGLON-VALIDO
           DISPLAY "Porcentaje de IVA invalido."
           ELSE
           MOVE IMPORTE-CONVERTIDO TO PORC-IVA-PEDIDO
           END-IF
           END-IF.

      *La regla de la calculadora: total = neto + neto * IVA / 100;
      *un renglon o un presupuesto que no entra en los campos se
      *descarta en lugar de truncarse:
       CALCULA-RENGLON.
           COMPUTE NETO-RENGLON ROUNDED =
               CANTIDAD-PEDIDA * PRECIO-PEDIDO
               ON SIZE ERROR
               MOVE "N" TO RENGLON-VALIDO
           END-COMPUTE.
           IF RENGLON-VALIDO = "S"
           COMPUTE IVA-RENGLON ROUNDED =
               NETO-RENGLON * PORC-IVA-PEDIDO / 100
           COMPUTE TOTAL-RENGLON = NETO-RENGLON + IVA-RENGLON
               ON SIZE ERROR
               MOVE "N" TO RENGLON-VALIDO
           END-COMPUTE
           END-IF.
           IF RENGLON-VALIDO = "S"
           COMPUTE TOTAL-PRESUPUESTO =
               TOTAL-PRESUPUESTO + TOTAL-RENGLON
               ON SIZE ERROR
               MOVE "N" TO RENGLON-VALIDO
           END-COMPUTE
           END-IF.
           IF RENGLON-VALIDO = "N"
           DISPLAY "El importe excede lo que admite un presupuesto."
           END-IF.

       AGREGA-RENGLON.
           ADD 1 TO CANTIDAD-RENGLONES.
           MOVE CAMPO-PRODUCTO TO
               REN-TAB-PRODUCTO (CANTIDAD-RENGLONES).
           MOVE NOMBRE-PRODUCTO TO
               REN-TAB-DESCRIPCION (CANTIDAD-RENGLONES).
           MOVE CANTIDAD-PEDIDA TO
               REN-TAB-CANTIDAD (CANTIDAD-RENGLONES).
           MOVE PRECIO-PEDIDO TO REN-TAB-PRECIO (CANTIDAD-RENGLONES).
           MOVE PORC-IVA-PEDIDO TO
               REN-TAB-PORC-IVA (CANTIDAD-RENGLONES).
           MOVE NETO-RENGLON TO REN-TAB-NETO (CANTIDAD-RENGLONES).
           MOVE IVA-RENGLON TO REN-TAB-IVA (CANTIDAD-RENGLONES).
           MOVE TOTAL-RENGLON TO REN-TAB-TOTAL (CANTIDAD-RENGLONES).
           ADD NETO-RENGLON TO NETO-PRESUPUESTO.
           ADD IVA-RENGLON TO IVA-PRESUPUESTO.
           MOVE TOTAL-RENGLON TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "  Renglon " CANTIDAD-RENGLONES " total "
                   CAMPO-IMPORTE-MUESTRA.

       CONFIRMA-PRESUPUESTO.
           MOVE TOTAL-PRESUPUESTO TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY " ".
           DISPLAY "Presupuesto de " CANTIDAD-RENGLONES
                   " renglones por " CAMPO-IMPORTE-MUESTRA
                   " IVA incluido, valido hasta el "
                   FECHA-VALIDEZ (7:2) "/" FECHA-VALIDEZ (5:2) "/"
                   FECHA-VALIDEZ (1:4) ".".
           MOVE "¿Confirma el presupuesto (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Graba la cabecera y los renglones y lo manda a imprimir:
       GRABA-PRESUPUESTO.
           PERFORM ASIGNA-NUMERO-PRESUPUESTO.
           OPEN I-O ARCHIVO-PRESUPUESTOS.
           MOVE NUMERO-DE-PRESUPUESTO TO PRESUPUESTO-NUMERO.
           MOVE CLIENTES-ID TO PRESUPUESTO-CLIENTES-ID.
           MOVE FECHA-DE-HOY TO PRESUPUESTO-FECHA.
           MOVE FECHA-VALIDEZ TO PRESUPUESTO-VALIDEZ.
           MOVE OPERADOR TO PRESUPUESTO-OPERADOR.
           MOVE CANTIDAD-RENGLONES TO PRESUPUESTO-RENGLONES.
           MOVE NETO-PRESUPUESTO TO PRESUPUESTO-NETO.
           MOVE IVA-PRESUPUESTO TO PRESUPUESTO-IVA.
           MOVE TOTAL-PRESUPUESTO TO PRESUPUESTO-TOTAL.
           MOVE "A" TO PRESUPUESTO-ESTADO.
           MOVE SPACES TO PRESUPUESTO-FECHA-CIERRE.
           MOVE ZEROES TO PRESUPUESTO-FACTURA.
           MOVE "S" TO PRESUPUESTO-APROBADO.
           WRITE PRESUPUESTO-REGISTRO
           INVALID KEY
           MOVE "N" TO PRESUPUESTO-APROBADO
           DISPLAY "ERROR: no se pudo grabar el presupuesto "
                   PRESUPUESTO-NUMERO ", revisar "
                   "presupuesto_control.dat."
           END-WRITE.
           CLOSE ARCHIVO-PRESUPUESTOS.
           IF PRESUPUESTO-APROBADO = "S"
           OPEN I-O ARCHIVO-PRESUPUESTO-RENGLONES
           PERFORM GRABA-RENGLON
               VARYING INDICE-RENGLON FROM 1 BY 1
               UNTIL INDICE-RENGLON > CANTIDAD-RENGLONES
           CLOSE ARCHIVO-PRESUPUESTO-RENGLONES
           ADD 1 TO CONTADOR-PRESUPUESTOS
           DISPLAY "Presupuesto " NUMERO-DE-PRESUPUESTO " grabado."
           CALL "Imprimir-presupuesto" USING NUMERO-DE-PRESUPUESTO
           END-IF.

       GRABA-RENGLON.
           MOVE NUMERO-DE-PRESUPUESTO TO RENGLON-PRES-NUMERO.
           MOVE INDICE-RENGLON TO RENGLON-PRES-RENGLON.
           MOVE REN-TAB-PRODUCTO (INDICE-RENGLON) TO
               RENGLON-PRES-PRODUCTO.
           MOVE REN-TAB-DESCRIPCION (INDICE-RENGLON) TO
               RENGLON-PRES-DESCRIPCION.
           MOVE REN-TAB-CANTIDAD (INDICE-RENGLON) TO
               RENGLON-PRES-CANTIDAD.
           MOVE REN-TAB-PRECIO (INDICE-RENGLON) TO
               RENGLON-PRES-PRECIO.
           MOVE REN-TAB-PORC-IVA (INDICE-RENGLON) TO
               RENGLON-PRES-PORC-IVA.
           MOVE REN-TAB-NETO (INDICE-RENGLON) TO RENGLON-PRES-NETO.
           MOVE REN-TAB-IVA (INDICE-RENGLON) TO RENGLON-PRES-IVA.
           MOVE REN-TAB-TOTAL (INDICE-RENGLON) TO RENGLON-PRES-TOTAL.
           WRITE RENGLON-PRES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el renglon " INDICE-RENGLON
                   " del presupuesto " NUMERO-DE-PRESUPUESTO "."
           END-WRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-FACTURA:
       ASIGNA-NUMERO-PRESUPUESTO.
           MOVE ZEROES TO PRESUPUESTO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-PRESUPUESTO-CONTROL.
           IF PRESUPUESTO-CONTROL-STATUS = "00"
           READ ARCHIVO-PRESUPUESTO-CONTROL
           END-IF.
           CLOSE ARCHIVO-PRESUPUESTO-CONTROL.
           ADD 1 TO PRESUPUESTO-NUMERO-ACTUAL.
           MOVE PRESUPUESTO-NUMERO-ACTUAL TO NUMERO-DE-PRESUPUESTO.
           OPEN OUTPUT ARCHIVO-PRESUPUESTO-CONTROL.
           WRITE PRESUPUESTO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-PRESUPUESTO-CONTROL.

      *Revisa el texto de un importe caracter por caracter, la misma
      *tecnica que VALIDA-TEXTO-IMPORTE de Modificar-registro: un
      *signo adelante opcional, digitos, y a lo sumo un punto decimal
      *seguido de exactamente dos digitos de centavos:
       VALIDA-TEXTO-IMPORTE.
           MOVE "S" TO IMPORTE-TEXTO-VALIDO.
           MOVE ZEROES TO IMPORTE-DIGITOS.
           MOVE ZEROES TO IMPORTE-PUNTOS.
           MOVE ZEROES TO IMPORTE-DIGITOS-CENTAVOS.
           MOVE 1 TO IMPORTE-POSICION.
           PERFORM REVISA-CARACTER-IMPORTE
               UNTIL IMPORTE-POSICION > 15.
           IF IMPORTE-DIGITOS = ZEROES
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF.
           IF IMPORTE-PUNTOS > ZEROES AND
              IMPORTE-DIGITOS-CENTAVOS NOT = 2
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF.

       REVISA-CARACTER-IMPORTE.
           MOVE IMPORTE-TEXTO (IMPORTE-POSICION:1)
               TO IMPORTE-CARACTER.
           IF IMPORTE-CARACTER NUMERIC
           ADD 1 TO IMPORTE-DIGITOS
           IF IMPORTE-PUNTOS > ZEROES
           ADD 1 TO IMPORTE-DIGITOS-CENTAVOS
           END-IF
           ELSE
           IF IMPORTE-CARACTER = "."
           ADD 1 TO IMPORTE-PUNTOS
           IF IMPORTE-PUNTOS > 1
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           ELSE
           IF IMPORTE-CARACTER = "+" OR IMPORTE-CARACTER = "-"
           IF IMPORTE-POSICION NOT = 1
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           ELSE
           IF IMPORTE-CARACTER NOT = SPACE
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF
           END-IF
           END-IF.
           ADD 1 TO IMPORTE-POSICION.

      *Convierte el texto ya validado a pesos con centavos:
       CONVIERTE-IMPORTE-TEXTO.
           MOVE "N" TO IMPORTE-NEGATIVO.
           IF IMPORTE-TEXTO (1:1) = "-"
           MOVE "S" TO IMPORTE-NEGATIVO
           MOVE SPACE TO IMPORTE-TEXTO (1:1)
           END-IF.
           IF IMPORTE-TEXTO (1:1) = "+"
           MOVE SPACE TO IMPORTE-TEXTO (1:1)
           END-IF.
           MOVE ZEROES TO IMPORTE-PARTE-ENTERA.
           MOVE SPACES TO IMPORTE-PARTE-CENTAVOS.
           UNSTRING IMPORTE-TEXTO DELIMITED BY "."
               INTO IMPORTE-PARTE-ENTERA IMPORTE-PARTE-CENTAVOS
           END-UNSTRING.
           MOVE ZEROES TO IMPORTE-CENTAVOS.
           IF IMPORTE-PARTE-CENTAVOS NUMERIC
           MOVE IMPORTE-PARTE-CENTAVOS TO IMPORTE-CENTAVOS
           END-IF.
           COMPUTE IMPORTE-CONVERTIDO =
               IMPORTE-PARTE-ENTERA + IMPORTE-CENTAVOS / 100.
           IF IMPORTE-NEGATIVO = "S"
           COMPUTE IMPORTE-CONVERTIDO = ZERO - IMPORTE-CONVERTIDO
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Cargar-presupuesto.

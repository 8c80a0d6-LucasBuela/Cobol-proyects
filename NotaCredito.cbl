      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Emitir notas de credito contra una factura: numero
      *          propio asignado automaticamente, la factura original,
      *          el importe y el motivo. La nota baja el saldo de la
      *          factura sumandose a FACTURA-COBRADO, igual que un pago
      *          imputado por Aplicar-pagos-facturas, y la marca como
      *          cobrada si la cubre entera. Una nota por mas de lo que
      *          la factura tiene pendiente se rechaza.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Emitir-nota-credito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Facturas emitidas:
       COPY "DataBaseFacturas.cbl".
      *Notas de credito y su numeracion:
       COPY "DataBaseNotasCredito.cbl".
       COPY "DataBaseNotaCreditoControl.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataFacturas.cbl".
       COPY "DataNotasCredito.cbl".
       COPY "DataNotaCreditoControl.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  FACTURAS-STATUS PIC XX.
       77  NOTAS-CREDITO-STATUS PIC XX.
       77  NOTA-CREDITO-CONTROL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CAMPO-FACTURA-NUMERO PIC X(8).
       77  FACTURA-PEDIDA PIC 9(8).
       77  SIGUE-EMITIENDO PIC X.
       77  NOTA-APROBADA PIC X.
       77  CONTADOR-NOTAS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-SALDO-MUESTRA PIC Z(6)9.99.

      *Datos de la nota pedida:
       01  IMPORTE-DE-LA-NOTA PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  SALDO-FACTURA PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  CAMPO-MOTIVO PIC X(30).
       77  NUMERO-DE-NOTA PIC 9(8).

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
           DISPLAY "===== EMISION DE NOTAS DE CREDITO =====".
           PERFORM PIDE-OPERADOR.
           MOVE "S" TO SIGUE-EMITIENDO.
           PERFORM ATIENDE-UNA-NOTA
           UNTIL SIGUE-EMITIENDO NOT = "S".
           DISPLAY "Notas de credito emitidas en esta sesion: "
                   CONTADOR-NOTAS.
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
           DISPLAY "Operador no autorizado para emitir notas de "
                   "credito."
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

       ATIENDE-UNA-NOTA.
           DISPLAY " ".
           DISPLAY "Numero de la factura a acreditar (otra cosa "
                   "para salir): ".
           MOVE SPACES TO CAMPO-FACTURA-NUMERO.
           ACCEPT CAMPO-FACTURA-NUMERO.
           IF CAMPO-FACTURA-NUMERO NOT NUMERIC OR
              CAMPO-FACTURA-NUMERO = ZEROES
           MOVE "N" TO SIGUE-EMITIENDO
           ELSE
           MOVE CAMPO-FACTURA-NUMERO TO FACTURA-PEDIDA
           PERFORM PROCESA-NOTA
           END-IF.

       PROCESA-NOTA.
           PERFORM CONTROLA-FACTURA.
           IF NOTA-APROBADA = "S"
           PERFORM PIDE-DATOS-NOTA
           IF NOTA-APROBADA = "S"
           PERFORM CONFIRMA-NOTA
           IF SI-A-GRABAR = "S"
           PERFORM APLICA-NOTA
           END-IF
           END-IF
           END-IF.

      *Solo se acredita una factura pendiente; una cobrada o anulada
      *no tiene saldo que cancelar:
       CONTROLA-FACTURA.
           MOVE "S" TO NOTA-APROBADA.
           PERFORM LEE-FACTURA-PEDIDA.
           IF REGISTRO-ENCONTRADO = "N"
           MOVE "N" TO NOTA-APROBADA
           DISPLAY "No se encontro ninguna factura con ese numero."
           ELSE
           IF NOT FACTURA-PENDIENTE
           MOVE "N" TO NOTA-APROBADA
           DISPLAY "La factura " FACTURA-NUMERO " no esta "
                   "pendiente (estado " FACTURA-ESTADO ")."
           ELSE
           MOVE FACTURA-IMPORTE TO CAMPO-IMPORTE-MUESTRA
           MOVE SALDO-FACTURA TO CAMPO-SALDO-MUESTRA
           DISPLAY "Factura " FACTURA-NUMERO "  cliente "
                   FACTURA-CLIENTES-ID "  importe "
                   CAMPO-IMPORTE-MUESTRA "  pendiente "
                   CAMPO-SALDO-MUESTRA
           DISPLAY "  " FACTURA-CONCEPTO
           END-IF
           END-IF.

      *La factura se lee sin dejar el archivo tomado mientras el
      *operador tipea:
       LEE-FACTURA-PEDIDA.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           OPEN INPUT ARCHIVO-FACTURAS.
           MOVE FACTURA-PEDIDA TO FACTURA-NUMERO.
           READ ARCHIVO-FACTURAS RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           NOT INVALID KEY
           COMPUTE SALDO-FACTURA =
               FACTURA-IMPORTE - FACTURA-COBRADO
           END-READ.
           CLOSE ARCHIVO-FACTURAS.

       PIDE-DATOS-NOTA.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Importe de la nota de credito (con centavos "
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
           MOVE "N" TO NOTA-APROBADA
           DISPLAY "El importe debe ser un numero positivo "
                   "(centavos con punto), no se emitio."
           ELSE
           MOVE IMPORTE-CONVERTIDO TO IMPORTE-DE-LA-NOTA
           IF IMPORTE-DE-LA-NOTA > SALDO-FACTURA
           MOVE "N" TO NOTA-APROBADA
           MOVE SALDO-FACTURA TO CAMPO-SALDO-MUESTRA
           DISPLAY "La nota supera lo pendiente de la factura ("
                   CAMPO-SALDO-MUESTRA "), no se emitio."
           END-IF
           END-IF.
           IF NOTA-APROBADA = "S"
           MOVE SPACES TO CAMPO-MOTIVO
           DISPLAY "Motivo (hasta 30 caracteres): "
           ACCEPT CAMPO-MOTIVO
           IF CAMPO-MOTIVO = SPACES
           MOVE "N" TO NOTA-APROBADA
           DISPLAY "Una nota de credito necesita un motivo, no se "
                   "emitio."
           END-IF
           END-IF.

       CONFIRMA-NOTA.
           MOVE IMPORTE-DE-LA-NOTA TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Nota de credito por " CAMPO-IMPORTE-MUESTRA
                   " contra la factura " FACTURA-PEDIDA ".".
           MOVE "¿Confirma la nota de credito (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Antes de grabar se relee la factura: si mientras tanto entro
      *un pago o otra nota y lo pendiente ya no alcanza, la nota se
      *rechaza en lugar de dejar la factura cobrada de mas:
       APLICA-NOTA.
           OPEN I-O ARCHIVO-FACTURAS.
           MOVE FACTURA-PEDIDA TO FACTURA-NUMERO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-FACTURAS RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "S"
           COMPUTE SALDO-FACTURA =
               FACTURA-IMPORTE - FACTURA-COBRADO
           END-IF.
           IF REGISTRO-ENCONTRADO = "N" OR NOT FACTURA-PENDIENTE OR
              IMPORTE-DE-LA-NOTA > SALDO-FACTURA
           DISPLAY "La factura cambio mientras se cargaba la nota; "
                   "no se emitio."
           ELSE
           PERFORM GRABA-NOTA
           END-IF.
           CLOSE ARCHIVO-FACTURAS.

       GRABA-NOTA.
           PERFORM ASIGNA-NUMERO-NOTA.
           OPEN I-O ARCHIVO-NOTAS-CREDITO.
           MOVE NUMERO-DE-NOTA TO NOTA-CREDITO-NUMERO.
           MOVE FACTURA-NUMERO TO NOTA-CREDITO-FACTURA.
           MOVE FACTURA-CLIENTES-ID TO NOTA-CREDITO-CLIENTES-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO NOTA-CREDITO-FECHA.
           MOVE IMPORTE-DE-LA-NOTA TO NOTA-CREDITO-IMPORTE.
           MOVE CAMPO-MOTIVO TO NOTA-CREDITO-MOTIVO.
           MOVE OPERADOR TO NOTA-CREDITO-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO NOTA-CREDITO-FECHA-HORA.
           MOVE "S" TO NOTA-APROBADA.
           WRITE NOTA-CREDITO-REGISTRO
           INVALID KEY
           MOVE "N" TO NOTA-APROBADA
           DISPLAY "ERROR: no se pudo grabar la nota "
                   NOTA-CREDITO-NUMERO ", revisar "
                   "nota_credito_control.dat."
           END-WRITE.
           CLOSE ARCHIVO-NOTAS-CREDITO.
           IF NOTA-APROBADA = "S"
           PERFORM DESCUENTA-DE-LA-FACTURA
           END-IF.

      *Misma imputacion que CUBRE-FACTURA de Aplicar-pagos-facturas:
       DESCUENTA-DE-LA-FACTURA.
           ADD IMPORTE-DE-LA-NOTA TO FACTURA-COBRADO.
           IF FACTURA-COBRADO NOT < FACTURA-IMPORTE
           MOVE "C" TO FACTURA-ESTADO
           END-IF.
           REWRITE FACTURA-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la factura " FACTURA-NUMERO "."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-NOTAS
           DISPLAY "Nota de credito " NOTA-CREDITO-NUMERO
                   " emitida contra la factura " FACTURA-NUMERO "."
           IF FACTURA-PAGADA
           DISPLAY "La factura queda cancelada."
           END-IF
           END-REWRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-FACTURA:
       ASIGNA-NUMERO-NOTA.
           MOVE ZEROES TO NOTA-CREDITO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-NOTA-CREDITO-CONTROL.
           IF NOTA-CREDITO-CONTROL-STATUS = "00"
           READ ARCHIVO-NOTA-CREDITO-CONTROL
           END-IF.
           CLOSE ARCHIVO-NOTA-CREDITO-CONTROL.
           ADD 1 TO NOTA-CREDITO-NUMERO-ACTUAL.
           MOVE NOTA-CREDITO-NUMERO-ACTUAL TO NUMERO-DE-NOTA.
           OPEN OUTPUT ARCHIVO-NOTA-CREDITO-CONTROL.
           WRITE NOTA-CREDITO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-NOTA-CREDITO-CONTROL.

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

       END PROGRAM Emitir-nota-credito.

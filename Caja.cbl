      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Pantalla de caja para depositos y extracciones en
      *          efectivo por ventanilla: el cajero elige deposito o
      *          extraccion y tipea solo el importe, sin pasar por la
      *          edicion completa de Modificar-registro. Se respeta el
      *          umbral del segundo operador y el limite de
      *          descubierto del cliente, se asienta el movimiento en
      *          el ledger y se imprime un recibo numerado para que
      *          el cliente lo firme. Un deposito de cheque suma al
      *          saldo contable pero queda en canje (cheques.dat)
      *          hasta su fecha de acreditacion. Una extraccion de
      *          una cuenta con cotitulares o apoderados pide las
      *          firmas que exige su regla de firma, y la de un
      *          menor bajo tutela la autoriza su tutor hasta el tope.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Caja-mostrador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Registro de recibos de caja y control de su numeracion:
       COPY "DataBaseRecibos.cbl".
       COPY "DataBaseReciboControl.cbl".
      *Cheques depositados, en canje hasta su acreditacion:
       COPY "DataBaseCheques.cbl".
      *Recibo impreso para la firma del cliente:
       SELECT OPTIONAL ARCHIVO-IMPRESION
       ASSIGN TO "recibo_caja.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataRecibos.cbl".
       COPY "DataReciboControl.cbl".
       COPY "DataCheques.cbl".

       FD  ARCHIVO-IMPRESION.
           01 LINEA-IMPRESION PIC X(150).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  RECIBOS-STATUS PIC XX.
       77  RECIBO-CONTROL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  REGISTRO-EN-USO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-ATENDIENDO PIC X.
       77  CONTADOR-DEPOSITOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-EXTRACCIONES PIC 9(5) VALUE ZEROES.
       77  CONTADOR-CHEQUES PIC 9(5) VALUE ZEROES.
       77  CONTADOR-ANULADOS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).

      *Operacion elegida en la ventanilla; solo deposito, extraccion
      *o deposito de cheque, cualquier otra cosa vuelve al pedido de
      *cliente:
       01  OPERACION-CAJA PIC X.
           88 OPERACION-DEPOSITO VALUE "D".
           88 OPERACION-EXTRACCION VALUE "E".
           88 OPERACION-CHEQUE VALUE "C".
      *Datos del cheque depositado; la fecha de acreditacion se
      *propone a DIAS-DE-CANJE corridos del deposito y el cajero la
      *puede cambiar por la que informe el banco:
       77  CHEQUES-STATUS PIC XX.
       77  CAMPO-BANCO PIC X(3).
       77  CAMPO-NUMERO-CHEQUE PIC X(10).
       77  CAMPO-FECHA-ACREDITACION PIC X(8).
       77  FECHA-ACREDITACION-PROPUESTA PIC 9(8).
       77  DIAS-DE-CANJE PIC 9(2) VALUE 2.
       77  DIAS-ENTERO PIC 9(7).
       77  DATOS-CHEQUE-VALIDOS PIC X.
       77  CLIENTE-OPERABLE PIC X.
       77  OPERACION-APROBADA PIC X.
       01  CAMPO-MOVIMIENTO-SALDO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  SALDO-PROPUESTO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  SALDO-DISPONIBLE PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  MONEDA-DEL-CLIENTE PIC X(3).
       77  FECHA-HORA-OPERACION PIC X(21).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.
       77  CAMPO-LIMITE-MUESTRA PIC +9(7).99.
       77  CAMPO-DISPONIBLE-MUESTRA PIC +9(7).99.
       77  CAMPO-RETENIDO-MUESTRA PIC +9(7).99.
      *Saldo disponible (saldo menos embargos vigentes):
       COPY "DataDisponible.cbl".
      *Imputacion de un deposito a un saldo castigado:
       COPY "DataAplicaRecupero.cbl".
      *Firmas de una extraccion de una cuenta con cotitulares:
       COPY "DataFirmas.cbl".
      *Autorizacion del tutor para el debito de un menor:
       COPY "DataMenor.cbl".
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "-".

      *Mismo umbral que Modificar-registro: por encima de este
      *importe la operacion necesita la autorizacion de un segundo
      *operador, ademas del cajero logueado:
       77  UMBRAL-SEGUNDO-OPERADOR PIC 9(7) VALUE 5000.
       77  SEGUNDO-OPERADOR PIC X(10).
       77  SEGUNDO-OPERADOR-AUTORIZADO PIC X.

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

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CAJA: DEPOSITOS Y EXTRACCIONES =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           OPEN I-O ARCHIVO-RECIBOS.
           OPEN I-O ARCHIVO-CHEQUES.
           MOVE "S" TO SIGUE-ATENDIENDO.
           PERFORM ATIENDE-UN-CLIENTE
           UNTIL SIGUE-ATENDIENDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           CLOSE ARCHIVO-RECIBOS.
           CLOSE ARCHIVO-CHEQUES.
           DISPLAY "Depositos en esta sesion: " CONTADOR-DEPOSITOS.
           DISPLAY "Extracciones en esta sesion: "
                   CONTADOR-EXTRACCIONES.
           DISPLAY "Cheques depositados en esta sesion: "
                   CONTADOR-CHEQUES.
           IF CONTADOR-ANULADOS > ZEROES
           DISPLAY "Recibos anulados por error de grabacion: "
                   CONTADOR-ANULADOS
           END-IF.
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
           DISPLAY "Operador no autorizado para operar la caja."
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

       ATIENDE-UN-CLIENTE.
           PERFORM PIDE-CLIENTE.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-ATENDIENDO
           ELSE
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM OPERA-CLIENTE
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF
           END-IF.

       PIDE-CLIENTE.
           DISPLAY " ".
           DISPLAY "ID del cliente que opera en caja (otra cosa "
                   "para salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID NOT = ZEROES
           MOVE "S" TO REGISTRO-ENCONTRADO
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           END-IF
           END-IF.

      *Toma el bloqueo de edicion de este cliente, la misma tecnica
      *que Modificar-registro: si otro operador lo esta editando, la
      *caja no lo toca hasta que lo libere.
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

      *El registro se relee despues de tomar el bloqueo, para operar
      *sobre el saldo vigente y no sobre el que se leyo antes:
       OPERA-CLIENTE.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           PERFORM MUESTRA-CLIENTE.
           PERFORM COMPRUEBA-ESTADO-CLIENTE.
           IF CLIENTE-OPERABLE = "S"
           PERFORM PIDE-OPERACION
           IF OPERACION-DEPOSITO OR OPERACION-EXTRACCION OR
              OPERACION-CHEQUE
           PERFORM PIDE-IMPORTE
           MOVE "S" TO DATOS-CHEQUE-VALIDOS
           IF IMPORTE-TEXTO-VALIDO = "S" AND OPERACION-CHEQUE
           PERFORM PIDE-DATOS-CHEQUE
           END-IF
           IF IMPORTE-TEXTO-VALIDO = "S" AND
              DATOS-CHEQUE-VALIDOS = "S"
           PERFORM CONTROLA-OPERACION
           IF OPERACION-APROBADA = "S"
           PERFORM CONFIRMA-OPERACION
           IF SI-A-GRABAR = "S"
           PERFORM ASIENTA-OPERACION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       MUESTRA-CLIENTE.
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-CLIENTE.
           IF MONEDA-DEL-CLIENTE = SPACE
           MOVE "ARS" TO MONEDA-DEL-CLIENTE
           END-IF.
      *Lo extraible es el saldo hasta el piso que devuelve
      *Saldo-disponible: lo retenido por embargos si hay alguno
      *vigente, si no el limite de descubierto:
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           COMPUTE SALDO-DISPONIBLE =
               CLIENTES-SALDO - DISPONIBLE-PISO.
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO CAMPO-LIMITE-MUESTRA.
           MOVE SALDO-DISPONIBLE TO CAMPO-DISPONIBLE-MUESTRA.
           DISPLAY " ".
           DISPLAY "Cliente: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  DNI: " CLIENTES-DNI.
           DISPLAY "Saldo: " MONEDA-DEL-CLIENTE " "
                   CAMPO-SALDO-MUESTRA
                   "  Limite de descubierto: " CAMPO-LIMITE-MUESTRA.
           IF DISPONIBLE-RETENIDO > ZERO
           MOVE DISPONIBLE-RETENIDO TO CAMPO-RETENIDO-MUESTRA
           DISPLAY "Retenido por embargo judicial: "
                   MONEDA-DEL-CLIENTE " " CAMPO-RETENIDO-MUESTRA
           END-IF.
           DISPLAY "Disponible para extraer: " MONEDA-DEL-CLIENTE " "
                   CAMPO-DISPONIBLE-MUESTRA.
           IF CUENTA-INMOVILIZADA
           DISPLAY "Cuenta inmovilizada: acepta depositos, pero no "
                   "extracciones hasta reactivarla (opcion 124)."
           END-IF.
           IF DOCUMENTACION-BLOQUEADA
           DISPLAY "Documentacion obligatoria vencida o faltante: "
                   "acepta depositos, pero no extracciones hasta "
                   "presentarla (opcion 126)."
           END-IF.

      *Un prospecto o un cliente dado de baja no opera en caja; un
      *suspendido puede recibir un deposito pero no extraer:
       COMPRUEBA-ESTADO-CLIENTE.
           MOVE "S" TO CLIENTE-OPERABLE.
           IF CLIENTE-PROSPECTO OR CLIENTE-INACTIVO
           MOVE "N" TO CLIENTE-OPERABLE
           DISPLAY "El cliente no esta operativo (estado "
                   CLIENTES-ESTADO "), no puede operar en caja."
           END-IF.

       PIDE-OPERACION.
           MOVE SPACE TO OPERACION-CAJA.
           DISPLAY "Operacion (D deposito, E extraccion, C deposito "
                   "de cheque, otra cosa cancela): ".
           ACCEPT OPERACION-CAJA.
           MOVE FUNCTION UPPER-CASE(OPERACION-CAJA) TO OPERACION-CAJA.
           IF OPERACION-EXTRACCION AND CLIENTE-SUSPENDIDO
           DISPLAY "Cliente suspendido: solo puede depositar."
           MOVE SPACE TO OPERACION-CAJA
           END-IF.
      *Una cuenta castigada solo recibe efectivo, que se imputa al
      *castigo; un cheque podria volver rechazado despues de tomado
      *como recupero:
           IF (OPERACION-EXTRACCION OR OPERACION-CHEQUE) AND
              CLIENTE-CASTIGADO
           DISPLAY "Cuenta castigada: solo recibe depositos en "
                   "efectivo."
           MOVE SPACE TO OPERACION-CAJA
           END-IF.

      *El importe se tipea siempre positivo; el signo lo pone la
      *operacion elegida:
       PIDE-IMPORTE.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Importe en efectivo (con centavos opcionales): ".
           ACCEPT IMPORTE-TEXTO.
           PERFORM VALIDA-TEXTO-IMPORTE.
           IF IMPORTE-TEXTO-VALIDO = "S"
           PERFORM CONVIERTE-IMPORTE-TEXTO
           IF IMPORTE-CONVERTIDO NOT > ZERO
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF.
           IF IMPORTE-TEXTO-VALIDO = "N"
           DISPLAY "El importe debe ser un numero positivo (centavos "
                   "con punto), no se opero."
           END-IF.

      *Banco y numero del cheque, y la fecha en que se acredita:
       PIDE-DATOS-CHEQUE.
           MOVE SPACES TO CAMPO-BANCO.
           DISPLAY "Codigo del banco emisor (3 digitos): ".
           ACCEPT CAMPO-BANCO.
           MOVE SPACES TO CAMPO-NUMERO-CHEQUE.
           DISPLAY "Numero del cheque: ".
           ACCEPT CAMPO-NUMERO-CHEQUE.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8)))
               + DIAS-DE-CANJE.
           COMPUTE FECHA-ACREDITACION-PROPUESTA =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTERO).
           MOVE SPACES TO CAMPO-FECHA-ACREDITACION.
           DISPLAY "Fecha de acreditacion (AAAAMMDD, blanco "
                   FECHA-ACREDITACION-PROPUESTA "): ".
           ACCEPT CAMPO-FECHA-ACREDITACION.
           IF CAMPO-FECHA-ACREDITACION = SPACES
           MOVE FECHA-ACREDITACION-PROPUESTA
               TO CAMPO-FECHA-ACREDITACION
           END-IF.
           MOVE "S" TO DATOS-CHEQUE-VALIDOS.
           IF CAMPO-BANCO = SPACES OR CAMPO-NUMERO-CHEQUE = SPACES
              OR CAMPO-FECHA-ACREDITACION NOT NUMERIC
           MOVE "N" TO DATOS-CHEQUE-VALIDOS
           DISPLAY "Banco, numero o fecha de acreditacion "
                   "invalidos, no se opero."
           END-IF.

      *En caja el limite de descubierto se aplica en serio: una
      *extraccion que dejaria el saldo por debajo del limite, o que
      *tocaria lo retenido por un embargo, se rechaza, en lugar de
      *la alerta que da Modificar-registro. Despues se aplica la
      *regla del segundo operador:
       CONTROLA-OPERACION.
           MOVE "S" TO OPERACION-APROBADA.
           IF OPERACION-EXTRACCION
           COMPUTE CAMPO-MOVIMIENTO-SALDO = ZERO - IMPORTE-CONVERTIDO
           ELSE
           MOVE IMPORTE-CONVERTIDO TO CAMPO-MOVIMIENTO-SALDO
           END-IF.
           COMPUTE SALDO-PROPUESTO =
               CLIENTES-SALDO + CAMPO-MOVIMIENTO-SALDO.
           MOVE SPACE TO DISPONIBLE-RESULTADO.
           IF OPERACION-EXTRACCION
           MOVE IMPORTE-CONVERTIDO TO DISPONIBLE-DEBITO
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA
           END-IF.
           IF OPERACION-EXTRACCION AND CUENTA-INMOVILIZADA
           MOVE "N" TO OPERACION-APROBADA
           DISPLAY "Extraccion rechazada: la cuenta esta inmovilizada "
                   "y el cliente tiene que reactivarla (opcion 124)."
           ELSE
           IF OPERACION-EXTRACCION AND DOCUMENTACION-BLOQUEADA
           MOVE "N" TO OPERACION-APROBADA
           DISPLAY "Extraccion rechazada: el cliente tiene "
                   "documentacion obligatoria vencida o faltante "
                   "(opcion 126)."
           ELSE
           IF DEBITO-AFECTA-EMBARGO
           MOVE "N" TO OPERACION-APROBADA
           DISPLAY "Extraccion rechazada: afecta fondos retenidos por "
                   "embargo (disponible "
                   FUNCTION TRIM(CAMPO-DISPONIBLE-MUESTRA) ")."
           ELSE
           IF DEBITO-SUPERA-LIMITE
           MOVE "N" TO OPERACION-APROBADA
           DISPLAY "Extraccion rechazada: supera el disponible del "
                   "cliente (" FUNCTION TRIM(CAMPO-DISPONIBLE-MUESTRA)
                   ")."
           ELSE
           PERFORM COMPRUEBA-UMBRAL-MOVIMIENTO
           IF CAMPO-MOVIMIENTO-SALDO = ZERO
           MOVE "N" TO OPERACION-APROBADA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE CLIENTES-ID TO FIRMAS-FIRMANTE-1.
           MOVE SPACES TO FIRMAS-FIRMANTE-2.
           IF OPERACION-APROBADA = "S" AND OPERACION-EXTRACCION
           PERFORM CONTROLA-FIRMAS-CUENTA
           END-IF.
           IF OPERACION-APROBADA = "S" AND OPERACION-EXTRACCION
           PERFORM CONTROLA-DEBITO-MENOR
           END-IF.

      *Una extraccion de una cuenta con cotitulares o apoderados la
      *firma quien corresponde segun la regla de firma de la cuenta;
      *una cuenta sin vinculos no pregunta nada:
       CONTROLA-FIRMAS-CUENTA.
           MOVE CLIENTES-ID TO FIRMAS-CUENTA-ID.
           CALL "Controlar-firmas" USING FIRMAS-CONSULTA.
           IF FIRMAS-INSUFICIENTES
           MOVE "N" TO OPERACION-APROBADA
           DISPLAY "Extraccion rechazada: no se cumple la regla de "
                   "firma de la cuenta."
           END-IF.

      *La extraccion de un menor con tutela vigente no pasa del tope
      *y la autoriza su tutor:
       CONTROLA-DEBITO-MENOR.
           MOVE CLIENTES-ID TO MENOR-CLIENTES-ID.
           MOVE IMPORTE-CONVERTIDO TO MENOR-IMPORTE.
           CALL "Autorizar-debito-menor" USING MENOR-CONSULTA.
           IF MENOR-RECHAZADO
           MOVE "N" TO OPERACION-APROBADA
           DISPLAY "Extraccion rechazada: cliente menor de edad sin "
                   "la autorizacion de su tutor."
           END-IF.

      *Una operacion por encima del umbral queda en cero (y no se
      *asienta) si no se consigue la autorizacion de un segundo
      *operador valido, igual que en Modificar-registro:
       COMPRUEBA-UMBRAL-MOVIMIENTO.
           MOVE SPACES TO SEGUNDO-OPERADOR.
           IF FUNCTION ABS(CAMPO-MOVIMIENTO-SALDO) >=
              UMBRAL-SEGUNDO-OPERADOR
           PERFORM PIDE-SEGUNDO-OPERADOR
           IF SEGUNDO-OPERADOR-AUTORIZADO = "N"
           DISPLAY "Operacion cancelada: falta la autorizacion de "
                   "un segundo operador."
           MOVE ZERO TO CAMPO-MOVIMIENTO-SALDO
           MOVE SPACES TO SEGUNDO-OPERADOR
           END-IF
           END-IF.

       PIDE-SEGUNDO-OPERADOR.
           DISPLAY "Operacion grande, ingrese el ID de un segundo "
                   "operador que autorice: ".
           ACCEPT SEGUNDO-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO SEGUNDO-OPERADOR-AUTORIZADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-SEGUNDO-OPERADOR UNTIL FIN-OPERADORES = "0".
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

       CONFIRMA-OPERACION.
           MOVE IMPORTE-CONVERTIDO TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO CONFIRMA-MENSAJE.
           IF OPERACION-DEPOSITO
           STRING "¿Confirma el DEPOSITO de "
                  FUNCTION TRIM(CAMPO-IMPORTE-MUESTRA)
                  " (S/N)?" DELIMITED BY SIZE
                  INTO CONFIRMA-MENSAJE
           ELSE
           IF OPERACION-CHEQUE
           STRING "¿Confirma el CHEQUE "
                  FUNCTION TRIM(CAMPO-NUMERO-CHEQUE) " por "
                  FUNCTION TRIM(CAMPO-IMPORTE-MUESTRA)
                  " (S/N)?" DELIMITED BY SIZE
                  INTO CONFIRMA-MENSAJE
           ELSE
           STRING "¿Confirma la EXTRACCION de "
                  FUNCTION TRIM(CAMPO-IMPORTE-MUESTRA)
                  " (S/N)?" DELIMITED BY SIZE
                  INTO CONFIRMA-MENSAJE
           END-IF
           END-IF.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *El numero de recibo se toma antes de grabar: si el cliente no
      *se puede regrabar, el numero queda igual en el registro de
      *recibos, marcado como anulado, para que la numeracion no
      *tenga huecos que explicar.
       ASIENTA-OPERACION.
           PERFORM ASIGNA-NUMERO-RECIBO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-OPERACION.
           ADD CAMPO-MOVIMIENTO-SALDO TO CLIENTES-SALDO.
           MOVE FECHA-HORA-OPERACION (1:8) TO
               CLIENTES-FECHA-ULTIMO-CONTACTO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el registro del cliente, el "
                   "recibo " RECIBO-NUMERO " queda anulado."
           SUBTRACT CAMPO-MOVIMIENTO-SALDO FROM CLIENTES-SALDO
           MOVE "A" TO RECIBO-ESTADO
           ADD 1 TO CONTADOR-ANULADOS
           NOT INVALID KEY
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-CAJA
           MOVE "E" TO RECIBO-ESTADO
           IF OPERACION-DEPOSITO
           ADD 1 TO CONTADOR-DEPOSITOS
           IF CLIENTE-CASTIGADO
           PERFORM IMPUTA-RECUPERO-CASTIGO
           END-IF
           ELSE
           IF OPERACION-CHEQUE
           PERFORM GRABA-CHEQUE-EN-CANJE
           ADD 1 TO CONTADOR-CHEQUES
           ELSE
           ADD 1 TO CONTADOR-EXTRACCIONES
           END-IF
           END-IF
           END-REWRITE.
           PERFORM GRABA-RECIBO.
           IF RECIBO-EMITIDO
           PERFORM IMPRIME-RECIBO
           DISPLAY "Recibo " RECIBO-NUMERO " grabado en "
                   "recibo_caja.prn para la firma del cliente."
           END-IF.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-FACTURA:
       ASIGNA-NUMERO-RECIBO.
           MOVE ZEROES TO RECIBO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-RECIBO-CONTROL.
           IF RECIBO-CONTROL-STATUS = "00"
           READ ARCHIVO-RECIBO-CONTROL
           END-IF.
           CLOSE ARCHIVO-RECIBO-CONTROL.
           ADD 1 TO RECIBO-NUMERO-ACTUAL.
           MOVE RECIBO-NUMERO-ACTUAL TO RECIBO-NUMERO.
           OPEN OUTPUT ARCHIVO-RECIBO-CONTROL.
           WRITE RECIBO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-RECIBO-CONTROL.

       GRABA-RECIBO.
           MOVE FECHA-HORA-OPERACION TO RECIBO-FECHA-HORA.
           MOVE CLIENTES-ID TO RECIBO-CLIENTES-ID.
           MOVE OPERADOR TO RECIBO-OPERADOR.
           MOVE OPERACION-CAJA TO RECIBO-TIPO.
           MOVE IMPORTE-CONVERTIDO TO RECIBO-IMPORTE.
           MOVE CLIENTES-SALDO TO RECIBO-SALDO-RESULTANTE.
           MOVE SEGUNDO-OPERADOR TO RECIBO-AUTORIZADO-POR.
           WRITE RECIBO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el recibo " RECIBO-NUMERO
                   " en el registro de recibos; corra "
                   "Verificar-recibos."
           END-WRITE.

      *El cheque queda en canje con el numero del recibo como clave:
      *no es disponible hasta que el paso nocturno lo acredite.
       GRABA-CHEQUE-EN-CANJE.
           MOVE RECIBO-NUMERO TO CHEQUE-RECIBO-NUMERO.
           MOVE CLIENTES-ID TO CHEQUE-CLIENTES-ID.
           MOVE CAMPO-BANCO TO CHEQUE-BANCO.
           MOVE CAMPO-NUMERO-CHEQUE TO CHEQUE-NUMERO.
           MOVE IMPORTE-CONVERTIDO TO CHEQUE-IMPORTE.
           MOVE FECHA-HORA-OPERACION (1:8) TO CHEQUE-FECHA-DEPOSITO.
           MOVE CAMPO-FECHA-ACREDITACION TO CHEQUE-FECHA-ACREDITACION.
           MOVE "P" TO CHEQUE-ESTADO.
           MOVE OPERADOR TO CHEQUE-OPERADOR.
           MOVE SPACES TO CHEQUE-FECHA-RECHAZO.
           MOVE SPACES TO CHEQUE-MOTIVO-RECHAZO.
           WRITE CHEQUE-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cheque del recibo "
                   RECIBO-NUMERO " en cheques.dat."
           END-WRITE.

      *Un deposito de un cliente castigado se imputa primero a su
      *castigo (Aplicar-recupero); lo recuperado sale del saldo con
      *un renglon tipo "W" y lo que sobra queda acreditado:
       IMPUTA-RECUPERO-CASTIGO.
           MOVE CLIENTES-ID TO APLICA-CLIENTES-ID.
           MOVE IMPORTE-CONVERTIDO TO APLICA-PAGO.
           MOVE "C" TO APLICA-ORIGEN.
           MOVE OPERADOR TO APLICA-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO APLICA-FECHA-HORA.
           CALL "Aplicar-recupero" USING APLICA-RECUPERO.
           IF APLICA-RECUPERADO > ZERO
           SUBTRACT APLICA-RECUPERADO FROM CLIENTES-SALDO
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error sacando del saldo el recupero del castigo "
                   APLICA-CASTIGO-NUMERO ", ID: " CLIENTES-ID
           NOT INVALID KEY
           MOVE APLICA-RECUPERADO TO CAMPO-IMPORTE-MUESTRA
           DISPLAY "Cuenta castigada: "
                   FUNCTION TRIM(CAMPO-IMPORTE-MUESTRA)
                   " imputado como recupero del castigo "
                   APLICA-CASTIGO-NUMERO "."
           PERFORM GRABA-MOVIMIENTO-RECUPERO
           END-REWRITE
           END-IF.

       GRABA-MOVIMIENTO-RECUPERO.
           MOVE APLICA-FECHA-HORA TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - APLICA-RECUPERADO.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "W" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "RECUPERO CASTIGO " APLICA-CASTIGO-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *Registra la operacion en el archivo de auditoria, con el
      *mismo codigo "M" que usa una modificacion del saldo:
       GRABA-LOG-MODIFICACION.
           MOVE FECHA-HORA-OPERACION TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *El concepto lleva el numero de recibo, para cruzar el ledger
      *con el papel firmado por el cliente:
       GRABA-MOVIMIENTO-CAJA.
           MOVE FECHA-HORA-OPERACION TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE CAMPO-MOVIMIENTO-SALDO TO MOVIMIENTO-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           IF OPERACION-DEPOSITO
           MOVE "D" TO MOVIMIENTO-TIPO
           STRING "DEPOSITO CAJA REC " RECIBO-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           ELSE
           IF OPERACION-CHEQUE
           MOVE "Q" TO MOVIMIENTO-TIPO
           STRING "CHEQUE " CAMPO-NUMERO-CHEQUE " REC " RECIBO-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           ELSE
           MOVE "E" TO MOVIMIENTO-TIPO
           STRING "EXTRACCION CAJA REC " RECIBO-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-IF
           END-IF.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *Recibo para la firma del cliente: numero, fecha y hora,
      *cajero, cliente, operacion, importe y saldo que quedo:
       IMPRIME-RECIBO.
           OPEN OUTPUT ARCHIVO-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING "RECIBO DE CAJA NRO. " RECIBO-NUMERO
                  DELIMITED BY SIZE INTO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE LINEA-SEPARADORA TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING
               "Fecha: " DELIMITED BY SIZE
               FECHA-HORA-OPERACION (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FECHA-HORA-OPERACION (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FECHA-HORA-OPERACION (1:4) DELIMITED BY SIZE
               "  Hora: " DELIMITED BY SIZE
               FECHA-HORA-OPERACION (9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FECHA-HORA-OPERACION (11:2) DELIMITED BY SIZE
               "  Cajero: " DELIMITED BY SIZE
               FUNCTION TRIM(OPERADOR) DELIMITED BY SIZE
               INTO LINEA-IMPRESION
           END-STRING.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING
               "Cliente: " DELIMITED BY SIZE
               CLIENTES-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
               "  DNI: " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DNI) DELIMITED BY SIZE
               INTO LINEA-IMPRESION
           END-STRING.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           MOVE IMPORTE-CONVERTIDO TO CAMPO-IMPORTE-MUESTRA.
           IF OPERACION-DEPOSITO
           MOVE "Operacion: DEPOSITO EN EFECTIVO" TO LINEA-IMPRESION
           ELSE
           IF OPERACION-CHEQUE
           STRING "Operacion: DEPOSITO DE CHEQUE  Banco: "
                  CAMPO-BANCO "  Nro: " CAMPO-NUMERO-CHEQUE
                  DELIMITED BY SIZE INTO LINEA-IMPRESION
           ELSE
           MOVE "Operacion: EXTRACCION EN EFECTIVO" TO
               LINEA-IMPRESION
           END-IF
           END-IF.
           WRITE LINEA-IMPRESION.
           IF FIRMAS-FIRMANTE-1 NOT = CLIENTES-ID OR
              FIRMAS-FIRMANTE-2 NOT = SPACES
           MOVE SPACES TO LINEA-IMPRESION
           STRING "Firman: " FIRMAS-FIRMANTE-1 " " FIRMAS-FIRMANTE-2
                  DELIMITED BY SIZE INTO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           END-IF.
           IF OPERACION-CHEQUE
           MOVE SPACES TO LINEA-IMPRESION
           STRING "Sujeto a acreditacion; disponible a partir del "
                  CAMPO-FECHA-ACREDITACION (7:2) "/"
                  CAMPO-FECHA-ACREDITACION (5:2) "/"
                  CAMPO-FECHA-ACREDITACION (1:4)
                  DELIMITED BY SIZE INTO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           END-IF.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING
               "Importe: " DELIMITED BY SIZE
               MONEDA-DEL-CLIENTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CAMPO-IMPORTE-MUESTRA) DELIMITED BY SIZE
               INTO LINEA-IMPRESION
           END-STRING.
           WRITE LINEA-IMPRESION.
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING
               "Saldo resultante: " DELIMITED BY SIZE
               MONEDA-DEL-CLIENTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CAMPO-SALDO-MUESTRA) DELIMITED BY SIZE
               INTO LINEA-IMPRESION
           END-STRING.
           WRITE LINEA-IMPRESION.
           IF SEGUNDO-OPERADOR NOT = SPACES
           MOVE SPACES TO LINEA-IMPRESION
           STRING
               "Autorizado por: " DELIMITED BY SIZE
               FUNCTION TRIM(SEGUNDO-OPERADOR) DELIMITED BY SIZE
               INTO LINEA-IMPRESION
           END-STRING
           WRITE LINEA-IMPRESION
           END-IF.
           MOVE SPACES TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE "Firma del cliente: ______________________________"
               TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE "Aclaracion:        ______________________________"
               TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE LINEA-SEPARADORA TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           CLOSE ARCHIVO-IMPRESION.

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

      *Graba el renglon del ledger con su fecha valor, que sale de la
      *hora de corte y el calendario (lo tipeado en el mostrador
      *despues del corte o en un dia no habil cuenta desde el proximo
      *dia habil). Dos movimientos del mismo cliente en el mismo
      *centesimo de segundo chocan en la clave; el sufijo de
      *secuencia los separa reintentando:
       GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-FECHA-HORA TO CONSULTA-VALOR-FECHA-HORA.
           MOVE "S" TO CONSULTA-VALOR-CON-CORTE.
           CALL "Fecha-valor" USING FECHA-VALOR-CONSULTA.
           MOVE CONSULTA-VALOR-FECHA TO MOVIMIENTO-FECHA-VALOR.
           MOVE "N" TO MOVIMIENTO-GRABADO.
           PERFORM INTENTA-GRABAR-MOVIMIENTO
               UNTIL MOVIMIENTO-GRABADO = "S".

       INTENTA-GRABAR-MOVIMIENTO.
           PERFORM SELLA-MOVIMIENTO.
           WRITE MOVIMIENTO-REGISTRO
           INVALID KEY
           ADD 1 TO MOVIMIENTO-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO MOVIMIENTO-GRABADO
           PERFORM CONFIRMA-SELLO-MOVIMIENTO.

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

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       END PROGRAM Caja-mostrador.

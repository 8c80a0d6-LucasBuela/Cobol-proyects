      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Pedido de transferencia de un cliente a una cuenta
      *          suya en otro banco, elegida de su registro de
      *          cuentas de destino. El saldo se debita en el momento
      *          con su renglon en el ledger y la transferencia queda
      *          pendiente en transferencias_externas.dat; la corrida
      *          diaria la manda al banco (Generar-transferencias-
      *          salida) y la confirmacion del banco la deja
      *          ejecutada o la devuelve (Confirmar-transferencias).
      *          Una cuenta con cotitulares o apoderados pide las
      *          firmas que exige su regla de firma, y la de un
      *          menor bajo tutela la autorizacion de su tutor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Transferir-a-otro-banco.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Registro de las firmas de segundo operador:
       COPY "DataBaseCofirmas.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Cuentas de destino en otros bancos:
       COPY "DataBaseCuentasDestino.cbl".
      *Transferencias a otros bancos y su numeracion:
       COPY "DataBaseTransfExternas.cbl".
       COPY "DataBaseTransfControl.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataCofirmas.cbl".
       COPY "DataSesion.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataCuentasDestino.cbl".
       COPY "DataTransfExternas.cbl".
       COPY "DataTransfControl.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  CUENTAS-DESTINO-STATUS PIC XX.
       77  TRANSF-EXTERNAS-STATUS PIC XX.
       77  TRANSF-CONTROL-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  REGISTRO-EN-USO PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-NUMERO-CUENTA PIC 9(2).
       77  SIGUE-TRANSFIRIENDO PIC X.
       77  TRANSFERENCIA-APROBADA PIC X.
       77  CUENTA-ELEGIDA PIC X.
       77  FIN-DE-CUENTAS PIC X.
       77  CUENTAS-ACTIVAS PIC 9(2).
       77  CLIENTE-DEBITADO PIC X.
       77  CONTADOR-TRANSFERENCIAS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  MONEDA-DEL-CLIENTE PIC X(3).
      *Saldo disponible del cliente (saldo menos embargos y cheques
      *en canje, con su limite de descubierto):
       COPY "DataDisponible.cbl".
       01  IMPORTE-DEBITO PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  FECHA-HORA-OPERACION PIC X(21).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.

      *Firmas del debito de una cuenta con cotitulares:
       COPY "DataFirmas.cbl".
      *Autorizacion del tutor para el debito de un menor:
       COPY "DataMenor.cbl".

      *Mismo umbral que Modificar-registro, la caja y las
      *transferencias entre clientes:
       77  UMBRAL-SEGUNDO-OPERADOR PIC 9(7) VALUE 5000.
       77  SEGUNDO-OPERADOR PIC X(10).
       77  SEGUNDO-OPERADOR-AUTORIZADO PIC X.
       77  COFIRMAS-STATUS PIC XX.

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
           DISPLAY "===== TRANSFERENCIA A CUENTA DE OTRO BANCO =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           OPEN INPUT ARCHIVO-CUENTAS-DESTINO.
           OPEN I-O ARCHIVO-TRANSF-EXTERNAS.
           MOVE "S" TO SIGUE-TRANSFIRIENDO.
           PERFORM ATIENDE-UNA-TRANSFERENCIA
           UNTIL SIGUE-TRANSFIRIENDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           CLOSE ARCHIVO-CUENTAS-DESTINO.
           CLOSE ARCHIVO-TRANSF-EXTERNAS.
           DISPLAY "Transferencias pedidas en esta sesion: "
                   CONTADOR-TRANSFERENCIAS.
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
           DISPLAY "Operador no autorizado para transferir saldos."
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

      *Se toma el bloqueo del cliente antes de releerlo y de
      *controlar nada, igual que Transferir-saldo:
       ATIENDE-UNA-TRANSFERENCIA.
           DISPLAY " ".
           DISPLAY "ID del cliente que transfiere (otra cosa para "
                   "salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-TRANSFIRIENDO
           ELSE
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO SIGUE-TRANSFIRIENDO
           ELSE
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM PROCESA-TRANSFERENCIA
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF
           END-IF.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

      *Misma tecnica de bloqueo que Modificar-registro:
       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro " CLIENTES-ID " en uso por "
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

       PROCESA-TRANSFERENCIA.
           PERFORM LEE-CLIENTE.
           PERFORM CONTROLA-CLIENTE.
           IF TRANSFERENCIA-APROBADA = "S"
           PERFORM ELIGE-CUENTA-DESTINO
           IF CUENTA-ELEGIDA = "S"
           PERFORM PIDE-IMPORTE
           IF IMPORTE-TEXTO-VALIDO = "S"
           PERFORM CONTROLA-IMPORTE
           IF TRANSFERENCIA-APROBADA = "S"
           PERFORM CONFIRMA-TRANSFERENCIA
           IF SI-A-GRABAR = "S"
           PERFORM APLICA-TRANSFERENCIA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *El cliente tiene que estar operativo y no pasado de su
      *limite; la transferencia al banco sale en pesos, asi que un
      *saldo en otra moneda se convierte antes desde Modificar:
       CONTROLA-CLIENTE.
           MOVE "S" TO TRANSFERENCIA-APROBADA.
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-CLIENTE.
           IF MONEDA-DEL-CLIENTE = SPACE
           MOVE "ARS" TO MONEDA-DEL-CLIENTE
           END-IF.
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA.
           DISPLAY "Cliente: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  saldo " MONEDA-DEL-CLIENTE " "
                   CAMPO-SALDO-MUESTRA.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           MOVE DISPONIBLE-SALDO-LIBRE TO CAMPO-SALDO-MUESTRA.
           DISPLAY "        disponible " MONEDA-DEL-CLIENTE " "
                   CAMPO-SALDO-MUESTRA.
           IF CLIENTE-FUERA-DE-OPERATORIA
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: el cliente esta "
                   "suspendido o no operativo (estado "
                   CLIENTES-ESTADO ")."
           ELSE
           IF MONEDA-DEL-CLIENTE NOT = "ARS"
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: las transferencias a "
                   "otros bancos salen en ARS."
           ELSE
           IF CLIENTES-SALDO < CLIENTES-LIMITE-DESCUBIERTO
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: el cliente ya esta "
                   "pasado de su limite de descubierto."
           END-IF
           END-IF
           END-IF.

      *Se muestran las cuentas activas del cliente y se elige una
      *por su numero:
       ELIGE-CUENTA-DESTINO.
           MOVE "N" TO CUENTA-ELEGIDA.
           MOVE ZEROES TO CUENTAS-ACTIVAS.
           MOVE CLIENTES-ID TO CUENTA-CLIENTES-ID.
           MOVE ZEROES TO CUENTA-NUMERO.
           START ARCHIVO-CUENTAS-DESTINO
               KEY IS NOT LESS CUENTA-DESTINO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-CUENTAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CUENTAS
           END-START.
           PERFORM MUESTRA-SIGUIENTE-CUENTA
           UNTIL FIN-DE-CUENTAS = "0".
           IF CUENTAS-ACTIVAS = ZEROES
           DISPLAY "El cliente no tiene cuentas de destino activas; "
                   "registrelas con Mantener-cuentas-destino."
           ELSE
           DISPLAY "Numero de la cuenta de destino: "
           ACCEPT CAMPO-NUMERO-CUENTA
           MOVE CLIENTES-ID TO CUENTA-CLIENTES-ID
           MOVE CAMPO-NUMERO-CUENTA TO CUENTA-NUMERO
           READ ARCHIVO-CUENTAS-DESTINO RECORD
           INVALID KEY
           DISPLAY "El cliente no tiene esa cuenta."
           NOT INVALID KEY
           IF CUENTA-ACTIVA
           MOVE "S" TO CUENTA-ELEGIDA
           ELSE
           DISPLAY "La cuenta " CUENTA-NUMERO " esta dada de baja."
           END-IF
           END-READ
           END-IF.

       MUESTRA-SIGUIENTE-CUENTA.
           READ ARCHIVO-CUENTAS-DESTINO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CUENTAS
           NOT AT END
           IF CUENTA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-CUENTAS
           ELSE
           IF CUENTA-ACTIVA
           ADD 1 TO CUENTAS-ACTIVAS
           DISPLAY "  (" CUENTA-NUMERO ") CBU " CUENTA-CBU
                   "  Alias " FUNCTION TRIM(CUENTA-ALIAS)
                   "  Titular " FUNCTION TRIM(CUENTA-TITULAR)
           END-IF
           END-IF
           END-READ.

       PIDE-IMPORTE.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Importe a transferir, en ARS (con centavos "
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
           DISPLAY "El importe debe ser un numero positivo (centavos "
                   "con punto), no se transfirio."
           END-IF.

      *El debito no puede tocar lo retenido por un embargo, ni usar
      *cheques en canje, ni dejar al cliente por debajo de su limite
      *(Saldo-disponible); despues rige la regla del segundo
      *operador:
       CONTROLA-IMPORTE.
           MOVE IMPORTE-CONVERTIDO TO IMPORTE-DEBITO.
           MOVE IMPORTE-DEBITO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           IF CUENTA-INMOVILIZADA
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: la cuenta esta "
                   "inmovilizada (reactivar con la opcion 124)."
           ELSE
           IF DOCUMENTACION-BLOQUEADA
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: el cliente tiene "
                   "documentacion obligatoria vencida o faltante "
                   "(opcion 126)."
           ELSE
           IF DEBITO-AFECTA-EMBARGO
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: afecta fondos "
                   "retenidos por embargo."
           ELSE
           IF DEBITO-SUPERA-LIMITE
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: supera el disponible "
                   "(limite de descubierto y cheques en canje)."
           ELSE
           PERFORM COMPRUEBA-UMBRAL-MOVIMIENTO
           END-IF
           END-IF
           END-IF
           END-IF.
           IF TRANSFERENCIA-APROBADA = "S"
           PERFORM CONTROLA-FIRMAS-CUENTA
           END-IF.
           IF TRANSFERENCIA-APROBADA = "S"
           PERFORM CONTROLA-DEBITO-MENOR
           END-IF.

      *Una cuenta con cotitulares o apoderados la firma quien
      *corresponde segun su regla de firma, igual que en caja:
       CONTROLA-FIRMAS-CUENTA.
           MOVE CLIENTES-ID TO FIRMAS-CUENTA-ID.
           CALL "Controlar-firmas" USING FIRMAS-CONSULTA.
           IF FIRMAS-INSUFICIENTES
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: no se cumple la regla de "
                   "firma de la cuenta."
           END-IF.

      *Un menor con tutela vigente transfiere hasta el tope y con la
      *autorizacion de su tutor:
       CONTROLA-DEBITO-MENOR.
           MOVE CLIENTES-ID TO MENOR-CLIENTES-ID.
           MOVE IMPORTE-DEBITO TO MENOR-IMPORTE.
           CALL "Autorizar-debito-menor" USING MENOR-CONSULTA.
           IF MENOR-RECHAZADO
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: cliente menor de edad "
                   "sin la autorizacion de su tutor."
           END-IF.

       COMPRUEBA-UMBRAL-MOVIMIENTO.
           MOVE SPACES TO SEGUNDO-OPERADOR.
           IF IMPORTE-DEBITO >= UMBRAL-SEGUNDO-OPERADOR
           PERFORM PIDE-SEGUNDO-OPERADOR
           IF SEGUNDO-OPERADOR-AUTORIZADO = "N"
           DISPLAY "Transferencia cancelada: falta la autorizacion "
                   "de un segundo operador."
           MOVE "N" TO TRANSFERENCIA-APROBADA
           END-IF
           END-IF.

       PIDE-SEGUNDO-OPERADOR.
           DISPLAY "Transferencia grande, ingrese el ID de un segundo "
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

      *Deja asentado quien firmo como segundo operador, para la
      *revision de segregacion de funciones:
       GRABA-COFIRMA.
           OPEN EXTEND ARCHIVO-COFIRMAS.
           MOVE FUNCTION CURRENT-DATE TO COFIRMA-FECHA-HORA.
           MOVE OPERADOR TO COFIRMA-OPERADOR.
           MOVE SEGUNDO-OPERADOR TO COFIRMA-AUTORIZANTE.
           MOVE CLIENTES-ID TO COFIRMA-CLIENTES-ID.
           MOVE IMPORTE-DEBITO TO COFIRMA-IMPORTE.
           MOVE "TRANSF-EXT" TO COFIRMA-ORIGEN.
           WRITE COFIRMA-REGISTRO.
           CLOSE ARCHIVO-COFIRMAS.

       CONFIRMA-TRANSFERENCIA.
           MOVE IMPORTE-DEBITO TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Se debitan ARS " CAMPO-IMPORTE-MUESTRA " a "
                   CLIENTES-ID " para la cuenta " CUENTA-NUMERO
                   " de " FUNCTION TRIM(CUENTA-TITULAR) ".".
           MOVE "¿Confirma la transferencia (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Primero se debita el saldo; solo con el debito grabado se
      *numera la transferencia, se asienta en el ledger y se deja
      *pendiente para la corrida diaria:
       APLICA-TRANSFERENCIA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-OPERACION.
           MOVE "N" TO CLIENTE-DEBITADO.
           PERFORM LEE-CLIENTE.
           SUBTRACT IMPORTE-DEBITO FROM CLIENTES-SALDO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, no se transfirio."
           NOT INVALID KEY
           MOVE "S" TO CLIENTE-DEBITADO
           END-REWRITE.
           IF CLIENTE-DEBITADO = "S"
           PERFORM ASIGNA-NUMERO-TRANSFERENCIA
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-TRANSFERENCIA
           PERFORM GRABA-TRANSFERENCIA-PENDIENTE
           IF SEGUNDO-OPERADOR NOT = SPACES
           PERFORM GRABA-COFIRMA
           END-IF
           ADD 1 TO CONTADOR-TRANSFERENCIAS
           DISPLAY "Transferencia " TRANSF-EXT-NUMERO " pedida; sale "
                   "al banco en la proxima corrida diaria."
           END-IF.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-RECIBO:
       ASIGNA-NUMERO-TRANSFERENCIA.
           MOVE ZEROES TO TRANSF-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-TRANSF-CONTROL.
           IF TRANSF-CONTROL-STATUS = "00"
           READ ARCHIVO-TRANSF-CONTROL
           END-IF.
           CLOSE ARCHIVO-TRANSF-CONTROL.
           ADD 1 TO TRANSF-NUMERO-ACTUAL.
           MOVE TRANSF-NUMERO-ACTUAL TO TRANSF-EXT-NUMERO.
           OPEN OUTPUT ARCHIVO-TRANSF-CONTROL.
           WRITE TRANSF-CONTROL-REGISTRO.
           CLOSE ARCHIVO-TRANSF-CONTROL.

       GRABA-LOG-MODIFICACION.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

       GRABA-MOVIMIENTO-TRANSFERENCIA.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - IMPORTE-DEBITO.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "X" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "TRANSF OTRO BANCO " TRANSF-EXT-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *Los datos de la cuenta se copian a la transferencia: si
      *despues la cuenta se da de baja, lo que se mando queda igual:
       GRABA-TRANSFERENCIA-PENDIENTE.
           MOVE CLIENTES-ID TO TRANSF-EXT-CLIENTES-ID.
           MOVE CUENTA-NUMERO TO TRANSF-EXT-CUENTA-NUMERO.
           MOVE CUENTA-BANCO TO TRANSF-EXT-BANCO.
           MOVE CUENTA-CBU TO TRANSF-EXT-CBU.
           MOVE CUENTA-ALIAS TO TRANSF-EXT-ALIAS.
           MOVE CUENTA-TITULAR TO TRANSF-EXT-TITULAR.
           MOVE IMPORTE-DEBITO TO TRANSF-EXT-IMPORTE.
           MOVE FECHA-HORA-OPERACION TO TRANSF-EXT-FECHA-HORA.
           MOVE OPERADOR TO TRANSF-EXT-OPERADOR.
           MOVE "P" TO TRANSF-EXT-ESTADO.
           MOVE SPACES TO TRANSF-EXT-FECHA-ENVIO.
           MOVE SPACES TO TRANSF-EXT-FECHA-RESPUESTA.
           MOVE SPACES TO TRANSF-EXT-CODIGO-RECHAZO.
           WRITE TRANSF-EXT-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo grabar la transferencia "
                   TRANSF-EXT-NUMERO "; el saldo ya fue debitado, "
                   "revisar transf_control.dat."
           END-WRITE.

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
      *hora de corte y el calendario (lo tipeado despues del corte o
      *en un dia no habil cuenta desde el proximo dia habil). Dos
      *movimientos del mismo cliente en el mismo centesimo de segundo
      *chocan en la clave; el sufijo de secuencia los separa
      *reintentando:
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

       END PROGRAM Transferir-a-otro-banco.

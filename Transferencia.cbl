      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Transferir saldo de un cliente a otro como una sola
      *          operacion: el debito al cliente de origen y el
      *          credito al de destino se aplican juntos y quedan en
      *          el ledger como dos movimientos ligados (misma
      *          fecha-hora, cada concepto nombra al otro cliente).
      *          Si la segunda pata no se puede grabar, la primera se
      *          deshace y no se asienta nada. Entre monedas distintas
      *          solo se transfiere con la conversion confirmada.
      *          Un origen con cotitulares o apoderados pide las
      *          firmas que exige su regla de firma, y un origen
      *          menor bajo tutela la autorizacion de su tutor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Transferir-saldo.
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

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-TRANSFIRIENDO PIC X.
       77  CONTADOR-TRANSFERENCIAS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).

      *Los datos de cada pata se guardan aparte porque el registro
      *del archivo es uno solo y se relee para cada cliente:
       77  ORIGEN-ID PIC X(6).
       01  ORIGEN-SALDO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  ORIGEN-LIMITE PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  ORIGEN-MONEDA PIC X(3).
       77  ORIGEN-ESTADO PIC X.
       77  ORIGEN-FUERA-DE-OPERATORIA PIC X.
       77  ORIGEN-NOMBRE PIC X(40).
       77  DESTINO-ID PIC X(6).
       77  DESTINO-MONEDA PIC X(3).
       77  DESTINO-ESTADO PIC X.
       77  DESTINO-CASTIGADO PIC X.
       77  DESTINO-NOMBRE PIC X(40).
       77  ORIGEN-BLOQUEADO PIC X.
       77  DESTINO-BLOQUEADO PIC X.
       77  BLOQUEO-CLIENTES-ID PIC X(6).
       77  REGISTRO-EN-USO PIC X.
       77  TRANSFERENCIA-APROBADA PIC X.
      *Saldo disponible del origen (saldo menos embargos vigentes):
       COPY "DataDisponible.cbl".
       77  ORIGEN-DEBITADO PIC X.
       77  DESTINO-ACREDITADO PIC X.
       01  IMPORTE-DEBITO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IMPORTE-CREDITO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  SALDO-PROPUESTO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  ORIGEN-SALDO-RESULTANTE PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  DESTINO-SALDO-RESULTANTE PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  FECHA-HORA-TRANSFERENCIA PIC X(21).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       77  CAMPO-CREDITO-MUESTRA PIC +9(7).99.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.

      *Conversion entre monedas con las tasas que rigen hoy, la
      *misma busqueda que CAMBIA-MONEDA de Modificar-registro (la
      *base ARS vale 1):
       77  TASA-MONEDA-ORIGEN PIC 9(5)V9(4).
       77  TASA-MONEDA-DESTINO PIC 9(5)V9(4).
       77  TASA-BUSCADA PIC X(3).
       77  TASA-ENCONTRADA PIC 9(5)V9(4).
       77  TASA-HALLADA PIC X.
       COPY "DataTasaConsulta.cbl".

      *Firmas del debito de una cuenta con cotitulares:
       COPY "DataFirmas.cbl".
      *Autorizacion del tutor para el debito de un menor:
       COPY "DataMenor.cbl".

      *Mismo umbral que Modificar-registro y la caja:
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
           DISPLAY "===== TRANSFERENCIA ENTRE CLIENTES =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           MOVE "S" TO SIGUE-TRANSFIRIENDO.
           PERFORM ATIENDE-UNA-TRANSFERENCIA
           UNTIL SIGUE-TRANSFIRIENDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           DISPLAY "Transferencias en esta sesion: "
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

      *Primero se toman los dos bloqueos; recien con los dos en mano
      *se releen los registros vigentes y se controla todo:
       ATIENDE-UNA-TRANSFERENCIA.
           PERFORM PIDE-CLIENTE-ORIGEN.
           IF ORIGEN-ID = ZEROES
           MOVE "N" TO SIGUE-TRANSFIRIENDO
           ELSE
           PERFORM PIDE-CLIENTE-DESTINO
           IF DESTINO-ID NOT = ZEROES
           MOVE "N" TO ORIGEN-BLOQUEADO
           MOVE "N" TO DESTINO-BLOQUEADO
           MOVE ORIGEN-ID TO BLOQUEO-CLIENTES-ID
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           MOVE "S" TO ORIGEN-BLOQUEADO
           MOVE DESTINO-ID TO BLOQUEO-CLIENTES-ID
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           MOVE "S" TO DESTINO-BLOQUEADO
           PERFORM PROCESA-TRANSFERENCIA
           END-IF
           END-IF
           IF ORIGEN-BLOQUEADO = "S"
           MOVE ORIGEN-ID TO BLOQUEO-CLIENTES-ID
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           IF DESTINO-BLOQUEADO = "S"
           MOVE DESTINO-ID TO BLOQUEO-CLIENTES-ID
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF
           END-IF.

       PIDE-CLIENTE-ORIGEN.
           DISPLAY " ".
           DISPLAY "ID del cliente que transfiere (otra cosa para "
                   "salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO ORIGEN-ID.
           IF ORIGEN-ID NOT = ZEROES
           MOVE ORIGEN-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE ZEROES TO ORIGEN-ID
           MOVE "N" TO SIGUE-TRANSFIRIENDO
           END-IF
           END-IF.

       PIDE-CLIENTE-DESTINO.
           DISPLAY "ID del cliente que recibe: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO DESTINO-ID.
           IF DESTINO-ID = ORIGEN-ID
           DISPLAY "Origen y destino son el mismo cliente."
           MOVE ZEROES TO DESTINO-ID
           ELSE
           MOVE DESTINO-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE ZEROES TO DESTINO-ID
           END-IF
           END-IF.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

      *Misma tecnica de bloqueo que Modificar-registro, sobre el
      *cliente que indica BLOQUEO-CLIENTES-ID:
       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE BLOQUEO-CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro " BLOQUEO-CLIENTES-ID " en uso por "
                   FUNCTION TRIM(RLOCK-OPERADOR) " desde "
                   RLOCK-FECHA-HORA (9:2) ":"
                   RLOCK-FECHA-HORA (11:2) "."
           END-IF
           END-READ.

       GRABA-BLOQUEO-REGISTRO.
           MOVE BLOQUEO-CLIENTES-ID TO RLOCK-CLIENTES-ID.
           MOVE OPERADOR TO RLOCK-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO RLOCK-FECHA-HORA.
           WRITE RLOCK-REGISTRO
           INVALID KEY
           DISPLAY "No se pudo tomar el bloqueo del registro.".

       LIBERA-BLOQUEO-REGISTRO.
           MOVE BLOQUEO-CLIENTES-ID TO RLOCK-CLIENTES-ID.
           DELETE ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           CONTINUE.

       PROCESA-TRANSFERENCIA.
           PERFORM CARGA-DATOS-ORIGEN.
           PERFORM CARGA-DATOS-DESTINO.
           PERFORM CONTROLA-CLIENTES.
           IF TRANSFERENCIA-APROBADA = "S"
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
           END-IF.

       CARGA-DATOS-ORIGEN.
           MOVE ORIGEN-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           MOVE CLIENTES-SALDO TO ORIGEN-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO ORIGEN-LIMITE.
           MOVE CLIENTES-MONEDA TO ORIGEN-MONEDA.
           IF ORIGEN-MONEDA = SPACE
           MOVE "ARS" TO ORIGEN-MONEDA
           END-IF.
           MOVE CLIENTES-ESTADO TO ORIGEN-ESTADO.
           MOVE "N" TO ORIGEN-FUERA-DE-OPERATORIA.
           IF CLIENTE-FUERA-DE-OPERATORIA
           MOVE "S" TO ORIGEN-FUERA-DE-OPERATORIA
           END-IF.
           MOVE SPACES TO ORIGEN-NOMBRE.
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO ORIGEN-NOMBRE.
           MOVE ORIGEN-SALDO TO CAMPO-SALDO-MUESTRA.
           DISPLAY "Origen: " ORIGEN-ID " " FUNCTION TRIM(ORIGEN-NOMBRE)
                   "  saldo " ORIGEN-MONEDA " " CAMPO-SALDO-MUESTRA.
           MOVE ORIGEN-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE ORIGEN-SALDO TO DISPONIBLE-SALDO.
           MOVE ORIGEN-LIMITE TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           IF DISPONIBLE-RETENIDO > ZERO
           MOVE DISPONIBLE-RETENIDO TO CAMPO-SALDO-MUESTRA
           DISPLAY "        retenido por embargo " ORIGEN-MONEDA " "
                   CAMPO-SALDO-MUESTRA
           END-IF.
           IF DISPONIBLE-EN-CANJE > ZERO
           MOVE DISPONIBLE-EN-CANJE TO CAMPO-SALDO-MUESTRA
           DISPLAY "        cheques en canje " ORIGEN-MONEDA " "
                   CAMPO-SALDO-MUESTRA
           END-IF.

       CARGA-DATOS-DESTINO.
           MOVE DESTINO-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           MOVE CLIENTES-MONEDA TO DESTINO-MONEDA.
           IF DESTINO-MONEDA = SPACE
           MOVE "ARS" TO DESTINO-MONEDA
           END-IF.
           MOVE CLIENTES-ESTADO TO DESTINO-ESTADO.
           MOVE "N" TO DESTINO-CASTIGADO.
           IF CLIENTE-CASTIGADO
           MOVE "S" TO DESTINO-CASTIGADO
           END-IF.
           MOVE SPACES TO DESTINO-NOMBRE.
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO DESTINO-NOMBRE.
           DISPLAY "Destino: " DESTINO-ID " "
                   FUNCTION TRIM(DESTINO-NOMBRE)
                   "  moneda " DESTINO-MONEDA.

      *El origen no puede estar suspendido ni fuera de operatoria (un
      *castigado tampoco), ni estar ya pasado de su limite de
      *descubierto; el destino tiene que ser un cliente operativo (ni
      *prospecto ni baja) y no castigado, porque una cuenta castigada
      *solo recibe efectivo por ventanilla, que se imputa como
      *recupero. Entre monedas distintas se pide la conversion
      *explicita:
       CONTROLA-CLIENTES.
           MOVE "S" TO TRANSFERENCIA-APROBADA.
           IF ORIGEN-FUERA-DE-OPERATORIA = "S"
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: el cliente de origen "
                   "esta suspendido o no operativo (estado "
                   ORIGEN-ESTADO ")."
           ELSE
           IF ORIGEN-SALDO < ORIGEN-LIMITE
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: el cliente de origen "
                   "ya esta pasado de su limite de descubierto."
           ELSE
           IF DESTINO-ESTADO = "P" OR DESTINO-ESTADO = "I"
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: el cliente de destino "
                   "no esta operativo (estado " DESTINO-ESTADO ")."
           ELSE
           IF DESTINO-CASTIGADO = "S"
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: la cuenta de destino "
                   "esta castigada y solo recibe efectivo por "
                   "ventanilla."
           ELSE
           IF ORIGEN-MONEDA NOT = DESTINO-MONEDA
           PERFORM CONFIRMA-CONVERSION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CONFIRMA-CONVERSION.
           PERFORM BUSCA-TASAS-DE-LA-TRANSFERENCIA.
           IF TASA-HALLADA = "N"
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Monedas distintas y sin tasa vigente "
                   "cargada, no se transfiere."
           ELSE
           MOVE SPACES TO CONFIRMA-MENSAJE
           STRING "Monedas distintas (" ORIGEN-MONEDA " a "
                  DESTINO-MONEDA "). ¿Convertir (S/N)?"
                  DELIMITED BY SIZE INTO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR NOT = "S"
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia cancelada: conversion no "
                   "confirmada."
           END-IF
           END-IF.

       BUSCA-TASAS-DE-LA-TRANSFERENCIA.
           MOVE ORIGEN-MONEDA TO TASA-BUSCADA.
           PERFORM BUSCA-TASA-MONEDA.
           IF TASA-HALLADA = "S"
           MOVE TASA-ENCONTRADA TO TASA-MONEDA-ORIGEN
           MOVE DESTINO-MONEDA TO TASA-BUSCADA
           PERFORM BUSCA-TASA-MONEDA
           IF TASA-HALLADA = "S"
           MOVE TASA-ENCONTRADA TO TASA-MONEDA-DESTINO
           END-IF
           END-IF.

      *La tasa que rige hoy segun el historial de tasas, con la
      *rutina compartida Tasa-de-cambio (la base ARS vale 1 y no
      *necesita figurar en monedas.dat):
       BUSCA-TASA-MONEDA.
           MOVE TASA-BUSCADA TO CONSULTA-TASA-MONEDA.
           MOVE SPACES TO CONSULTA-TASA-FECHA.
           CALL "Tasa-de-cambio" USING TASA-CONSULTA.
           MOVE CONSULTA-TASA-VALOR TO TASA-ENCONTRADA.
           MOVE CONSULTA-TASA-HALLADA TO TASA-HALLADA.

      *El importe se tipea positivo y en la moneda del origen:
       PIDE-IMPORTE.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Importe a transferir, en " ORIGEN-MONEDA
                   " (con centavos opcionales): ".
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

      *El debito no puede tocar lo retenido por un embargo del
      *origen, ni usar cheques en canje, ni dejarlo por debajo de su
      *limite (Saldo-disponible); despues rige la misma regla del
      *segundo operador:
       CONTROLA-IMPORTE.
           MOVE IMPORTE-CONVERTIDO TO IMPORTE-DEBITO.
           COMPUTE SALDO-PROPUESTO = ORIGEN-SALDO - IMPORTE-DEBITO.
           MOVE IMPORTE-DEBITO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           IF CUENTA-INMOVILIZADA
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: la cuenta de origen esta "
                   "inmovilizada (reactivar con la opcion 124)."
           ELSE
           IF DOCUMENTACION-BLOQUEADA
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: el titular del origen "
                   "tiene documentacion obligatoria vencida o "
                   "faltante (opcion 126)."
           ELSE
           IF DEBITO-AFECTA-EMBARGO
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: afecta fondos del "
                   "origen retenidos por embargo."
           ELSE
           IF DEBITO-SUPERA-LIMITE
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: supera el disponible "
                   "del origen (limite de descubierto y cheques en "
                   "canje)."
           ELSE
           PERFORM COMPRUEBA-UMBRAL-MOVIMIENTO
           END-IF
           END-IF
           END-IF
           END-IF.
           IF TRANSFERENCIA-APROBADA = "S"
           PERFORM CONTROLA-FIRMAS-ORIGEN
           END-IF.
           IF TRANSFERENCIA-APROBADA = "S"
           PERFORM CONTROLA-DEBITO-MENOR
           END-IF.
           IF TRANSFERENCIA-APROBADA = "S"
           IF ORIGEN-MONEDA = DESTINO-MONEDA
           MOVE IMPORTE-DEBITO TO IMPORTE-CREDITO
           ELSE
           COMPUTE IMPORTE-CREDITO ROUNDED =
               IMPORTE-DEBITO * TASA-MONEDA-ORIGEN /
               TASA-MONEDA-DESTINO
           END-IF
           END-IF.

      *La cuenta de origen con cotitulares o apoderados la firma
      *quien corresponde segun su regla de firma, igual que una
      *extraccion en caja:
       CONTROLA-FIRMAS-ORIGEN.
           MOVE ORIGEN-ID TO FIRMAS-CUENTA-ID.
           CALL "Controlar-firmas" USING FIRMAS-CONSULTA.
           IF FIRMAS-INSUFICIENTES
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: no se cumple la regla de "
                   "firma de la cuenta de origen."
           END-IF.

      *Una cuenta de origen de un menor con tutela vigente transfiere
      *hasta el tope y con la autorizacion de su tutor:
       CONTROLA-DEBITO-MENOR.
           MOVE ORIGEN-ID TO MENOR-CLIENTES-ID.
           MOVE IMPORTE-DEBITO TO MENOR-IMPORTE.
           CALL "Autorizar-debito-menor" USING MENOR-CONSULTA.
           IF MENOR-RECHAZADO
           MOVE "N" TO TRANSFERENCIA-APROBADA
           DISPLAY "Transferencia rechazada: el titular de origen es "
                   "menor de edad y falta la autorizacion de su tutor."
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
           MOVE ORIGEN-ID TO COFIRMA-CLIENTES-ID.
           MOVE IMPORTE-DEBITO TO COFIRMA-IMPORTE.
           MOVE "TRANSFERENCIA" TO COFIRMA-ORIGEN.
           WRITE COFIRMA-REGISTRO.
           CLOSE ARCHIVO-COFIRMAS.

       CONFIRMA-TRANSFERENCIA.
           MOVE IMPORTE-DEBITO TO CAMPO-IMPORTE-MUESTRA.
           MOVE IMPORTE-CREDITO TO CAMPO-CREDITO-MUESTRA.
           DISPLAY "Se debitan " ORIGEN-MONEDA " "
                   CAMPO-IMPORTE-MUESTRA " a " ORIGEN-ID
                   " y se acreditan " DESTINO-MONEDA " "
                   CAMPO-CREDITO-MUESTRA " a " DESTINO-ID ".".
           MOVE "¿Confirma la transferencia (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Las dos patas como una unidad: se debita el origen, se
      *acredita el destino y solo con las dos grabadas se asientan
      *los dos movimientos y el log; si el destino no se puede
      *regrabar, el debito del origen se deshace.
       APLICA-TRANSFERENCIA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-TRANSFERENCIA.
           MOVE "N" TO ORIGEN-DEBITADO.
           MOVE "N" TO DESTINO-ACREDITADO.
           MOVE ORIGEN-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           SUBTRACT IMPORTE-DEBITO FROM CLIENTES-SALDO.
           MOVE CLIENTES-SALDO TO ORIGEN-SALDO-RESULTANTE.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente de origen, no se "
                   "transfirio."
           NOT INVALID KEY
           MOVE "S" TO ORIGEN-DEBITADO
           END-REWRITE.
           IF ORIGEN-DEBITADO = "S"
           MOVE DESTINO-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE
           ADD IMPORTE-CREDITO TO CLIENTES-SALDO
           MOVE CLIENTES-SALDO TO DESTINO-SALDO-RESULTANTE
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente de destino, se "
                   "deshace el debito del origen."
           NOT INVALID KEY
           MOVE "S" TO DESTINO-ACREDITADO
           END-REWRITE
           IF DESTINO-ACREDITADO = "S"
           PERFORM ASIENTA-TRANSFERENCIA
           ELSE
           PERFORM DESHACE-DEBITO-ORIGEN
           END-IF
           END-IF.

       DESHACE-DEBITO-ORIGEN.
           MOVE ORIGEN-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           ADD IMPORTE-DEBITO TO CLIENTES-SALDO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo deshacer el debito del "
                   "cliente " ORIGEN-ID "; revisar con "
                   "Reconciliar-saldos-ledger."
           END-REWRITE.

       ASIENTA-TRANSFERENCIA.
           MOVE ORIGEN-ID TO LOG-CLIENTES-ID.
           PERFORM GRABA-LOG-MODIFICACION.
           MOVE DESTINO-ID TO LOG-CLIENTES-ID.
           PERFORM GRABA-LOG-MODIFICACION.
           MOVE ORIGEN-ID TO MOVIMIENTO-CLIENTES-ID.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - IMPORTE-DEBITO.
           MOVE ORIGEN-SALDO-RESULTANTE TO
               MOVIMIENTO-SALDO-RESULTANTE.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "TRANSFERENCIA A " DESTINO-ID
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO.
           PERFORM GRABA-MOVIMIENTO-TRANSFERENCIA.
           MOVE DESTINO-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE IMPORTE-CREDITO TO MOVIMIENTO-IMPORTE.
           MOVE DESTINO-SALDO-RESULTANTE TO
               MOVIMIENTO-SALDO-RESULTANTE.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "TRANSFERENCIA DE " ORIGEN-ID
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO.
           PERFORM GRABA-MOVIMIENTO-TRANSFERENCIA.
           IF SEGUNDO-OPERADOR NOT = SPACES
           PERFORM GRABA-COFIRMA
           END-IF.
           ADD 1 TO CONTADOR-TRANSFERENCIAS.
           DISPLAY "Transferencia aplicada.".

       GRABA-LOG-MODIFICACION.
           MOVE FECHA-HORA-TRANSFERENCIA TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *Las dos patas llevan la misma fecha-hora, la que liga una con
      *la otra:
       GRABA-MOVIMIENTO-TRANSFERENCIA.
           MOVE FECHA-HORA-TRANSFERENCIA TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE "T" TO MOVIMIENTO-TIPO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

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

       END PROGRAM Transferir-saldo.

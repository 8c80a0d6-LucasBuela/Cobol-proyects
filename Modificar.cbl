       COPY "DataBaseMovimientos.cbl".
      *Lista de operadores autorizados a autorizar un movimiento grande:
       COPY "DataBaseOperadores.cbl".
      *Registro de las firmas de segundo operador:
       COPY "DataBaseCofirmas.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Detalle con la imagen del registro antes y despues del cambio:
       COPY "DataBaseLogDetalle.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Archivo-senal del modo entrenamiento:
      *Ledger de movimientos de saldo:
       COPY "DataMovimientos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataCofirmas.cbl".
       COPY "DataSesion.cbl".
       COPY "DataLogDetalle.cbl".
       COPY "DataRegistroLocks.cbl".

      *Variables
       01  IMPORTE-CONVERTIDO PIC S9(7)V99 COMP-3 VALUE ZERO.

      *Cambio de moneda del saldo: el saldo se convierte con las
      *tasas que rigen hoy (la base ARS vale 1) y la conversion se
      *asienta en el ledger; si la moneda nueva no tiene tasa
      *cargada, el cambio se rechaza en lugar de convertir 50.000
      *pesos en 50.000 dolares en silencio:
       77  TASA-BUSCADA PIC X(3).
       77  TASA-ENCONTRADA PIC 9(5)V9(4).
       77  TASA-HALLADA PIC X.
       COPY "DataTasaConsulta.cbl".
       77  CONVERSION-PENDIENTE PIC X VALUE "N".
       01  SALDO-ANTES-CONVERSION PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  MONEDA-ANTES-CONVERSION PIC X(3).
       77  UMBRAL-SEGUNDO-OPERADOR PIC 9(7) VALUE 5000.
       77  SEGUNDO-OPERADOR PIC X(10).
       77  SEGUNDO-OPERADOR-AUTORIZADO PIC X.
       77  COFIRMAS-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  OPERADOR-AUTORIZADO PIC X.
      *Nivel del operador logueado, para las transiciones de estado
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-NIVEL-SUPERVISOR-ACTUAL VALUE "2".
       77  ESTADO-PEDIDO PIC X.
      *Datos fiscales pedidos, antes de validarlos:
       77  CONDICION-IVA-PEDIDA PIC X.
       77  IDIOMA-PEDIDO PIC X(2).
       01  CUIT-PEDIDO PIC X(11).
       77  CUIT-VALIDO PIC X.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  REGISTRO-EN-USO PIC X.
       77  TELEFONO-MINIMO-DIGITOS PIC 9(2).
       77  TELEFONO-MAXIMO-DIGITOS PIC 9(2).

      *Saldo disponible (saldo menos embargos vigentes):
       COPY "DataDisponible.cbl".
      *Autorizacion del tutor para el debito de un menor:
       COPY "DataMenor.cbl".

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM MOSTRAR-CLIENTES-SEGUIMIENTO.
           PERFORM MOSTRAR-CLIENTES-ULTIMO-CONTACTO.
           PERFORM MOSTRAR-CLIENTES-LIMITE-DESCUBIERTO.
           PERFORM MOSTRAR-CLIENTES-DATOS-FISCALES.
           PERFORM MOSTRAR-CLIENTES-IDIOMA.
           PERFORM MOSTRAR-CLIENTES-CONDICIONES.
           DISPLAY " ".

       MOSTRAR-CLIENTES-ID.
           DISPLAY "ESTADO: " CLIENTES-ESTADO.
       MOSTRAR-CLIENTES-SALDO.
           DISPLAY "SALDO: " CLIENTES-SALDO.
           PERFORM CONSULTA-SALDO-DISPONIBLE.
           IF DISPONIBLE-RETENIDO NOT = ZERO OR
              DISPONIBLE-EN-CANJE NOT = ZERO
           DISPLAY "RETENIDO POR EMBARGOS: " DISPONIBLE-RETENIDO
           DISPLAY "CHEQUES EN CANJE: " DISPONIBLE-EN-CANJE
           DISPLAY "SALDO DISPONIBLE: " DISPONIBLE-SALDO-LIBRE
           END-IF.
       MOSTRAR-CLIENTES-MONEDA.
           DISPLAY "MONEDA DEL SALDO: " CLIENTES-MONEDA.
       MOSTRAR-CLIENTES-SEGUIMIENTO.
           DISPLAY "ULTIMO CONTACTO: " CLIENTES-FECHA-ULTIMO-CONTACTO.
       MOSTRAR-CLIENTES-LIMITE-DESCUBIERTO.
           DISPLAY "LIMITE DE DESCUBIERTO: " CLIENTES-LIMITE-DESCUBIERTO.
       MOSTRAR-CLIENTES-DATOS-FISCALES.
           DISPLAY "CUIT/CUIL: " CLIENTES-CUIT.
           DISPLAY "CONDICION FRENTE AL IVA: " CLIENTES-CONDICION-IVA.
       MOSTRAR-CLIENTES-IDIOMA.
           IF CLIENTE-IDIOMA-SEGUN-PAIS
           DISPLAY "IDIOMA DE LA CORRESPONDENCIA: SEGUN EL PAIS"
           ELSE
           DISPLAY "IDIOMA DE LA CORRESPONDENCIA: " CLIENTES-IDIOMA
           END-IF.
      *La aceptacion de condiciones no se edita aca: la registra
      *Aceptar-condiciones, que deja la constancia:
       MOSTRAR-CLIENTES-CONDICIONES.
           IF CLIENTES-CONDICIONES-VERSION = SPACES
           DISPLAY "CONDICIONES ACEPTADAS: SIN REGISTRO"
           ELSE
           DISPLAY "CONDICIONES ACEPTADAS: VERSION "
                   CLIENTES-CONDICIONES-VERSION " EL "
                   CLIENTES-CONDICIONES-FECHA
           END-IF.

      *Deja en blanco cualquier campo para no modificarlo. La fecha de
      *alta no se edita, queda fija desde que se creo el registro.
           END-IF
           END-IF.

      *Datos fiscales: la condicion se valida contra los cuatro
      *valores y el CUIT con la rutina compartida Validar-cuit; el
      *punto borra el CUIT, solo para un consumidor final:
           MOVE SPACE TO CAMPO-NUEVO.
           DISPLAY "Nueva condicion frente al IVA (I resp. inscripto,"
                   " M monotributo, F cons. final, E exento, blanco "
                   "no modifica): ".
           ACCEPT CAMPO-NUEVO.
           IF CAMPO-NUEVO NOT = SPACE
           MOVE FUNCTION UPPER-CASE(CAMPO-NUEVO (1:1))
               TO CONDICION-IVA-PEDIDA
           PERFORM CAMBIA-CONDICION-IVA
           END-IF.

           MOVE SPACE TO CAMPO-NUEVO.
           DISPLAY "Nuevo CUIT/CUIL (11 digitos sin guiones, . para "
                   "borrarlo): ".
           ACCEPT CAMPO-NUEVO.
           IF CAMPO-NUEVO NOT = SPACE
           PERFORM CAMBIA-CUIT
           END-IF.
           IF CLIENTES-CUIT = SPACES AND NOT CLIENTE-CONSUMIDOR-FINAL
           DISPLAY "Aviso: el cliente no es consumidor final y no "
                   "tiene CUIT/CUIL cargado."
           END-IF.

      *Idioma de las cartas y del estado de cuenta; el punto lo
      *vuelve a blanco, para que salga segun el pais del cliente:
           MOVE SPACE TO CAMPO-NUEVO.
           DISPLAY "Idioma de la correspondencia (ES castellano, PT "
                   "portugues, EN ingles, . segun el pais, blanco no "
                   "modifica): ".
           ACCEPT CAMPO-NUEVO.
           IF CAMPO-NUEVO = "."
           MOVE SPACES TO CLIENTES-IDIOMA
           ELSE
           IF CAMPO-NUEVO NOT = SPACE
           MOVE FUNCTION UPPER-CASE(CAMPO-NUEVO (1:2))
               TO IDIOMA-PEDIDO
           PERFORM CAMBIA-IDIOMA
           END-IF
           END-IF.

      *Cambio de estado del ciclo de vida, con transiciones
      *controladas (ver CAMBIA-ESTADO); la baja no se hace por aca:
           MOVE SPACE TO CAMPO-NUEVO.
           END-IF.
           IF CAMPO-MOVIMIENTO-SALDO NOT = ZERO
           PERFORM COMPRUEBA-UMBRAL-MOVIMIENTO
           PERFORM COMPRUEBA-EMBARGOS-MOVIMIENTO
           PERFORM COMPRUEBA-DEBITO-MENOR
           IF CAMPO-MOVIMIENTO-SALDO NOT = ZERO
           COMPUTE CLIENTES-SALDO =
               CLIENTES-SALDO + CAMPO-MOVIMIENTO-SALDO
           END-IF
           END-IF.

       CAMBIA-CONDICION-IVA.
           IF CONDICION-IVA-PEDIDA = "I" OR CONDICION-IVA-PEDIDA = "M"
              OR CONDICION-IVA-PEDIDA = "F" OR
              CONDICION-IVA-PEDIDA = "E"
           MOVE CONDICION-IVA-PEDIDA TO CLIENTES-CONDICION-IVA
           ELSE
           DISPLAY "Condicion invalida, no se modifico."
           END-IF.

       CAMBIA-IDIOMA.
           IF IDIOMA-PEDIDO = "ES" OR IDIOMA-PEDIDO = "PT" OR
              IDIOMA-PEDIDO = "EN"
           MOVE IDIOMA-PEDIDO TO CLIENTES-IDIOMA
           ELSE
           DISPLAY "Idioma invalido, no se modifico."
           END-IF.

       CAMBIA-CUIT.
           IF CAMPO-NUEVO = "."
           IF CLIENTE-CONSUMIDOR-FINAL
           MOVE SPACES TO CLIENTES-CUIT
           ELSE
           DISPLAY "Solo un consumidor final puede quedar sin "
                   "CUIT/CUIL, no se modifico."
           END-IF
           ELSE
           MOVE CAMPO-NUEVO (1:11) TO CUIT-PEDIDO
           CALL "Validar-cuit" USING CUIT-PEDIDO CUIT-VALIDO
           IF CUIT-VALIDO = "S"
           MOVE CUIT-PEDIDO TO CLIENTES-CUIT
           ELSE
           DISPLAY "CUIT/CUIL invalido, no se modifico."
           END-IF
           END-IF.

      *Un movimiento por encima del umbral queda en cero (y por lo
      *tanto no se aplica ni se graba en el ledger) si no se consigue
      *la autorizacion de un segundo operador valido:
       COMPRUEBA-UMBRAL-MOVIMIENTO.
           MOVE SPACES TO SEGUNDO-OPERADOR.
           IF FUNCTION ABS(CAMPO-MOVIMIENTO-SALDO) >=
              UMBRAL-SEGUNDO-OPERADOR
           PERFORM PIDE-SEGUNDO-OPERADOR
           END-IF
           END-IF.

      *Un debito no puede comerse lo que retiene un embargo vigente
      *ni salir de una cuenta inmovilizada o de un cliente con la
      *documentacion obligatoria en falta: el movimiento queda en
      *cero, igual que cuando falta el segundo operador. El
      *descubierto sigue siendo solo una alerta, como siempre:
       COMPRUEBA-EMBARGOS-MOVIMIENTO.
           IF CAMPO-MOVIMIENTO-SALDO < ZERO
           PERFORM CARGA-CONSULTA-DISPONIBLE
           COMPUTE DISPONIBLE-DEBITO = ZERO - CAMPO-MOVIMIENTO-SALDO
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA
           IF CUENTA-INMOVILIZADA
           DISPLAY "Movimiento cancelado: la cuenta esta "
                   "inmovilizada (reactivar con la opcion 124)."
           MOVE ZERO TO CAMPO-MOVIMIENTO-SALDO
           END-IF
           IF DOCUMENTACION-BLOQUEADA
           DISPLAY "Movimiento cancelado: el cliente tiene "
                   "documentacion obligatoria vencida o faltante "
                   "(opcion 126)."
           MOVE ZERO TO CAMPO-MOVIMIENTO-SALDO
           END-IF
           IF DEBITO-AFECTA-EMBARGO
           DISPLAY "Movimiento cancelado: afecta fondos retenidos "
                   "por embargo. Disponible: " DISPONIBLE-SALDO-LIBRE
           MOVE ZERO TO CAMPO-MOVIMIENTO-SALDO
           END-IF
           END-IF.

      *El debito de un menor con tutela vigente no pasa del tope y
      *lo autoriza su tutor; si no, el movimiento queda en cero:
       COMPRUEBA-DEBITO-MENOR.
           IF CAMPO-MOVIMIENTO-SALDO < ZERO
           MOVE CLIENTES-ID TO MENOR-CLIENTES-ID
           COMPUTE MENOR-IMPORTE = ZERO - CAMPO-MOVIMIENTO-SALDO
           CALL "Autorizar-debito-menor" USING MENOR-CONSULTA
           IF MENOR-RECHAZADO
           DISPLAY "Movimiento cancelado: cliente menor de edad sin "
                   "la autorizacion de su tutor."
           MOVE ZERO TO CAMPO-MOVIMIENTO-SALDO
           END-IF
           END-IF.

      *Saldo libre del cliente (saldo menos embargos vigentes), por
      *la rutina compartida Saldo-disponible:
       CONSULTA-SALDO-DISPONIBLE.
           PERFORM CARGA-CONSULTA-DISPONIBLE.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.

       CARGA-CONSULTA-DISPONIBLE.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.

      *Pide el ID de un segundo operador y lo valida contra la misma
      *lista de operadores autorizados que usa Eliminar-registro para
      *las bajas:
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
           MOVE CAMPO-MOVIMIENTO-SALDO TO COFIRMA-IMPORTE.
           MOVE "MODIFICAR" TO COFIRMA-ORIGEN.
           WRITE COFIRMA-REGISTRO.
           CLOSE ARCHIVO-COFIRMAS.

      *Revisa caracter por caracter, como LIMPIA-TELEFONO: se admite
      *un signo adelante, digitos, y a lo sumo un punto decimal
      *seguido de exactamente dos digitos de centavos, y al menos un
      *pasar a activo; suspender o levantar una suspension pide
      *nivel de supervisor; nadie vuelve a prospecto; la baja (I) se
      *hace por Eliminar-registro y la vuelta de una baja por
      *Restaurar-registro, no por aca. El castigo (C) se hace por
      *Castigar-saldo y sacar una cuenta de castigada pide
      *supervisor.
       CAMBIA-ESTADO.
           IF ESTADO-PEDIDO = CLIENTES-ESTADO
           CONTINUE
           ELSE
           IF ESTADO-PEDIDO = "C"
           DISPLAY "Una cuenta se castiga por Castigar-saldo, no se "
                   "modifico."
           ELSE
           IF ESTADO-PEDIDO NOT = "P" AND ESTADO-PEDIDO NOT = "A"
              AND ESTADO-PEDIDO NOT = "S" AND ESTADO-PEDIDO NOT = "M"
           DISPLAY "Estado invalido (la baja se hace por "
           DISPLAY "Suspender o levantar una suspension necesita "
                   "nivel de supervisor, no se modifico."
           ELSE
           IF CLIENTE-CASTIGADO AND
              NOT OPERADOR-NIVEL-SUPERVISOR-ACTUAL
           DISPLAY "Sacar una cuenta de castigada necesita nivel de "
                   "supervisor, no se modifico."
           ELSE
           MOVE ESTADO-PEDIDO TO CLIENTES-ESTADO
           DISPLAY "Estado cambiado a " CLIENTES-ESTADO "."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *Cambio de moneda del saldo: normaliza las dos monedas (el
      *campo en blanco es la base ARS), busca la tasa que rige hoy
      *para cada una y convierte el saldo pasando por ARS; sin tasa
      *para alguna de las dos, el cambio se rechaza y la moneda no
      *se toca. La conversion recien se asienta en el ledger cuando
      *el operador confirma la grabacion del registro.
           IF TASA-HALLADA = "S"
           PERFORM CONVIERTE-SALDO-DE-MONEDA
           ELSE
           DISPLAY "La moneda no tiene tasa vigente cargada, "
                   "no se cambia la moneda del saldo."
           END-IF
           END-IF.
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

       CONVIERTE-SALDO-DE-MONEDA.
           MOVE CLIENTES-SALDO TO SALDO-ANTES-CONVERSION.
           MOVE IMAGEN-ANTES-EDICION TO DETALLE-IMAGEN-ANTES.
           MOVE SPACES TO DETALLE-IMAGEN-DESPUES.
           MOVE CLIENTES-REGISTRO TO DETALLE-IMAGEN-DESPUES.
           PERFORM GRABA-DETALLE-ENCADENADO.

      *Asienta el movimiento de saldo ya aplicado a CLIENTES-SALDO en
      *el ledger, con el importe y el saldo resultante, para que se
           MOVE "MOVIMIENTO MANUAL" TO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.
           IF SEGUNDO-OPERADOR NOT = SPACES
           PERFORM GRABA-COFIRMA
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

       COPY "ProcCadenaDetalle.cbl".

       END PROGRAM Modificar-registro.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Constitucion de un plazo fijo: el cliente inmoviliza
      *          parte de su saldo por 30, 60 o 90 dias (los plazos
      *          de tasas_plazo_fijo.dat) a la tasa vigente para ese
      *          plazo, con la instruccion de que hacer al vencer. El
      *          capital se debita del saldo con su renglon en el
      *          ledger y se imprime el certificado. Al vencimiento
      *          el paso nocturno lo paga o lo renueva
      *          (Vencer-plazos-fijos). El de un menor bajo tutela
      *          lo autoriza su tutor, hasta el tope de sus debitos.
      *          Si el cliente es objetivo de una campana de
      *          marketing en curso, el plazo fijo cuenta como
      *          conversion de la campana.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Constituir-plazo-fijo.
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
      *Plazos fijos, su numeracion y las tasas por plazo:
       COPY "DataBasePlazosFijos.cbl".
       COPY "DataBasePlazoControl.cbl".
       COPY "DataBaseTasasPlazo.cbl".

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
       COPY "DataPlazosFijos.cbl".
       COPY "DataPlazoControl.cbl".
       COPY "DataTasasPlazo.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  PLAZOS-FIJOS-STATUS PIC XX.
       77  PLAZO-CONTROL-STATUS PIC XX.
       77  TASAS-PLAZO-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  REGISTRO-EN-USO PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-CONSTITUYENDO PIC X.
       77  PLAZO-APROBADO PIC X.
       77  CLIENTE-DEBITADO PIC X.
       77  CONTADOR-PLAZOS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  MONEDA-DEL-CLIENTE PIC X(3).
      *Saldo disponible del cliente (saldo menos embargos y cheques
      *en canje, con su limite de descubierto):
       COPY "DataDisponible.cbl".
      *Autorizacion del tutor para el debito de un menor:
       COPY "DataMenor.cbl".
       77  FECHA-HORA-OPERACION PIC X(21).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.
       77  CAMPO-TASA-MUESTRA PIC ZZ9.99.

      *Mismo umbral que Modificar-registro, la caja y las
      *transferencias:
       77  UMBRAL-SEGUNDO-OPERADOR PIC 9(7) VALUE 5000.
       77  SEGUNDO-OPERADOR PIC X(10).
       77  SEGUNDO-OPERADOR-AUTORIZADO PIC X.
       77  COFIRMAS-STATUS PIC XX.

      *Condiciones del plazo fijo pedido:
       01  CAPITAL-PEDIDO PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  CAMPO-DIAS PIC X(3).
       77  DIAS-PEDIDOS PIC 9(3) VALUE ZEROES.
       77  TASA-DEL-PLAZO PIC 9(3)V99 VALUE ZERO.
       77  PLAZO-OFRECIDO PIC X.
       77  FIN-TASAS PIC X.
       77  INSTRUCCION-PEDIDA PIC X.
       77  FECHA-CONSTITUCION PIC X(8).
       77  FECHA-VENCIMIENTO-CALCULADA PIC X(8).
       01  INTERES-A-COBRAR PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  DIAS-ENTERO PIC 9(8).
       77  NUMERO-CERTIFICADO PIC 9(8).

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
      *Atribucion del hecho a las campanas de marketing en curso:
       COPY "DataCampanaAtribucion.cbl".

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CONSTITUCION DE PLAZO FIJO =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           MOVE "S" TO SIGUE-CONSTITUYENDO.
           PERFORM ATIENDE-UN-PLAZO-FIJO
           UNTIL SIGUE-CONSTITUYENDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           DISPLAY "Plazos fijos constituidos en esta sesion: "
                   CONTADOR-PLAZOS.
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
           DISPLAY "Operador no autorizado para constituir plazos "
                   "fijos."
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
       ATIENDE-UN-PLAZO-FIJO.
           DISPLAY " ".
           DISPLAY "ID del cliente que constituye el plazo fijo (otra "
                   "cosa para salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-CONSTITUYENDO
           ELSE
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO SIGUE-CONSTITUYENDO
           ELSE
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM PROCESA-PLAZO-FIJO
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

       PROCESA-PLAZO-FIJO.
           PERFORM LEE-CLIENTE.
           PERFORM CONTROLA-CLIENTE.
           IF PLAZO-APROBADO = "S"
           PERFORM PIDE-CONDICIONES
           IF PLAZO-APROBADO = "S"
           PERFORM CONTROLA-IMPORTE
           IF PLAZO-APROBADO = "S"
           PERFORM CONFIRMA-PLAZO-FIJO
           IF SI-A-GRABAR = "S"
           PERFORM APLICA-PLAZO-FIJO
           END-IF
           END-IF
           END-IF
           END-IF.

      *El capital sale del saldo y vuelve ahi al vencer, asi que el
      *cliente tiene que estar operativo y operar en pesos:
       CONTROLA-CLIENTE.
           MOVE "S" TO PLAZO-APROBADO.
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
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Plazo fijo rechazado: el cliente esta suspendido "
                   "o no operativo (estado " CLIENTES-ESTADO ")."
           ELSE
           IF MONEDA-DEL-CLIENTE NOT = "ARS"
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Plazo fijo rechazado: los plazos fijos se "
                   "constituyen en ARS."
           END-IF
           END-IF.

       PIDE-CONDICIONES.
           PERFORM PIDE-CAPITAL.
           IF PLAZO-APROBADO = "S"
           PERFORM PIDE-PLAZO
           END-IF.
           IF PLAZO-APROBADO = "S"
           PERFORM PIDE-INSTRUCCION
           END-IF.
           IF PLAZO-APROBADO = "S"
           PERFORM CALCULA-VENCIMIENTO-E-INTERES
           END-IF.

       PIDE-CAPITAL.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Capital a inmovilizar, en ARS (con centavos "
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
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "El capital debe ser un numero positivo "
                   "(centavos con punto), no se constituyo."
           ELSE
           MOVE IMPORTE-CONVERTIDO TO CAPITAL-PEDIDO
           END-IF.

      *Solo se ofrecen los plazos que figuran en la tabla de tasas,
      *y la tasa es la vigente para ese plazo:
       PIDE-PLAZO.
           PERFORM MUESTRA-PLAZOS-OFRECIDOS.
           MOVE SPACES TO CAMPO-DIAS.
           DISPLAY "Plazo en dias: ".
           ACCEPT CAMPO-DIAS.
           MOVE ZEROES TO DIAS-PEDIDOS.
           IF FUNCTION TRIM(CAMPO-DIAS) NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-DIAS) TO DIAS-PEDIDOS
           END-IF.
           PERFORM BUSCA-TASA-DEL-PLAZO.
           IF PLAZO-OFRECIDO = "N"
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Ese plazo no se ofrece, no se constituyo."
           END-IF.

       MUESTRA-PLAZOS-OFRECIDOS.
           DISPLAY "Plazos ofrecidos:".
           OPEN INPUT ARCHIVO-TASAS-PLAZO.
           MOVE "1" TO FIN-TASAS.
           IF TASAS-PLAZO-STATUS NOT = "00"
           MOVE "0" TO FIN-TASAS
           END-IF.
           PERFORM MUESTRA-UNA-TASA UNTIL FIN-TASAS = "0".
           CLOSE ARCHIVO-TASAS-PLAZO.

       MUESTRA-UNA-TASA.
           READ ARCHIVO-TASAS-PLAZO
           AT END
           MOVE "0" TO FIN-TASAS
           NOT AT END
           MOVE TASA-PLAZO-TNA TO CAMPO-TASA-MUESTRA
           DISPLAY "  " TASA-PLAZO-DIAS " dias  TNA "
                   CAMPO-TASA-MUESTRA " %"
           END-READ.

       BUSCA-TASA-DEL-PLAZO.
           MOVE "N" TO PLAZO-OFRECIDO.
           OPEN INPUT ARCHIVO-TASAS-PLAZO.
           MOVE "1" TO FIN-TASAS.
           IF TASAS-PLAZO-STATUS NOT = "00"
           MOVE "0" TO FIN-TASAS
           END-IF.
           PERFORM COMPARA-UNA-TASA UNTIL FIN-TASAS = "0".
           CLOSE ARCHIVO-TASAS-PLAZO.

       COMPARA-UNA-TASA.
           READ ARCHIVO-TASAS-PLAZO
           AT END
           MOVE "0" TO FIN-TASAS
           NOT AT END
           IF TASA-PLAZO-DIAS = DIAS-PEDIDOS AND
              DIAS-PEDIDOS > ZEROES
           MOVE TASA-PLAZO-TNA TO TASA-DEL-PLAZO
           MOVE "S" TO PLAZO-OFRECIDO
           MOVE "0" TO FIN-TASAS
           END-IF
           END-READ.

       PIDE-INSTRUCCION.
           DISPLAY "Al vencer: (A) acreditar capital e interes, "
                   "(C) renovar el capital, (T) renovar todo: ".
           ACCEPT INSTRUCCION-PEDIDA.
           MOVE FUNCTION UPPER-CASE(INSTRUCCION-PEDIDA)
               TO INSTRUCCION-PEDIDA.
           IF INSTRUCCION-PEDIDA NOT = "A" AND
              INSTRUCCION-PEDIDA NOT = "C" AND
              INSTRUCCION-PEDIDA NOT = "T"
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Instruccion invalida, no se constituyo."
           END-IF.

      *Interes simple sobre 365 dias; el vencimiento es la fecha de
      *hoy mas los dias del plazo. Si cae en un dia no habil lo paga
      *la corrida nocturna siguiente:
       CALCULA-VENCIMIENTO-E-INTERES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-CONSTITUCION.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FECHA-CONSTITUCION))
               + DIAS-PEDIDOS.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-ENTERO)
               TO FECHA-VENCIMIENTO-CALCULADA.
           COMPUTE INTERES-A-COBRAR ROUNDED =
               CAPITAL-PEDIDO * TASA-DEL-PLAZO * DIAS-PEDIDOS / 36500.

      *El capital no puede tocar lo retenido por un embargo, ni usar
      *cheques en canje, ni dejar al cliente en descubierto: se
      *controla contra el disponible con limite cero. Despues rige
      *la regla del segundo operador:
       CONTROLA-IMPORTE.
           MOVE ZERO TO DISPONIBLE-LIMITE.
           MOVE CAPITAL-PEDIDO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           IF CUENTA-INMOVILIZADA
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Plazo fijo rechazado: la cuenta esta "
                   "inmovilizada (reactivar con la opcion 124)."
           ELSE
           IF DOCUMENTACION-BLOQUEADA
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Plazo fijo rechazado: el cliente tiene "
                   "documentacion obligatoria vencida o faltante "
                   "(opcion 126)."
           ELSE
           IF DEBITO-AFECTA-EMBARGO
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Plazo fijo rechazado: afecta fondos "
                   "retenidos por embargo."
           ELSE
           IF DEBITO-SUPERA-LIMITE
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Plazo fijo rechazado: supera el saldo "
                   "disponible del cliente."
           ELSE
           PERFORM COMPRUEBA-UMBRAL-MOVIMIENTO
           END-IF
           END-IF
           END-IF
           END-IF.
           IF PLAZO-APROBADO = "S"
           PERFORM CONTROLA-DEBITO-MENOR
           END-IF.

      *El capital de un menor con tutela vigente no pasa del tope y
      *lo autoriza su tutor:
       CONTROLA-DEBITO-MENOR.
           MOVE CLIENTES-ID TO MENOR-CLIENTES-ID.
           MOVE CAPITAL-PEDIDO TO MENOR-IMPORTE.
           CALL "Autorizar-debito-menor" USING MENOR-CONSULTA.
           IF MENOR-RECHAZADO
           MOVE "N" TO PLAZO-APROBADO
           DISPLAY "Plazo fijo rechazado: cliente menor de edad sin "
                   "la autorizacion de su tutor."
           END-IF.

       COMPRUEBA-UMBRAL-MOVIMIENTO.
           MOVE SPACES TO SEGUNDO-OPERADOR.
           IF CAPITAL-PEDIDO >= UMBRAL-SEGUNDO-OPERADOR
           PERFORM PIDE-SEGUNDO-OPERADOR
           IF SEGUNDO-OPERADOR-AUTORIZADO = "N"
           DISPLAY "Plazo fijo cancelado: falta la autorizacion "
                   "de un segundo operador."
           MOVE "N" TO PLAZO-APROBADO
           END-IF
           END-IF.

       PIDE-SEGUNDO-OPERADOR.
           DISPLAY "Plazo fijo grande, ingrese el ID de un segundo "
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
           MOVE CAPITAL-PEDIDO TO COFIRMA-IMPORTE.
           MOVE "PLAZO-FIJO" TO COFIRMA-ORIGEN.
           WRITE COFIRMA-REGISTRO.
           CLOSE ARCHIVO-COFIRMAS.

       CONFIRMA-PLAZO-FIJO.
           MOVE CAPITAL-PEDIDO TO CAMPO-IMPORTE-MUESTRA.
           MOVE TASA-DEL-PLAZO TO CAMPO-TASA-MUESTRA.
           DISPLAY "Capital ARS " CAMPO-IMPORTE-MUESTRA " a "
                   DIAS-PEDIDOS " dias, TNA " CAMPO-TASA-MUESTRA
                   " %, vence el " FECHA-VENCIMIENTO-CALCULADA (7:2)
                   "/" FECHA-VENCIMIENTO-CALCULADA (5:2) "/"
                   FECHA-VENCIMIENTO-CALCULADA (1:4) ".".
           MOVE INTERES-A-COBRAR TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Interes a cobrar: ARS " CAMPO-IMPORTE-MUESTRA.
           MOVE "¿Confirma el plazo fijo (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Primero se debita el saldo; solo con el debito grabado se
      *numera el certificado, se graba el plazo fijo y se asienta en
      *el ledger. El archivo de plazos fijos se abre solo aca y se
      *cierra antes de imprimir el certificado, que lo lee:
       APLICA-PLAZO-FIJO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-OPERACION.
           MOVE "N" TO CLIENTE-DEBITADO.
           PERFORM LEE-CLIENTE.
           SUBTRACT CAPITAL-PEDIDO FROM CLIENTES-SALDO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, no se constituyo."
           NOT INVALID KEY
           MOVE "S" TO CLIENTE-DEBITADO
           END-REWRITE.
           IF CLIENTE-DEBITADO = "S"
           PERFORM ASIGNA-NUMERO-CERTIFICADO
           OPEN I-O ARCHIVO-PLAZOS-FIJOS
           PERFORM GRABA-PLAZO-FIJO
           CLOSE ARCHIVO-PLAZOS-FIJOS
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-CONSTITUCION
           IF SEGUNDO-OPERADOR NOT = SPACES
           PERFORM GRABA-COFIRMA
           END-IF
           ADD 1 TO CONTADOR-PLAZOS
           DISPLAY "Plazo fijo " NUMERO-CERTIFICADO " constituido."
           MOVE CLIENTES-ID TO ATRIBUCION-CLIENTES-ID
           MOVE "V" TO ATRIBUCION-EVENTO
           MOVE "PFJ" TO ATRIBUCION-PRODUCTO
           CALL "Atribuir-campana" USING ATRIBUCION-CAMPANA
           CALL "Imprimir-certificado-plazo" USING NUMERO-CERTIFICADO
           END-IF.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-RECIBO:
       ASIGNA-NUMERO-CERTIFICADO.
           MOVE ZEROES TO PLAZO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-PLAZO-CONTROL.
           IF PLAZO-CONTROL-STATUS = "00"
           READ ARCHIVO-PLAZO-CONTROL
           END-IF.
           CLOSE ARCHIVO-PLAZO-CONTROL.
           ADD 1 TO PLAZO-NUMERO-ACTUAL.
           MOVE PLAZO-NUMERO-ACTUAL TO NUMERO-CERTIFICADO.
           OPEN OUTPUT ARCHIVO-PLAZO-CONTROL.
           WRITE PLAZO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-PLAZO-CONTROL.

       GRABA-PLAZO-FIJO.
           MOVE NUMERO-CERTIFICADO TO PLAZO-NUMERO.
           MOVE CLIENTES-ID TO PLAZO-CLIENTES-ID.
           MOVE CAPITAL-PEDIDO TO PLAZO-CAPITAL.
           MOVE TASA-DEL-PLAZO TO PLAZO-TASA-ANUAL.
           MOVE DIAS-PEDIDOS TO PLAZO-DIAS.
           MOVE FECHA-CONSTITUCION TO PLAZO-FECHA-INICIO.
           MOVE FECHA-VENCIMIENTO-CALCULADA TO PLAZO-FECHA-VENCIMIENTO.
           MOVE INTERES-A-COBRAR TO PLAZO-INTERES.
           MOVE INSTRUCCION-PEDIDA TO PLAZO-INSTRUCCION.
           MOVE "V" TO PLAZO-ESTADO.
           MOVE ZEROES TO PLAZO-ORIGEN.
           MOVE SPACES TO PLAZO-FECHA-CIERRE.
           MOVE OPERADOR TO PLAZO-OPERADOR.
           MOVE FECHA-HORA-OPERACION TO PLAZO-FECHA-HORA.
           WRITE PLAZO-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo grabar el plazo fijo "
                   PLAZO-NUMERO "; el saldo ya fue debitado, "
                   "revisar plazo_control.dat."
           END-WRITE.

       GRABA-LOG-MODIFICACION.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

       GRABA-MOVIMIENTO-CONSTITUCION.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - CAPITAL-PEDIDO.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "N" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "PLAZO FIJO " NUMERO-CERTIFICADO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
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

       END PROGRAM Constituir-plazo-fijo.

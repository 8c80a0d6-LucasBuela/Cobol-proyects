      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Otorgamiento de un prestamo personal a un cliente:
      *          capital, tasa nominal anual, cantidad de cuotas y
      *          fecha de inicio. Arma el cronograma de amortizacion
      *          por sistema frances (cuota fija; capital, interes y
      *          vencimiento de cada cuota), lo graba en
      *          cuotas_prestamo.dat, acredita el capital en el saldo
      *          con su renglon en el ledger e imprime el contrato con
      *          el cronograma para la firma del cliente. Las cuotas
      *          las cobra el paso nocturno (Cobrar-cuotas-prestamo).
      *          Si el cliente es objetivo de una campana de
      *          marketing en curso, el prestamo cuenta como
      *          conversion de la campana.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Otorgar-prestamo.
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
      *Prestamos personales, sus cuotas y su numeracion:
       COPY "DataBasePrestamos.cbl".
       COPY "DataBaseCuotas.cbl".
       COPY "DataBasePrestamoControl.cbl".

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
       COPY "DataPrestamos.cbl".
       COPY "DataCuotas.cbl".
       COPY "DataPrestamoControl.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  PRESTAMOS-STATUS PIC XX.
       77  CUOTAS-STATUS PIC XX.
       77  PRESTAMO-CONTROL-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  REGISTRO-EN-USO PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-OTORGANDO PIC X.
       77  PRESTAMO-APROBADO PIC X.
       77  CLIENTE-ACREDITADO PIC X.
       77  CONTADOR-PRESTAMOS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  MONEDA-DEL-CLIENTE PIC X(3).
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

      *Condiciones del prestamo pedido:
       77  TASA-MAXIMA PIC 9(3) VALUE 150.
       77  CUOTAS-MAXIMAS PIC 9(3) VALUE 60.
       01  CAPITAL-PEDIDO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TASA-PEDIDA PIC 9(3)V99 VALUE ZERO.
       77  CAMPO-CUOTAS PIC X(3).
       77  CUOTAS-PEDIDAS PIC 9(3) VALUE ZEROES.
       77  CAMPO-FECHA-INICIO PIC X(8).
       01  FECHA-INICIO-PEDIDA.
           05 INICIO-ANIO PIC 9(4).
           05 INICIO-MES PIC 9(2).
           05 INICIO-DIA PIC 9(2).

      *Calculo del sistema frances: tasa mensual = TNA / 1200, cuota
      *fija = capital * i * (1+i)^n / ((1+i)^n - 1):
       01  TASA-MENSUAL PIC 9V9(12) VALUE ZERO.
       01  FACTOR-CAPITALIZACION PIC 9(6)V9(12) VALUE ZERO.
       01  IMPORTE-CUOTA-FIJA PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  SALDO-A-AMORTIZAR PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TOTAL-INTERESES PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  MESES-DESDE-ENERO PIC 9(4).
       77  ANIOS-AGREGADOS PIC 9(4).
       77  MES-RESTANTE PIC 9(2).
       01  FECHA-VENCIMIENTO-ARMADA.
           05 VENCE-ANIO PIC 9(4).
           05 VENCE-MES PIC 9(2).
           05 VENCE-DIA PIC 9(2).

      *Cronograma armado en memoria antes de confirmar, misma
      *tecnica de tabla que ReporteProductos:
       77  IND-CUOTA PIC 9(3).
       01  TABLA-CRONOGRAMA.
           05 CRONOGRAMA-CUOTA OCCURS 60 TIMES.
              10 TAB-VENCIMIENTO PIC X(8).
              10 TAB-CAPITAL PIC S9(7)V99 COMP-3.
              10 TAB-INTERES PIC S9(7)V99 COMP-3.
              10 TAB-IMPORTE PIC S9(7)V99 COMP-3.
              10 TAB-SALDO PIC S9(7)V99 COMP-3.
       01  LINEA-CRONOGRAMA.
           05 CRON-NUMERO PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CRON-VENCIMIENTO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-CAPITAL PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-INTERES PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRON-SALDO PIC Z(6)9.99.
       77  NUMERO-PRESTAMO-CONTRATO PIC 9(8).

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
           DISPLAY "===== OTORGAMIENTO DE PRESTAMO PERSONAL =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           MOVE "S" TO SIGUE-OTORGANDO.
           PERFORM ATIENDE-UN-PRESTAMO
           UNTIL SIGUE-OTORGANDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           DISPLAY "Prestamos otorgados en esta sesion: "
                   CONTADOR-PRESTAMOS.
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
           DISPLAY "Operador no autorizado para otorgar prestamos."
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
       ATIENDE-UN-PRESTAMO.
           DISPLAY " ".
           DISPLAY "ID del cliente que pide el prestamo (otra cosa "
                   "para salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-OTORGANDO
           ELSE
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO SIGUE-OTORGANDO
           ELSE
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM PROCESA-PRESTAMO
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

       PROCESA-PRESTAMO.
           PERFORM LEE-CLIENTE.
           PERFORM CONTROLA-CLIENTE.
           IF PRESTAMO-APROBADO = "S"
           PERFORM PIDE-CONDICIONES
           IF PRESTAMO-APROBADO = "S"
           PERFORM ARMA-CRONOGRAMA
           PERFORM MUESTRA-CRONOGRAMA
           PERFORM COMPRUEBA-UMBRAL-MOVIMIENTO
           IF PRESTAMO-APROBADO = "S"
           PERFORM CONFIRMA-PRESTAMO
           IF SI-A-GRABAR = "S"
           PERFORM APLICA-PRESTAMO
           END-IF
           END-IF
           END-IF
           END-IF.

      *El capital se acredita en el saldo y las cuotas se debitan de
      *ahi, asi que el cliente tiene que estar operativo y operar en
      *pesos:
       CONTROLA-CLIENTE.
           MOVE "S" TO PRESTAMO-APROBADO.
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
           IF CLIENTE-FUERA-DE-OPERATORIA
           MOVE "N" TO PRESTAMO-APROBADO
           DISPLAY "Prestamo rechazado: el cliente esta suspendido "
                   "o no operativo (estado " CLIENTES-ESTADO ")."
           ELSE
           IF MONEDA-DEL-CLIENTE NOT = "ARS"
           MOVE "N" TO PRESTAMO-APROBADO
           DISPLAY "Prestamo rechazado: los prestamos personales "
                   "se otorgan en ARS."
           END-IF
           END-IF.

       PIDE-CONDICIONES.
           PERFORM PIDE-CAPITAL.
           IF PRESTAMO-APROBADO = "S"
           PERFORM PIDE-TASA
           END-IF.
           IF PRESTAMO-APROBADO = "S"
           PERFORM PIDE-CUOTAS
           END-IF.
           IF PRESTAMO-APROBADO = "S"
           PERFORM PIDE-FECHA-INICIO
           END-IF.

       PIDE-CAPITAL.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Capital a prestar, en ARS (con centavos "
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
           MOVE "N" TO PRESTAMO-APROBADO
           DISPLAY "El capital debe ser un numero positivo "
                   "(centavos con punto), no se otorgo."
           ELSE
           MOVE IMPORTE-CONVERTIDO TO CAPITAL-PEDIDO
           END-IF.

      *La tasa se tipea como un importe (por ejemplo 85.50), asi que
      *se valida con la misma rutina:
       PIDE-TASA.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Tasa nominal anual en % (por ejemplo 85.50): ".
           ACCEPT IMPORTE-TEXTO.
           PERFORM VALIDA-TEXTO-IMPORTE.
           IF IMPORTE-TEXTO-VALIDO = "S"
           PERFORM CONVIERTE-IMPORTE-TEXTO
           IF IMPORTE-CONVERTIDO < ZERO OR
              IMPORTE-CONVERTIDO > TASA-MAXIMA
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF.
           IF IMPORTE-TEXTO-VALIDO = "N"
           MOVE "N" TO PRESTAMO-APROBADO
           DISPLAY "La tasa debe estar entre 0 y " TASA-MAXIMA
                   " %, no se otorgo."
           ELSE
           MOVE IMPORTE-CONVERTIDO TO TASA-PEDIDA
           END-IF.

       PIDE-CUOTAS.
           MOVE SPACES TO CAMPO-CUOTAS.
           DISPLAY "Cantidad de cuotas mensuales (1 a " CUOTAS-MAXIMAS
                   "): ".
           ACCEPT CAMPO-CUOTAS.
           MOVE ZEROES TO CUOTAS-PEDIDAS.
           IF FUNCTION TRIM(CAMPO-CUOTAS) NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-CUOTAS) TO CUOTAS-PEDIDAS
           END-IF.
           IF CUOTAS-PEDIDAS = ZEROES OR
              CUOTAS-PEDIDAS > CUOTAS-MAXIMAS
           MOVE "N" TO PRESTAMO-APROBADO
           DISPLAY "Cantidad de cuotas invalida, no se otorgo."
           END-IF.

      *Sin fecha tipeada el prestamo arranca hoy; la primera cuota
      *vence un mes despues del inicio:
       PIDE-FECHA-INICIO.
           MOVE SPACES TO CAMPO-FECHA-INICIO.
           DISPLAY "Fecha de inicio AAAAMMDD (vacio para hoy): ".
           ACCEPT CAMPO-FECHA-INICIO.
           IF CAMPO-FECHA-INICIO = SPACES
           MOVE FUNCTION CURRENT-DATE (1:8) TO CAMPO-FECHA-INICIO
           END-IF.
           IF CAMPO-FECHA-INICIO NOT NUMERIC
           MOVE "N" TO PRESTAMO-APROBADO
           ELSE
           MOVE CAMPO-FECHA-INICIO TO FECHA-INICIO-PEDIDA
           IF INICIO-MES < 1 OR INICIO-MES > 12 OR
              INICIO-DIA < 1 OR INICIO-DIA > 31
           MOVE "N" TO PRESTAMO-APROBADO
           END-IF
           END-IF.
           IF PRESTAMO-APROBADO = "N"
           DISPLAY "Fecha de inicio invalida, no se otorgo."
           END-IF.

      *Sistema frances: cuota fija; en cada cuota el interes es el
      *del saldo adeudado y el resto amortiza capital. La ultima
      *cuota toma el capital que quede, asi el redondeo de los
      *centavos no deja saldo colgado:
       ARMA-CRONOGRAMA.
           COMPUTE TASA-MENSUAL = TASA-PEDIDA / 1200.
           IF TASA-MENSUAL = ZERO
           COMPUTE IMPORTE-CUOTA-FIJA ROUNDED =
               CAPITAL-PEDIDO / CUOTAS-PEDIDAS
           ELSE
           COMPUTE FACTOR-CAPITALIZACION =
               (1 + TASA-MENSUAL) ** CUOTAS-PEDIDAS
           COMPUTE IMPORTE-CUOTA-FIJA ROUNDED =
               CAPITAL-PEDIDO * TASA-MENSUAL * FACTOR-CAPITALIZACION
               / (FACTOR-CAPITALIZACION - 1)
           END-IF.
           MOVE CAPITAL-PEDIDO TO SALDO-A-AMORTIZAR.
           MOVE ZERO TO TOTAL-INTERESES.
           MOVE 1 TO IND-CUOTA.
           PERFORM CALCULA-UNA-CUOTA
               UNTIL IND-CUOTA > CUOTAS-PEDIDAS.

       CALCULA-UNA-CUOTA.
           COMPUTE TAB-INTERES (IND-CUOTA) ROUNDED =
               SALDO-A-AMORTIZAR * TASA-MENSUAL.
           IF IND-CUOTA = CUOTAS-PEDIDAS
           MOVE SALDO-A-AMORTIZAR TO TAB-CAPITAL (IND-CUOTA)
           ELSE
           COMPUTE TAB-CAPITAL (IND-CUOTA) =
               IMPORTE-CUOTA-FIJA - TAB-INTERES (IND-CUOTA)
           END-IF.
           COMPUTE TAB-IMPORTE (IND-CUOTA) =
               TAB-CAPITAL (IND-CUOTA) + TAB-INTERES (IND-CUOTA).
           SUBTRACT TAB-CAPITAL (IND-CUOTA) FROM SALDO-A-AMORTIZAR.
           MOVE SALDO-A-AMORTIZAR TO TAB-SALDO (IND-CUOTA).
           ADD TAB-INTERES (IND-CUOTA) TO TOTAL-INTERESES.
           PERFORM CALCULA-VENCIMIENTO.
           MOVE FECHA-VENCIMIENTO-ARMADA TO TAB-VENCIMIENTO (IND-CUOTA).
           ADD 1 TO IND-CUOTA.

      *La cuota n vence n meses despues del inicio, el mismo dia del
      *mes; del 29 en adelante se corre al 28 para que exista en
      *todos los meses:
       CALCULA-VENCIMIENTO.
           COMPUTE MESES-DESDE-ENERO = INICIO-MES - 1 + IND-CUOTA.
           DIVIDE MESES-DESDE-ENERO BY 12 GIVING ANIOS-AGREGADOS
               REMAINDER MES-RESTANTE.
           COMPUTE VENCE-ANIO = INICIO-ANIO + ANIOS-AGREGADOS.
           COMPUTE VENCE-MES = MES-RESTANTE + 1.
           MOVE INICIO-DIA TO VENCE-DIA.
           IF VENCE-DIA > 28
           MOVE 28 TO VENCE-DIA
           END-IF.

       MUESTRA-CRONOGRAMA.
           MOVE CAPITAL-PEDIDO TO CAMPO-IMPORTE-MUESTRA.
           MOVE TASA-PEDIDA TO CAMPO-TASA-MUESTRA.
           DISPLAY " ".
           DISPLAY "Capital ARS " CAMPO-IMPORTE-MUESTRA "  TNA "
                   CAMPO-TASA-MUESTRA " %  en " CUOTAS-PEDIDAS
                   " cuotas".
           DISPLAY "Cuota  Vencimiento     Capital     Interes  "
                   "     Cuota  Saldo capital".
           MOVE 1 TO IND-CUOTA.
           PERFORM MUESTRA-UNA-CUOTA
               UNTIL IND-CUOTA > CUOTAS-PEDIDAS.
           MOVE TOTAL-INTERESES TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Total de intereses: ARS " CAMPO-IMPORTE-MUESTRA.

       MUESTRA-UNA-CUOTA.
           MOVE IND-CUOTA TO CRON-NUMERO.
           MOVE SPACES TO CRON-VENCIMIENTO.
           STRING TAB-VENCIMIENTO (IND-CUOTA) (7:2) "/"
                  TAB-VENCIMIENTO (IND-CUOTA) (5:2) "/"
                  TAB-VENCIMIENTO (IND-CUOTA) (1:4)
                  DELIMITED BY SIZE INTO CRON-VENCIMIENTO
           END-STRING.
           MOVE TAB-CAPITAL (IND-CUOTA) TO CRON-CAPITAL.
           MOVE TAB-INTERES (IND-CUOTA) TO CRON-INTERES.
           MOVE TAB-IMPORTE (IND-CUOTA) TO CRON-IMPORTE.
           MOVE TAB-SALDO (IND-CUOTA) TO CRON-SALDO.
           DISPLAY LINEA-CRONOGRAMA.
           ADD 1 TO IND-CUOTA.

       COMPRUEBA-UMBRAL-MOVIMIENTO.
           MOVE SPACES TO SEGUNDO-OPERADOR.
           IF CAPITAL-PEDIDO >= UMBRAL-SEGUNDO-OPERADOR
           PERFORM PIDE-SEGUNDO-OPERADOR
           IF SEGUNDO-OPERADOR-AUTORIZADO = "N"
           DISPLAY "Prestamo cancelado: falta la autorizacion "
                   "de un segundo operador."
           MOVE "N" TO PRESTAMO-APROBADO
           END-IF
           END-IF.

       PIDE-SEGUNDO-OPERADOR.
           DISPLAY "Prestamo grande, ingrese el ID de un segundo "
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

       CONFIRMA-PRESTAMO.
           MOVE CAPITAL-PEDIDO TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Se acreditan ARS " CAMPO-IMPORTE-MUESTRA " a "
                   CLIENTES-ID " y se graban " CUOTAS-PEDIDAS
                   " cuotas.".
           MOVE "¿Confirma el prestamo (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Primero se acredita el saldo; solo con la acreditacion
      *grabada se numera el prestamo, se graba con su cronograma y
      *se asienta en el ledger. Prestamos y cuotas se abren solo
      *aca y se cierran antes de imprimir el contrato, que los lee:
       APLICA-PRESTAMO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-OPERACION.
           MOVE "N" TO CLIENTE-ACREDITADO.
           PERFORM LEE-CLIENTE.
           ADD CAPITAL-PEDIDO TO CLIENTES-SALDO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, no se otorgo."
           NOT INVALID KEY
           MOVE "S" TO CLIENTE-ACREDITADO
           END-REWRITE.
           IF CLIENTE-ACREDITADO = "S"
           PERFORM ASIGNA-NUMERO-PRESTAMO
           OPEN I-O ARCHIVO-PRESTAMOS
           OPEN I-O ARCHIVO-CUOTAS
           PERFORM GRABA-PRESTAMO
           MOVE 1 TO IND-CUOTA
           PERFORM GRABA-UNA-CUOTA
               UNTIL IND-CUOTA > CUOTAS-PEDIDAS
           CLOSE ARCHIVO-PRESTAMOS
           CLOSE ARCHIVO-CUOTAS
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-DESEMBOLSO
           ADD 1 TO CONTADOR-PRESTAMOS
           DISPLAY "Prestamo " NUMERO-PRESTAMO-CONTRATO
                   " otorgado y acreditado."
           MOVE CLIENTES-ID TO ATRIBUCION-CLIENTES-ID
           MOVE "V" TO ATRIBUCION-EVENTO
           MOVE "PRE" TO ATRIBUCION-PRODUCTO
           CALL "Atribuir-campana" USING ATRIBUCION-CAMPANA
           CALL "Imprimir-contrato-prestamo"
               USING NUMERO-PRESTAMO-CONTRATO
           END-IF.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-RECIBO:
       ASIGNA-NUMERO-PRESTAMO.
           MOVE ZEROES TO PRESTAMO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-PRESTAMO-CONTROL.
           IF PRESTAMO-CONTROL-STATUS = "00"
           READ ARCHIVO-PRESTAMO-CONTROL
           END-IF.
           CLOSE ARCHIVO-PRESTAMO-CONTROL.
           ADD 1 TO PRESTAMO-NUMERO-ACTUAL.
           MOVE PRESTAMO-NUMERO-ACTUAL TO NUMERO-PRESTAMO-CONTRATO.
           OPEN OUTPUT ARCHIVO-PRESTAMO-CONTROL.
           WRITE PRESTAMO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-PRESTAMO-CONTROL.

       GRABA-PRESTAMO.
           MOVE NUMERO-PRESTAMO-CONTRATO TO PRESTAMO-NUMERO.
           MOVE CLIENTES-ID TO PRESTAMO-CLIENTES-ID.
           MOVE CAPITAL-PEDIDO TO PRESTAMO-CAPITAL.
           MOVE TASA-PEDIDA TO PRESTAMO-TASA-ANUAL.
           MOVE CUOTAS-PEDIDAS TO PRESTAMO-CUOTAS.
           MOVE FECHA-INICIO-PEDIDA TO PRESTAMO-FECHA-INICIO.
           MOVE IMPORTE-CUOTA-FIJA TO PRESTAMO-IMPORTE-CUOTA.
           MOVE CAPITAL-PEDIDO TO PRESTAMO-SALDO-CAPITAL.
           MOVE ZEROES TO PRESTAMO-CUOTAS-COBRADAS.
           MOVE "V" TO PRESTAMO-ESTADO.
           MOVE OPERADOR TO PRESTAMO-OPERADOR.
           MOVE SEGUNDO-OPERADOR TO PRESTAMO-AUTORIZADO-POR.
           MOVE FECHA-HORA-OPERACION TO PRESTAMO-FECHA-HORA.
           WRITE PRESTAMO-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo grabar el prestamo "
                   PRESTAMO-NUMERO "; el capital ya fue acreditado, "
                   "revisar prestamo_control.dat."
           END-WRITE.

       GRABA-UNA-CUOTA.
           MOVE NUMERO-PRESTAMO-CONTRATO TO CUOTA-PRESTAMO-NUMERO.
           MOVE IND-CUOTA TO CUOTA-NUMERO.
           MOVE CLIENTES-ID TO CUOTA-CLIENTES-ID.
           MOVE TAB-VENCIMIENTO (IND-CUOTA) TO CUOTA-VENCIMIENTO.
           MOVE TAB-CAPITAL (IND-CUOTA) TO CUOTA-CAPITAL.
           MOVE TAB-INTERES (IND-CUOTA) TO CUOTA-INTERES.
           MOVE TAB-IMPORTE (IND-CUOTA) TO CUOTA-IMPORTE.
           MOVE TAB-SALDO (IND-CUOTA) TO CUOTA-SALDO-CAPITAL.
           MOVE "P" TO CUOTA-ESTADO.
           MOVE SPACES TO CUOTA-FECHA-COBRO.
           WRITE CUOTA-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo grabar la cuota " CUOTA-NUMERO
                   " del prestamo " CUOTA-PRESTAMO-NUMERO "."
           END-WRITE.
           ADD 1 TO IND-CUOTA.

       GRABA-LOG-MODIFICACION.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

       GRABA-MOVIMIENTO-DESEMBOLSO.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE CAPITAL-PEDIDO TO MOVIMIENTO-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "L" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "DESEMBOLSO PREST " NUMERO-PRESTAMO-CONTRATO
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

       END PROGRAM Otorgar-prestamo.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Tesoro de la sucursal: apertura del dia por moneda
      *          con el cierre anterior, entrega de efectivo a los
      *          cajeros al empezar el dia y devolucion al cierre,
      *          remesas recibidas de la casa central y enviadas a
      *          ella (con la firma de un segundo operador), y cierre
      *          del dia. El cierre en pesos se prueba contra los
      *          cuadres declarados por los cajeros de la sucursal;
      *          una diferencia la firma un supervisor. Despues de
      *          cada operacion se compara el efectivo de la sucursal
      *          en pesos con su limite asegurado y, si lo supera,
      *          queda una alerta para el menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tesoro-sucursal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Lista de operadores autorizados, con su sucursal:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Referencia de sucursales, con el limite asegurado:
       COPY "DataBaseSucursales.cbl".
      *Posicion diaria del tesoro y sus movimientos:
       COPY "DataBaseTesoro.cbl".
       COPY "DataBaseTesoroMovimientos.cbl".
      *Cuadres de caja de los cajeros, para la prueba del cierre:
       COPY "DataBaseCuadres.cbl".
      *Alertas operativas para la bandeja del menu:
       COPY "DataBaseAlertas.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".
       COPY "DataSucursales.cbl".
       COPY "DataTesoro.cbl".
       COPY "DataTesoroMovimientos.cbl".
       COPY "DataCuadres.cbl".
       COPY "DataAlertas.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  SESION-STATUS PIC XX.
       77  SUCURSALES-STATUS PIC XX.
       77  TESORO-STATUS PIC XX.
       77  TESORO-MOVIMIENTOS-STATUS PIC XX.
       77  ALERTAS-STATUS PIC XX.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  SUCURSAL-DEL-OPERADOR PIC X(3).
       77  FECHA-HOY PIC X(8).
       77  OPCION PIC X.

      *Sucursal del tesoro: la del operador salvo que pida otra;
      *sin referencia de sucursales se acepta cualquier codigo y no
      *hay limite asegurado que controlar:
       01  CAMPO-SUCURSAL PIC X(3).
       77  SUCURSAL-VALIDA PIC X.
       77  HAY-REFERENCIA-SUCURSALES PIC X.
       77  FIN-SUCURSALES PIC X.
       77  NOMBRE-SUCURSAL PIC X(30).
       77  HAY-LIMITE PIC X.
       01  LIMITE-ASEGURADO PIC 9(9)V99 VALUE ZERO.

      *Moneda de la operacion, validada con la rutina de tasas:
       77  CAMPO-MONEDA PIC X(3).
       77  MONEDA-VALIDA PIC X.
       COPY "DataTasaConsulta.cbl".

      *Cada operacion avanza mientras sus controles la dejan:
       77  OPERACION-POSIBLE PIC X.
       77  DIA-HALLADO PIC X.
       77  TIPO-DE-OPERACION PIC X.
       77  CAJERO PIC X(10).
       77  CAJERO-VALIDO PIC X.
       77  FIRMANTE PIC X(10).
       77  FIRMA-VALIDA PIC X.
       01  IMPORTE-OPERACION PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  POSICION-TESORO PIC S9(11)V99 COMP-3 VALUE ZERO.

      *Dia anterior de la misma sucursal y moneda, para la apertura:
       77  FIN-DE-TESORO PIC X.
       77  DIA-ANTERIOR-HALLADO PIC X.
       77  DIA-ANTERIOR-CERRADO PIC X.
       77  FECHA-DIA-ANTERIOR PIC X(8).
       01  SALDO-DIA-ANTERIOR PIC S9(11)V99 COMP-3 VALUE ZERO.

      *Prueba del cierre: el ultimo cuadre de hoy de cada cajero de
      *la sucursal (si Cuadre-operadores se corrio dos veces, vale
      *el ultimo) contra lo que los cajeros devolvieron de mas:
       77  FIN-CUADRES PIC X.
       77  MAXIMO-CAJEROS PIC 9(2) VALUE 50.
       77  CANTIDAD-CAJEROS PIC 9(2) VALUE ZEROES.
       77  INDICE-CAJERO PIC 9(2).
       77  CAJERO-HALLADO PIC X.
       01  TABLA-CAJEROS.
           05 CAJERO-TABLA OCCURS 50 TIMES.
              10 CAJERO-TAB-ID PIC X(10).
              10 CAJERO-TAB-CON-CUADRE PIC X(1).
              10 CAJERO-TAB-DECLARADO PIC S9(9)V99 COMP-3.
       77  CAJEROS-CON-CUADRE PIC 9(2).
       01  TOTAL-CUADRES PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  NETO-DE-CAJAS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DIFERENCIA-PRUEBA PIC S9(11)V99 COMP-3 VALUE ZERO.

      *Efectivo de la sucursal en pesos contra el limite asegurado:
      *por cada moneda cuenta el ultimo dia registrado hasta hoy;
      *la alerta se graba una sola vez por sesion:
       77  MONEDA-EN-CURSO PIC X(3).
       01  EFECTIVO-DE-LA-MONEDA PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  EFECTIVO-EN-PESOS PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MONEDAS-SIN-TASA PIC 9(2).
       77  MOSTRAR-DETALLE PIC X.
       77  LIMITE-YA-AVISADO PIC X VALUE "N".
       77  TEXTO-DE-ALERTA PIC X(60).

      *Importe tipeado como texto, con centavos opcionales, misma
      *tecnica que Cuadre-operadores:
       77  IMPORTE-TEXTO PIC X(15).
       77  IMPORTE-TEXTO-VALIDO PIC X.
       77  IMPORTE-POSICION PIC 9(2).
       77  IMPORTE-CARACTER PIC X.
       77  IMPORTE-DIGITOS PIC 9(2).
       77  IMPORTE-PUNTOS PIC 9(2).
       77  IMPORTE-DIGITOS-CENTAVOS PIC 9(2).
       77  IMPORTE-PARTE-ENTERA PIC 9(11).
       77  IMPORTE-PARTE-CENTAVOS PIC X(2).
       77  IMPORTE-CENTAVOS PIC 9(2).

       77  CAMPO-IMPORTE-MUESTRA PIC -Z(10)9.99.
       77  CAMPO-APERTURA-MUESTRA PIC -Z(10)9.99.
       77  CAMPO-POSICION-MUESTRA PIC -Z(10)9.99.
       77  CAMPO-PESOS-MUESTRA PIC -Z(12)9.99.
       77  CAMPO-LIMITE-MUESTRA PIC Z(8)9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== TESORO DE LA SUCURSAL =====".
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           PERFORM PIDE-OPERADOR.
           PERFORM TOMA-SUCURSAL-DEL-OPERADOR.
           PERFORM PIDE-SUCURSAL.
           OPEN I-O ARCHIVO-TESORO.
           IF TESORO-STATUS = "05"
           MOVE "00" TO TESORO-STATUS
           END-IF.
           IF TESORO-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo del tesoro, status: "
                   TESORO-STATUS
           ELSE
           MOVE SPACE TO OPCION
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X"
           END-IF.
           CLOSE ARCHIVO-TESORO.
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

       VALIDA-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO OPERADOR-AUTORIZADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.
           IF OPERADOR-AUTORIZADO = "N"
           DISPLAY "Operador no autorizado para operar el tesoro."
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

      *La sucursal en la que trabaja el operador es la que se
      *propone para el tesoro:
       TOMA-SUCURSAL-DEL-OPERADOR.
           MOVE SPACES TO SUCURSAL-DEL-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-SUCURSAL-DEL-OPERADOR
           UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-SUCURSAL-DEL-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE OP-SUCURSAL TO SUCURSAL-DEL-OPERADOR
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       PIDE-SUCURSAL.
           MOVE "N" TO SUCURSAL-VALIDA.
           PERFORM PIDE-CODIGO-SUCURSAL
           UNTIL SUCURSAL-VALIDA = "S".
           DISPLAY "Sucursal " CAMPO-SUCURSAL " "
                   FUNCTION TRIM(NOMBRE-SUCURSAL).
           IF HAY-LIMITE = "S"
           MOVE LIMITE-ASEGURADO TO CAMPO-LIMITE-MUESTRA
           DISPLAY "Limite asegurado en pesos: "
                   CAMPO-LIMITE-MUESTRA
           END-IF.

       PIDE-CODIGO-SUCURSAL.
           MOVE SPACE TO CAMPO-SUCURSAL.
           DISPLAY "Sucursal del tesoro (Enter = "
                   SUCURSAL-DEL-OPERADOR "): ".
           ACCEPT CAMPO-SUCURSAL.
           IF CAMPO-SUCURSAL = SPACES
           MOVE SUCURSAL-DEL-OPERADOR TO CAMPO-SUCURSAL
           END-IF.
           MOVE FUNCTION UPPER-CASE(CAMPO-SUCURSAL) TO
               CAMPO-SUCURSAL.
           PERFORM BUSCA-SUCURSAL-REFERENCIA.
           IF HAY-REFERENCIA-SUCURSALES = "N" AND
              CAMPO-SUCURSAL NOT = SPACES
           MOVE "S" TO SUCURSAL-VALIDA
           END-IF.
           IF SUCURSAL-VALIDA = "N"
           DISPLAY "Sucursal inexistente."
           END-IF.

       BUSCA-SUCURSAL-REFERENCIA.
           MOVE "N" TO HAY-REFERENCIA-SUCURSALES.
           MOVE "N" TO HAY-LIMITE.
           MOVE ZERO TO LIMITE-ASEGURADO.
           MOVE SPACES TO NOMBRE-SUCURSAL.
           OPEN INPUT ARCHIVO-SUCURSALES.
           IF SUCURSALES-STATUS = "00"
           MOVE "S" TO HAY-REFERENCIA-SUCURSALES
           MOVE "1" TO FIN-SUCURSALES
           PERFORM COMPARA-SUCURSAL
           UNTIL FIN-SUCURSALES = "0"
           END-IF.
           CLOSE ARCHIVO-SUCURSALES.

       COMPARA-SUCURSAL.
           READ ARCHIVO-SUCURSALES
           AT END
           MOVE "0" TO FIN-SUCURSALES
           NOT AT END
           IF SUCURSAL-CODIGO = CAMPO-SUCURSAL
           MOVE "S" TO SUCURSAL-VALIDA
           MOVE SUCURSAL-NOMBRE TO NOMBRE-SUCURSAL
           IF SUCURSAL-LIMITE-ASEGURADO NUMERIC
           IF SUCURSAL-LIMITE-ASEGURADO > ZERO
           MOVE "S" TO HAY-LIMITE
           MOVE SUCURSAL-LIMITE-ASEGURADO TO LIMITE-ASEGURADO
           END-IF
           END-IF
           MOVE "0" TO FIN-SUCURSALES
           END-IF.

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(A) Apertura del dia, (E) Entrega a cajero, "
                   "(D) Devolucion de cajero, (R) Remesa recibida de "
                   "casa central, (N) Remesa enviada a casa central, "
                   "(C) Cierre del dia, (P) Posicion, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "A"
                   PERFORM APERTURA-DEL-DIA
               WHEN "E"
                   PERFORM ENTREGA-A-CAJERO
               WHEN "D"
                   PERFORM DEVOLUCION-DE-CAJERO
               WHEN "R"
                   PERFORM REMESA-RECIBIDA
               WHEN "N"
                   PERFORM REMESA-ENVIADA
               WHEN "C"
                   PERFORM CIERRE-DEL-DIA
               WHEN "P"
                   MOVE "S" TO MOSTRAR-DETALLE
                   PERFORM SUMA-EFECTIVO-SUCURSAL
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      *La moneda en blanco es el peso; cualquier otra tiene que
      *tener tasa vigente:
       PIDE-MONEDA.
           MOVE SPACES TO CAMPO-MONEDA.
           DISPLAY "Moneda (Enter = ARS): ".
           ACCEPT CAMPO-MONEDA.
           MOVE FUNCTION UPPER-CASE(CAMPO-MONEDA) TO CAMPO-MONEDA.
           IF CAMPO-MONEDA = SPACES
           MOVE "ARS" TO CAMPO-MONEDA
           END-IF.
           MOVE CAMPO-MONEDA TO CONSULTA-TASA-MONEDA.
           MOVE SPACES TO CONSULTA-TASA-FECHA.
           CALL "Tasa-de-cambio" USING TASA-CONSULTA.
           MOVE CONSULTA-TASA-HALLADA TO MONEDA-VALIDA.
           IF MONEDA-VALIDA = "N"
           DISPLAY "Moneda desconocida o sin tasa vigente."
           END-IF.

       LEE-DIA-DE-HOY.
           MOVE CAMPO-SUCURSAL TO TESORO-SUCURSAL.
           MOVE CAMPO-MONEDA TO TESORO-MONEDA.
           MOVE FECHA-HOY TO TESORO-FECHA.
           READ ARCHIVO-TESORO RECORD
           INVALID KEY
           MOVE "N" TO DIA-HALLADO
           NOT INVALID KEY
           MOVE "S" TO DIA-HALLADO
           END-READ.

       CALCULA-POSICION.
           COMPUTE POSICION-TESORO = TESORO-APERTURA
               - TESORO-ENTREGADO + TESORO-DEVUELTO
               + TESORO-RECIBIDO - TESORO-ENVIADO.

      *La apertura toma el cierre del ultimo dia registrado de la
      *misma moneda; si ese dia quedo sin cerrar se toma su
      *posicion con un aviso. La primera apertura de una moneda en
      *la sucursal pide el saldo inicial contado:
       APERTURA-DEL-DIA.
           MOVE "S" TO OPERACION-POSIBLE.
           MOVE SPACES TO CAJERO.
           MOVE SPACES TO FIRMANTE.
           PERFORM PIDE-MONEDA.
           IF MONEDA-VALIDA = "N"
           MOVE "N" TO OPERACION-POSIBLE
           END-IF.
           IF OPERACION-POSIBLE = "S"
           PERFORM LEE-DIA-DE-HOY
           IF DIA-HALLADO = "S"
           DISPLAY "El tesoro ya se abrio hoy en esa moneda."
           MOVE "N" TO OPERACION-POSIBLE
           END-IF
           END-IF.
           IF OPERACION-POSIBLE = "S"
           PERFORM BUSCA-DIA-ANTERIOR
           IF DIA-ANTERIOR-HALLADO = "S"
           MOVE SALDO-DIA-ANTERIOR TO IMPORTE-OPERACION
           IF DIA-ANTERIOR-CERRADO = "N"
           DISPLAY "Aviso: el dia " FECHA-DIA-ANTERIOR
                   " quedo sin cerrar; se abre con su posicion."
           END-IF
           ELSE
           DISPLAY "Primera apertura de la moneda en la sucursal."
           DISPLAY "Saldo inicial contado en el tesoro: "
           PERFORM PIDE-IMPORTE
           END-IF
           END-IF.
           IF OPERACION-POSIBLE = "S"
           MOVE SPACES TO TESORO-REGISTRO
           MOVE CAMPO-SUCURSAL TO TESORO-SUCURSAL
           MOVE CAMPO-MONEDA TO TESORO-MONEDA
           MOVE FECHA-HOY TO TESORO-FECHA
           MOVE IMPORTE-OPERACION TO TESORO-APERTURA
           MOVE ZERO TO TESORO-ENTREGADO
           MOVE ZERO TO TESORO-DEVUELTO
           MOVE ZERO TO TESORO-RECIBIDO
           MOVE ZERO TO TESORO-ENVIADO
           MOVE ZERO TO TESORO-CIERRE
           MOVE "A" TO TESORO-ESTADO
           MOVE ZERO TO TESORO-CUADRES-CAJEROS
           MOVE ZERO TO TESORO-DIFERENCIA
           MOVE OPERADOR TO TESORO-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO TESORO-FECHA-HORA
           WRITE TESORO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la apertura, status: "
                   TESORO-STATUS
           MOVE "N" TO OPERACION-POSIBLE
           END-WRITE
           END-IF.
           IF OPERACION-POSIBLE = "S"
           MOVE "A" TO TIPO-DE-OPERACION
           PERFORM GRABA-MOVIMIENTO-TESORO
           MOVE IMPORTE-OPERACION TO CAMPO-APERTURA-MUESTRA
           DISPLAY "Tesoro abierto en " CAMPO-MONEDA " con "
                   CAMPO-APERTURA-MUESTRA
           MOVE "N" TO MOSTRAR-DETALLE
           PERFORM SUMA-EFECTIVO-SUCURSAL
           END-IF.

      *Los dias de la sucursal y moneda vienen en orden de fecha:
      *queda el ultimo anterior a hoy:
       BUSCA-DIA-ANTERIOR.
           MOVE "N" TO DIA-ANTERIOR-HALLADO.
           MOVE CAMPO-SUCURSAL TO TESORO-SUCURSAL.
           MOVE CAMPO-MONEDA TO TESORO-MONEDA.
           MOVE LOW-VALUES TO TESORO-FECHA.
           START ARCHIVO-TESORO KEY IS NOT LESS TESORO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-TESORO
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-TESORO
           END-START.
           PERFORM LEE-DIA-ANTERIOR
           UNTIL FIN-DE-TESORO = "0".

       LEE-DIA-ANTERIOR.
           READ ARCHIVO-TESORO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-TESORO
           NOT AT END
           IF TESORO-SUCURSAL NOT = CAMPO-SUCURSAL OR
              TESORO-MONEDA NOT = CAMPO-MONEDA OR
              TESORO-FECHA NOT < FECHA-HOY
           MOVE "0" TO FIN-DE-TESORO
           ELSE
           MOVE "S" TO DIA-ANTERIOR-HALLADO
           MOVE TESORO-FECHA TO FECHA-DIA-ANTERIOR
           IF TESORO-CERRADO
           MOVE "S" TO DIA-ANTERIOR-CERRADO
           MOVE TESORO-CIERRE TO SALDO-DIA-ANTERIOR
           ELSE
           MOVE "N" TO DIA-ANTERIOR-CERRADO
           PERFORM CALCULA-POSICION
           MOVE POSICION-TESORO TO SALDO-DIA-ANTERIOR
           END-IF
           END-IF
           END-READ.

      *Las operaciones del dia necesitan el tesoro abierto hoy en
      *la moneda y todavia sin cerrar:
       TOMA-DIA-ABIERTO.
           MOVE "S" TO OPERACION-POSIBLE.
           MOVE SPACES TO CAJERO.
           MOVE SPACES TO FIRMANTE.
           PERFORM PIDE-MONEDA.
           IF MONEDA-VALIDA = "N"
           MOVE "N" TO OPERACION-POSIBLE
           ELSE
           PERFORM LEE-DIA-DE-HOY
           IF DIA-HALLADO = "N"
           DISPLAY "El tesoro no se abrio hoy en esa moneda."
           MOVE "N" TO OPERACION-POSIBLE
           ELSE
           IF TESORO-CERRADO
           DISPLAY "El tesoro de hoy en esa moneda ya esta cerrado."
           MOVE "N" TO OPERACION-POSIBLE
           END-IF
           END-IF
           END-IF.

       ENTREGA-A-CAJERO.
           MOVE "E" TO TIPO-DE-OPERACION.
           PERFORM TOMA-DIA-ABIERTO.
           IF OPERACION-POSIBLE = "S"
           PERFORM PIDE-CAJERO
           END-IF.
           IF OPERACION-POSIBLE = "S"
           DISPLAY "Importe entregado al cajero: "
           PERFORM PIDE-IMPORTE
           END-IF.
           IF OPERACION-POSIBLE = "S"
           PERFORM CONTROLA-EFECTIVO-DISPONIBLE
           END-IF.
           IF OPERACION-POSIBLE = "S"
           ADD IMPORTE-OPERACION TO TESORO-ENTREGADO
           PERFORM APLICA-OPERACION
           END-IF.

       DEVOLUCION-DE-CAJERO.
           MOVE "D" TO TIPO-DE-OPERACION.
           PERFORM TOMA-DIA-ABIERTO.
           IF OPERACION-POSIBLE = "S"
           PERFORM PIDE-CAJERO
           END-IF.
           IF OPERACION-POSIBLE = "S"
           DISPLAY "Importe devuelto por el cajero: "
           PERFORM PIDE-IMPORTE
           END-IF.
           IF OPERACION-POSIBLE = "S"
           ADD IMPORTE-OPERACION TO TESORO-DEVUELTO
           PERFORM APLICA-OPERACION
           END-IF.

       REMESA-RECIBIDA.
           MOVE "R" TO TIPO-DE-OPERACION.
           PERFORM TOMA-DIA-ABIERTO.
           IF OPERACION-POSIBLE = "S"
           DISPLAY "Importe recibido de casa central: "
           PERFORM PIDE-IMPORTE
           END-IF.
           IF OPERACION-POSIBLE = "S"
           PERFORM PIDE-SEGUNDA-FIRMA
           END-IF.
           IF OPERACION-POSIBLE = "S"
           ADD IMPORTE-OPERACION TO TESORO-RECIBIDO
           PERFORM APLICA-OPERACION
           END-IF.

       REMESA-ENVIADA.
           MOVE "N" TO TIPO-DE-OPERACION.
           PERFORM TOMA-DIA-ABIERTO.
           IF OPERACION-POSIBLE = "S"
           DISPLAY "Importe enviado a casa central: "
           PERFORM PIDE-IMPORTE
           END-IF.
           IF OPERACION-POSIBLE = "S"
           PERFORM CONTROLA-EFECTIVO-DISPONIBLE
           END-IF.
           IF OPERACION-POSIBLE = "S"
           PERFORM PIDE-SEGUNDA-FIRMA
           END-IF.
           IF OPERACION-POSIBLE = "S"
           ADD IMPORTE-OPERACION TO TESORO-ENVIADO
           PERFORM APLICA-OPERACION
           END-IF.

      *El cierre en pesos se prueba contra los cuadres de hoy de
      *los cajeros de la sucursal: lo que devolvieron de mas sobre
      *lo que se les entrego tiene que ser lo que declararon. Los
      *cuadres no llevan moneda, asi que las otras monedas cierran
      *sin prueba:
       CIERRE-DEL-DIA.
           MOVE "C" TO TIPO-DE-OPERACION.
           PERFORM TOMA-DIA-ABIERTO.
           IF OPERACION-POSIBLE = "S"
           PERFORM CALCULA-POSICION
           MOVE POSICION-TESORO TO TESORO-CIERRE
           MOVE POSICION-TESORO TO IMPORTE-OPERACION
           MOVE ZERO TO TOTAL-CUADRES
           MOVE ZERO TO DIFERENCIA-PRUEBA
           IF CAMPO-MONEDA = "ARS"
           PERFORM PRUEBA-CONTRA-CUADRES
           ELSE
           DISPLAY "Cierre en " CAMPO-MONEDA
                   " sin prueba contra cuadres."
           END-IF
           END-IF.
           IF OPERACION-POSIBLE = "S"
           MOVE "C" TO TESORO-ESTADO
           MOVE TOTAL-CUADRES TO TESORO-CUADRES-CAJEROS
           MOVE DIFERENCIA-PRUEBA TO TESORO-DIFERENCIA
           MOVE FIRMANTE TO TESORO-FIRMADO-POR
           PERFORM APLICA-OPERACION
           END-IF.

       PRUEBA-CONTRA-CUADRES.
           PERFORM CARGA-CAJEROS-SUCURSAL.
           PERFORM SUMA-CUADRES-DE-HOY.
           COMPUTE NETO-DE-CAJAS =
               TESORO-DEVUELTO - TESORO-ENTREGADO.
           COMPUTE DIFERENCIA-PRUEBA = NETO-DE-CAJAS - TOTAL-CUADRES.
           MOVE NETO-DE-CAJAS TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Devuelto menos entregado a cajeros: "
                   CAMPO-IMPORTE-MUESTRA.
           MOVE TOTAL-CUADRES TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Declarado en los cuadres de " CAJEROS-CON-CUADRE
                   " cajeros: " CAMPO-IMPORTE-MUESTRA.
           MOVE DIFERENCIA-PRUEBA TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Diferencia: " CAMPO-IMPORTE-MUESTRA.
           IF DIFERENCIA-PRUEBA NOT = ZERO
           PERFORM PIDE-FIRMA-SUPERVISOR
           IF FIRMA-VALIDA = "N"
           DISPLAY "Sin firma de supervisor la diferencia no se "
                   "graba; el tesoro queda abierto."
           MOVE "N" TO OPERACION-POSIBLE
           END-IF
           END-IF.

       CARGA-CAJEROS-SUCURSAL.
           MOVE ZEROES TO CANTIDAD-CAJEROS.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM AGREGA-CAJERO-SUCURSAL
           UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       AGREGA-CAJERO-SUCURSAL.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-SUCURSAL = CAMPO-SUCURSAL AND
              CANTIDAD-CAJEROS < MAXIMO-CAJEROS
           ADD 1 TO CANTIDAD-CAJEROS
           MOVE OP-ID TO CAJERO-TAB-ID (CANTIDAD-CAJEROS)
           MOVE "N" TO CAJERO-TAB-CON-CUADRE (CANTIDAD-CAJEROS)
           MOVE ZERO TO CAJERO-TAB-DECLARADO (CANTIDAD-CAJEROS)
           END-IF.

       SUMA-CUADRES-DE-HOY.
           OPEN INPUT ARCHIVO-CUADRES.
           MOVE "1" TO FIN-CUADRES.
           PERFORM TOMA-UN-CUADRE
           UNTIL FIN-CUADRES = "0".
           CLOSE ARCHIVO-CUADRES.
           MOVE ZERO TO TOTAL-CUADRES.
           MOVE ZEROES TO CAJEROS-CON-CUADRE.
           PERFORM SUMA-CUADRE-CAJERO
               VARYING INDICE-CAJERO FROM 1 BY 1
               UNTIL INDICE-CAJERO > CANTIDAD-CAJEROS.

       TOMA-UN-CUADRE.
           READ ARCHIVO-CUADRES
           AT END
           MOVE "0" TO FIN-CUADRES
           NOT AT END
           IF CUADRE-FECHA = FECHA-HOY
           MOVE "N" TO CAJERO-HALLADO
           PERFORM COMPARA-CAJERO-CUADRE
               VARYING INDICE-CAJERO FROM 1 BY 1
               UNTIL INDICE-CAJERO > CANTIDAD-CAJEROS
               OR CAJERO-HALLADO = "S"
           END-IF
           END-READ.

       COMPARA-CAJERO-CUADRE.
           IF CAJERO-TAB-ID (INDICE-CAJERO) = CUADRE-OPERADOR
           MOVE "S" TO CAJERO-HALLADO
           MOVE "S" TO CAJERO-TAB-CON-CUADRE (INDICE-CAJERO)
           MOVE CUADRE-DECLARADO TO
               CAJERO-TAB-DECLARADO (INDICE-CAJERO)
           END-IF.

       SUMA-CUADRE-CAJERO.
           IF CAJERO-TAB-CON-CUADRE (INDICE-CAJERO) = "S"
           ADD 1 TO CAJEROS-CON-CUADRE
           ADD CAJERO-TAB-DECLARADO (INDICE-CAJERO) TO TOTAL-CUADRES
           END-IF.

      *El cajero tiene que ser un operador de la misma sucursal:
       PIDE-CAJERO.
           MOVE SPACES TO CAJERO.
           DISPLAY "Identificador del cajero: ".
           ACCEPT CAJERO.
           MOVE "N" TO CAJERO-VALIDO.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-CAJERO UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.
           IF CAJERO-VALIDO = "N"
           DISPLAY "El cajero no es un operador de la sucursal "
                   CAMPO-SUCURSAL "."
           MOVE "N" TO OPERACION-POSIBLE
           END-IF.

       BUSCA-CAJERO.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = CAJERO
           IF OP-SUCURSAL = CAMPO-SUCURSAL
           MOVE "S" TO CAJERO-VALIDO
           END-IF
           MOVE "0" TO FIN-OPERADORES
           END-IF.

      *Lo que sale del tesoro no puede superar lo que hay:
       CONTROLA-EFECTIVO-DISPONIBLE.
           PERFORM CALCULA-POSICION.
           IF IMPORTE-OPERACION > POSICION-TESORO
           MOVE POSICION-TESORO TO CAMPO-POSICION-MUESTRA
           DISPLAY "El tesoro solo tiene " CAMPO-POSICION-MUESTRA
                   " en " CAMPO-MONEDA "."
           MOVE "N" TO OPERACION-POSIBLE
           END-IF.

      *Una remesa la firma un segundo operador supervisor, distinto
      *del que la registra:
       PIDE-SEGUNDA-FIRMA.
           MOVE SPACES TO FIRMANTE.
           DISPLAY "La remesa necesita la firma de un segundo "
                   "operador supervisor; su ID: ".
           ACCEPT FIRMANTE.
           PERFORM VALIDA-FIRMANTE.
           IF FIRMA-VALIDA = "N"
           DISPLAY "Sin segunda firma la remesa no se registra."
           MOVE "N" TO OPERACION-POSIBLE
           END-IF.

       PIDE-FIRMA-SUPERVISOR.
           MOVE SPACES TO FIRMANTE.
           DISPLAY "La diferencia necesita la firma de un "
                   "supervisor distinto de usted; su ID: ".
           ACCEPT FIRMANTE.
           PERFORM VALIDA-FIRMANTE.

       VALIDA-FIRMANTE.
           MOVE "N" TO FIRMA-VALIDA.
           IF FIRMANTE NOT = SPACES AND FIRMANTE NOT = OPERADOR
           OPEN INPUT ARCHIVO-OPERADORES
           MOVE "1" TO FIN-OPERADORES
           PERFORM BUSCA-FIRMANTE UNTIL FIN-OPERADORES = "0"
           CLOSE ARCHIVO-OPERADORES
           END-IF.
           IF FIRMA-VALIDA = "N"
           DISPLAY "No es un supervisor valido."
           END-IF.

       BUSCA-FIRMANTE.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = FIRMANTE AND
              OPERADOR-NIVEL-SUPERVISOR
           MOVE "S" TO FIRMA-VALIDA
           MOVE "0" TO FIN-OPERADORES
           END-IF.

      *Regraba el dia, anota el movimiento y controla el limite:
       APLICA-OPERACION.
           MOVE OPERADOR TO TESORO-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO TESORO-FECHA-HORA.
           REWRITE TESORO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el tesoro, status: "
                   TESORO-STATUS
           MOVE "N" TO OPERACION-POSIBLE
           END-REWRITE.
           IF OPERACION-POSIBLE = "S"
           PERFORM GRABA-MOVIMIENTO-TESORO
           PERFORM CALCULA-POSICION
           MOVE POSICION-TESORO TO CAMPO-POSICION-MUESTRA
           DISPLAY "Operacion registrada. Posicion del tesoro en "
                   CAMPO-MONEDA ": " CAMPO-POSICION-MUESTRA
           MOVE "N" TO MOSTRAR-DETALLE
           PERFORM SUMA-EFECTIVO-SUCURSAL
           END-IF.

       GRABA-MOVIMIENTO-TESORO.
           OPEN EXTEND ARCHIVO-TESORO-MOVIMIENTOS.
           MOVE SPACES TO TMOV-REGISTRO.
           MOVE FUNCTION CURRENT-DATE TO TMOV-FECHA-HORA.
           MOVE CAMPO-SUCURSAL TO TMOV-SUCURSAL.
           MOVE CAMPO-MONEDA TO TMOV-MONEDA.
           MOVE TIPO-DE-OPERACION TO TMOV-TIPO.
           MOVE CAJERO TO TMOV-CAJERO.
           MOVE IMPORTE-OPERACION TO TMOV-IMPORTE.
           MOVE OPERADOR TO TMOV-OPERADOR.
           MOVE FIRMANTE TO TMOV-FIRMADO-POR.
           WRITE TMOV-REGISTRO.
           CLOSE ARCHIVO-TESORO-MOVIMIENTOS.

      *Efectivo de la sucursal: por cada moneda el ultimo dia
      *registrado hasta hoy. Un dia cerrado vale su cierre; uno
      *abierto vale la posicion del tesoro mas lo que los cajeros
      *recibieron y todavia no devolvieron. Se convierte a pesos
      *con la tasa de hoy y se compara con el limite asegurado:
       SUMA-EFECTIVO-SUCURSAL.
           MOVE ZERO TO EFECTIVO-EN-PESOS.
           MOVE ZEROES TO MONEDAS-SIN-TASA.
           MOVE SPACES TO MONEDA-EN-CURSO.
           IF MOSTRAR-DETALLE = "S"
           DISPLAY " "
           DISPLAY "Mon Fecha           Apertura        Posicion"
                   " Estado"
           END-IF.
           MOVE CAMPO-SUCURSAL TO TESORO-SUCURSAL.
           MOVE LOW-VALUES TO TESORO-MONEDA.
           MOVE LOW-VALUES TO TESORO-FECHA.
           START ARCHIVO-TESORO KEY IS NOT LESS TESORO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-TESORO
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-TESORO
           END-START.
           PERFORM LEE-DIA-SUCURSAL
           UNTIL FIN-DE-TESORO = "0".
           PERFORM CIERRA-MONEDA-EN-CURSO.
           MOVE EFECTIVO-EN-PESOS TO CAMPO-PESOS-MUESTRA.
           IF MOSTRAR-DETALLE = "S"
           DISPLAY "Efectivo de la sucursal en pesos: "
                   CAMPO-PESOS-MUESTRA
           IF MONEDAS-SIN-TASA > ZEROES
           DISPLAY "(" MONEDAS-SIN-TASA
                   " monedas sin tasa vigente quedan afuera)"
           END-IF
           END-IF.
           IF HAY-LIMITE = "S"
           IF EFECTIVO-EN-PESOS > LIMITE-ASEGURADO
           PERFORM AVISA-LIMITE-EXCEDIDO
           END-IF
           END-IF.

       LEE-DIA-SUCURSAL.
           READ ARCHIVO-TESORO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-TESORO
           NOT AT END
           IF TESORO-SUCURSAL NOT = CAMPO-SUCURSAL
           MOVE "0" TO FIN-DE-TESORO
           ELSE
           IF TESORO-FECHA NOT > FECHA-HOY
           PERFORM TOMA-DIA-SUCURSAL
           END-IF
           END-IF
           END-READ.

       TOMA-DIA-SUCURSAL.
           IF TESORO-MONEDA NOT = MONEDA-EN-CURSO
           PERFORM CIERRA-MONEDA-EN-CURSO
           MOVE TESORO-MONEDA TO MONEDA-EN-CURSO
           END-IF.
           PERFORM CALCULA-POSICION.
           IF TESORO-CERRADO
           MOVE TESORO-CIERRE TO EFECTIVO-DE-LA-MONEDA
           ELSE
           MOVE POSICION-TESORO TO EFECTIVO-DE-LA-MONEDA
           IF TESORO-ENTREGADO > TESORO-DEVUELTO
           COMPUTE EFECTIVO-DE-LA-MONEDA = EFECTIVO-DE-LA-MONEDA
               + TESORO-ENTREGADO - TESORO-DEVUELTO
           END-IF
           END-IF.
           IF MOSTRAR-DETALLE = "S" AND TESORO-FECHA = FECHA-HOY
           MOVE TESORO-APERTURA TO CAMPO-APERTURA-MUESTRA
           MOVE POSICION-TESORO TO CAMPO-POSICION-MUESTRA
           DISPLAY TESORO-MONEDA " " TESORO-FECHA " "
                   CAMPO-APERTURA-MUESTRA " "
                   CAMPO-POSICION-MUESTRA " " TESORO-ESTADO
           END-IF.

       CIERRA-MONEDA-EN-CURSO.
           IF MONEDA-EN-CURSO NOT = SPACES
           MOVE MONEDA-EN-CURSO TO CONSULTA-TASA-MONEDA
           MOVE SPACES TO CONSULTA-TASA-FECHA
           CALL "Tasa-de-cambio" USING TASA-CONSULTA
           IF TASA-CONSULTA-HALLADA
           COMPUTE EFECTIVO-EN-PESOS ROUNDED = EFECTIVO-EN-PESOS
               + EFECTIVO-DE-LA-MONEDA * CONSULTA-TASA-VALOR
           ELSE
           ADD 1 TO MONEDAS-SIN-TASA
           END-IF
           END-IF.
           MOVE ZERO TO EFECTIVO-DE-LA-MONEDA.

      *El aviso sale en pantalla cada vez; la alerta para el menu
      *queda una sola vez por sesion:
       AVISA-LIMITE-EXCEDIDO.
           MOVE EFECTIVO-EN-PESOS TO CAMPO-PESOS-MUESTRA.
           MOVE LIMITE-ASEGURADO TO CAMPO-LIMITE-MUESTRA.
           DISPLAY "ALERTA: el efectivo de la sucursal "
                   CAMPO-SUCURSAL " (" CAMPO-PESOS-MUESTRA
                   ") supera su limite asegurado ("
                   CAMPO-LIMITE-MUESTRA ").".
           IF LIMITE-YA-AVISADO = "N"
           MOVE "S" TO LIMITE-YA-AVISADO
           MOVE SPACES TO TEXTO-DE-ALERTA
           STRING "Suc " CAMPO-SUCURSAL " efectivo "
                  CAMPO-PESOS-MUESTRA " > limite "
                  CAMPO-LIMITE-MUESTRA
                  DELIMITED BY SIZE INTO TEXTO-DE-ALERTA
           PERFORM GRABA-ALERTA
           END-IF.

      *Deja la alerta pendiente en la bandeja que muestra el menu:
       GRABA-ALERTA.
           OPEN EXTEND ARCHIVO-ALERTAS.
           MOVE FUNCTION CURRENT-DATE TO ALERTA-FECHA-HORA.
           MOVE "TESORO" TO ALERTA-ORIGEN.
           MOVE TEXTO-DE-ALERTA TO ALERTA-TEXTO.
           MOVE "P" TO ALERTA-ESTADO.
           MOVE SPACES TO ALERTA-VISTO-POR.
           WRITE ALERTA-REGISTRO.
           CLOSE ARCHIVO-ALERTAS.

      *Pide un importe positivo como texto, con centavos opcionales:
       PIDE-IMPORTE.
           MOVE SPACES TO IMPORTE-TEXTO.
           ACCEPT IMPORTE-TEXTO.
           PERFORM VALIDA-TEXTO-IMPORTE.
           IF IMPORTE-TEXTO-VALIDO = "N"
           DISPLAY "Importe invalido."
           MOVE "N" TO OPERACION-POSIBLE
           ELSE
           PERFORM CONVIERTE-IMPORTE-TEXTO
           END-IF.

      *Revisa el texto de un importe caracter por caracter, la misma
      *tecnica que VALIDA-TEXTO-IMPORTE de Modificar-registro; aca no
      *se aceptan signos:
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
           IF IMPORTE-DIGITOS - IMPORTE-DIGITOS-CENTAVOS > 11
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
           IF IMPORTE-CARACTER NOT = SPACE
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF
           END-IF.
           ADD 1 TO IMPORTE-POSICION.

      *Convierte el texto ya validado a importe con centavos:
       CONVIERTE-IMPORTE-TEXTO.
           MOVE ZEROES TO IMPORTE-PARTE-ENTERA.
           MOVE SPACES TO IMPORTE-PARTE-CENTAVOS.
           UNSTRING IMPORTE-TEXTO DELIMITED BY "."
               INTO IMPORTE-PARTE-ENTERA IMPORTE-PARTE-CENTAVOS
           END-UNSTRING.
           MOVE ZEROES TO IMPORTE-CENTAVOS.
           IF IMPORTE-PARTE-CENTAVOS NUMERIC
           MOVE IMPORTE-PARTE-CENTAVOS TO IMPORTE-CENTAVOS
           END-IF.
           COMPUTE IMPORTE-OPERACION =
               IMPORTE-PARTE-ENTERA + IMPORTE-CENTAVOS / 100.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Tesoro-sucursal.

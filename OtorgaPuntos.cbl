      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Corrida mensual del programa de puntos de fidelidad.
      *          Primero da de baja lo que queda de los lotes de
      *          puntos ya vencidos; despues otorga a cada cliente en
      *          operatoria los puntos del mes segun las reglas de
      *          puntos_config.dat: por su saldo promedio del mes
      *          (llevado a pesos con la tasa que rige el dia de la
      *          corrida), por la cantidad
      *          de movimientos propios, por cada factura pagada
      *          antes del vencimiento y por cada anio cumplido desde
      *          el alta. Los puntos del mes quedan como un lote con
      *          su periodo de vencimiento. Una re-corrida del mismo
      *          periodo no otorga dos veces. Corre como paso de fin
      *          de mes de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Otorgar-puntos-mensual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Facturas emitidas, para los pagos al dia:
       COPY "DataBaseFacturas.cbl".
      *Tasas de conversion a la moneda base:
       COPY "DataBaseMonedas.cbl".
      *Ledger de puntos y reglas del programa:
       COPY "DataBasePuntos.cbl".
       COPY "DataBasePuntosConfig.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataMonedas.cbl".
       COPY "DataPuntos.cbl".
       COPY "DataPuntosConfig.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  PUNTOS-STATUS PIC XX.
       77  CONFIG-PUNTOS-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-PUNTOS PIC X.
       77  FIN-DE-MOVIMIENTOS PIC X.
       77  FIN-DE-FACTURAS PIC X.
       77  FIN-DE-MONEDAS PIC X.
       77  PUNTOS-GRABADO PIC X.
       77  PUNTOS-ABIERTO PIC X.
       77  FACTURAS-ABIERTO PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  FECHA-DE-CORRIDA-NUM PIC 9(8).
       77  FECHA-ALTA-NUM PIC 9(8).
       77  PERIODO-ACTUAL PIC X(6).
       77  PERIODO-DE-VENCIMIENTO PIC X(6).
       01  OPERADOR-BATCH PIC X(10) VALUE "BATCH".

      *Reglas de puntos_config.dat; sin archivo quedan en cero y la
      *corrida solo vence lotes, sin otorgar nada:
       77  PUNTOS-POR-MIL PIC 9(3) VALUE ZEROES.
       77  PUNTOS-POR-MOVIMIENTO PIC 9(3) VALUE ZEROES.
       77  TOPE-MOVIMIENTOS PIC 9(3) VALUE ZEROES.
       77  PUNTOS-POR-FACTURA PIC 9(3) VALUE ZEROES.
       77  PUNTOS-POR-ANIO PIC 9(3) VALUE ZEROES.
       77  MESES-DE-VIGENCIA PIC 9(3) VALUE ZEROES.

      *Vencimiento del lote del mes: el periodo de la corrida mas
      *los meses de vigencia:
       77  MESES-TOTALES PIC 9(7).
       77  ANIO-VENCIMIENTO PIC 9(4).
       77  MES-VENCIMIENTO PIC 9(2).

      *Saldo promedio del mes: el saldo de cada dia pesado por los
      *dias que duro, desde el primero del mes hasta la fecha de la
      *corrida. El saldo al arrancar el mes sale del saldo de hoy
      *menos lo que se movio desde entonces, asi tambien sirve para
      *un cliente sin movimientos anteriores en el ledger:
       77  DIA-INICIO-PERIODO PIC 9(7).
       77  DIA-DE-CORRIDA PIC 9(7).
       77  DIA-DEL-MOVIMIENTO PIC 9(7).
       77  DIA-ANTERIOR PIC 9(7).
       77  DIAS-DEL-PERIODO PIC 9(3).
       01  MOVIDO-EN-EL-PERIODO PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  MOVIDO-DESPUES PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  SUMA-PESADA PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  SALDO-INICIAL-PERIODO PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  SALDO-PROMEDIO PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  MILES-DE-SALDO PIC 9(7).
       77  MOVIMIENTOS-DEL-MES PIC 9(5).
       77  FACTURAS-AL-DIA PIC 9(5).
       77  ANIOS-DE-ANTIGUEDAD PIC 9(3).

      *Puntos del cliente en esta corrida:
       77  YA-OTORGADO PIC X.
       77  PUNTOS-A-VENCER PIC 9(7).
       77  PUNTOS-POR-SALDO PIC 9(7).
       77  PUNTOS-POR-MOVIMIENTOS PIC 9(7).
       77  PUNTOS-POR-FACTURAS PIC 9(7).
       77  PUNTOS-POR-ANTIGUEDAD PIC 9(7).
       77  PUNTOS-DEL-MES PIC 9(7).
       77  CAMPO-PUNTOS-MUESTRA PIC Z(6)9.

      *Tasas del dia de la corrida (Tasa-de-cambio sobre las monedas
      *de monedas.dat) para llevar a pesos el saldo promedio de una
      *cuenta en otra moneda:
       77  MAXIMO-MONEDAS PIC 9(2) VALUE 20.
       77  CANTIDAD-MONEDAS PIC 9(2) VALUE ZEROES.
       77  INDICE-MONEDA PIC 9(2).
       77  MONEDA-HALLADA PIC X.
       01  MONEDA-DEL-REGISTRO PIC X(3).
       01  TABLA-MONEDAS.
           05 DETALLE-MONEDA OCCURS 20 TIMES.
              10 DETALLE-CODIGO PIC X(3).
              10 DETALLE-TASA PIC 9(5)V9(4).
       77  CONTADOR-SIN-TASA PIC 9(6) VALUE ZEROES.
       COPY "DataTasaConsulta.cbl".

      *Totales de la corrida:
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-PREMIADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-YA-OTORGADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CON-VENCIDOS PIC 9(7) VALUE ZEROES.
       77  TOTAL-OTORGADO PIC 9(9) VALUE ZEROES.
       77  TOTAL-VENCIDO PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA (1:6) TO PERIODO-ACTUAL.
           MOVE FECHA-DE-CORRIDA TO FECHA-DE-CORRIDA-NUM.
           PERFORM LEE-CONFIGURACION-PUNTOS.
           PERFORM CARGA-TABLA-DE-TASAS.
           PERFORM CALCULA-DIAS-DEL-PERIODO.
           PERFORM CALCULA-PERIODO-DE-VENCIMIENTO.
           DISPLAY " ".
           DISPLAY "===== PUNTOS DE FIDELIDAD DEL MES =====".
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN INPUT ARCHIVO-FACTURAS.
           MOVE "N" TO FACTURAS-ABIERTO.
           IF FACTURAS-STATUS = "00"
           MOVE "S" TO FACTURAS-ABIERTO
           END-IF.
           OPEN I-O ARCHIVO-PUNTOS.
           MOVE "N" TO PUNTOS-ABIERTO.
           IF PUNTOS-STATUS = "00" OR PUNTOS-STATUS = "05"
           MOVE "S" TO PUNTOS-ABIERTO
           END-IF.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-CLIENTE.
           PERFORM PROCESA-CLIENTE
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-FACTURAS.
           CLOSE ARCHIVO-PUNTOS.
           DISPLAY "Clientes premiados: " CONTADOR-PREMIADOS.
           MOVE TOTAL-OTORGADO TO CAMPO-PUNTOS-MUESTRA.
           DISPLAY "Puntos otorgados: " CAMPO-PUNTOS-MUESTRA.
           DISPLAY "Clientes con puntos vencidos: "
                   CONTADOR-CON-VENCIDOS.
           MOVE TOTAL-VENCIDO TO CAMPO-PUNTOS-MUESTRA.
           DISPLAY "Puntos vencidos: " CAMPO-PUNTOS-MUESTRA.
           DISPLAY "Clientes salteados (puntos ya otorgados este "
                   "periodo): " CONTADOR-YA-OTORGADOS.
           IF CONTADOR-SIN-TASA > ZEROES
           DISPLAY "Atencion: " CONTADOR-SIN-TASA " cuentas en "
                   "monedas sin tasa vigente tomaron el saldo "
                   "sin convertir."
           END-IF.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi; corriendo a mano se
      *usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

       LEE-CONFIGURACION-PUNTOS.
           OPEN INPUT ARCHIVO-CONFIG-PUNTOS.
           IF CONFIG-PUNTOS-STATUS = "00"
           READ ARCHIVO-CONFIG-PUNTOS
           AT END
           CONTINUE
           NOT AT END
           PERFORM TOMA-REGLAS-PUNTOS
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-PUNTOS.
           DISPLAY "Puntos por mil de saldo promedio: " PUNTOS-POR-MIL.
           DISPLAY "Puntos por movimiento: " PUNTOS-POR-MOVIMIENTO
                   " (tope " TOPE-MOVIMIENTOS " movimientos)".
           DISPLAY "Puntos por factura al dia: " PUNTOS-POR-FACTURA.
           DISPLAY "Puntos por anio de antiguedad: " PUNTOS-POR-ANIO.
           DISPLAY "Meses de vigencia de los puntos: "
                   MESES-DE-VIGENCIA.

       TOMA-REGLAS-PUNTOS.
           IF CONFIG-PUNTOS-POR-MIL NUMERIC
           MOVE CONFIG-PUNTOS-POR-MIL TO PUNTOS-POR-MIL
           END-IF.
           IF CONFIG-PUNTOS-POR-MOVIMIENTO NUMERIC
           MOVE CONFIG-PUNTOS-POR-MOVIMIENTO TO PUNTOS-POR-MOVIMIENTO
           END-IF.
           IF CONFIG-PUNTOS-TOPE-MOVIMIENTOS NUMERIC
           MOVE CONFIG-PUNTOS-TOPE-MOVIMIENTOS TO TOPE-MOVIMIENTOS
           END-IF.
           IF CONFIG-PUNTOS-POR-FACTURA NUMERIC
           MOVE CONFIG-PUNTOS-POR-FACTURA TO PUNTOS-POR-FACTURA
           END-IF.
           IF CONFIG-PUNTOS-POR-ANIO NUMERIC
           MOVE CONFIG-PUNTOS-POR-ANIO TO PUNTOS-POR-ANIO
           END-IF.
           IF CONFIG-PUNTOS-MESES-VIGENCIA NUMERIC
           MOVE CONFIG-PUNTOS-MESES-VIGENCIA TO MESES-DE-VIGENCIA
           END-IF.

       CALCULA-DIAS-DEL-PERIODO.
           COMPUTE DIA-INICIO-PERIODO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(PERIODO-ACTUAL) * 100 + 1).
           COMPUTE DIA-DE-CORRIDA =
               FUNCTION INTEGER-OF-DATE(FECHA-DE-CORRIDA-NUM).
           COMPUTE DIAS-DEL-PERIODO =
               DIA-DE-CORRIDA - DIA-INICIO-PERIODO + 1.

      *Un lote ganado en el periodo de la corrida vence en la
      *corrida del periodo que resulta de sumarle los meses de
      *vigencia; con vigencia cero no vence nunca:
       CALCULA-PERIODO-DE-VENCIMIENTO.
           IF MESES-DE-VIGENCIA = ZEROES
           MOVE "999999" TO PERIODO-DE-VENCIMIENTO
           ELSE
           COMPUTE MESES-TOTALES =
               FUNCTION NUMVAL(PERIODO-ACTUAL (1:4)) * 12
               + FUNCTION NUMVAL(PERIODO-ACTUAL (5:2)) - 1
               + MESES-DE-VIGENCIA
           DIVIDE MESES-TOTALES BY 12 GIVING ANIO-VENCIMIENTO
               REMAINDER MES-VENCIMIENTO
           ADD 1 TO MES-VENCIMIENTO
           MOVE ANIO-VENCIMIENTO TO PERIODO-DE-VENCIMIENTO (1:4)
           MOVE MES-VENCIMIENTO TO PERIODO-DE-VENCIMIENTO (5:2)
           END-IF.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           END-READ.

      *Los lotes vencen para todos los clientes, esten o no en
      *operatoria; los puntos del mes, solo para los que estan:
       PROCESA-CLIENTE.
           ADD 1 TO CONTADOR-LEIDOS.
           PERFORM REVISA-LOTES-DEL-CLIENTE.
           IF PUNTOS-A-VENCER > ZEROES
           PERFORM GRABA-RENGLON-VENCIDOS
           END-IF.
           IF YA-OTORGADO = "S"
           ADD 1 TO CONTADOR-YA-OTORGADOS
           ELSE
           IF NOT CLIENTE-FUERA-DE-OPERATORIA
           PERFORM CALCULA-PUNTOS-DEL-MES
           IF PUNTOS-DEL-MES > ZEROES
           PERFORM GRABA-RENGLON-GANADOS
           END-IF
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

      *Recorre los renglones de puntos del cliente: un lote ganado
      *en este mismo periodo quiere decir que la corrida ya paso por
      *aca, y a un lote vencido se le da de baja lo que le quedaba:
       REVISA-LOTES-DEL-CLIENTE.
           MOVE "N" TO YA-OTORGADO.
           MOVE ZEROES TO PUNTOS-A-VENCER.
           MOVE "0" TO FIN-DE-PUNTOS.
           IF PUNTOS-ABIERTO = "S"
           MOVE LOW-VALUES TO PUNTOS-CLAVE
           MOVE CLIENTES-ID TO PUNTOS-CLIENTES-ID
           START ARCHIVO-PUNTOS KEY IS NOT LESS PUNTOS-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-PUNTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-PUNTOS
           END-START
           END-IF.
           PERFORM REVISA-UN-LOTE
           UNTIL FIN-DE-PUNTOS = "0".

       REVISA-UN-LOTE.
           READ ARCHIVO-PUNTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PUNTOS
           NOT AT END
           IF PUNTOS-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-PUNTOS
           ELSE
           IF PUNTOS-GANADOS
           PERFORM REVISA-LOTE-GANADO
           END-IF
           END-IF
           END-READ.

       REVISA-LOTE-GANADO.
           IF PUNTOS-PERIODO = PERIODO-ACTUAL
           MOVE "S" TO YA-OTORGADO
           END-IF.
           IF PUNTOS-PENDIENTES > ZEROES AND
              PUNTOS-VENCE-PERIODO NOT > PERIODO-ACTUAL
           ADD PUNTOS-PENDIENTES TO PUNTOS-A-VENCER
           MOVE ZEROES TO PUNTOS-PENDIENTES
           REWRITE PUNTOS-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando un lote de puntos de "
                   CLIENTES-ID ", status: " PUNTOS-STATUS
           END-REWRITE
           END-IF.

       GRABA-RENGLON-VENCIDOS.
           MOVE SPACES TO PUNTOS-REGISTRO.
           MOVE CLIENTES-ID TO PUNTOS-CLIENTES-ID.
           MOVE FUNCTION CURRENT-DATE TO PUNTOS-FECHA-HORA.
           MOVE ZEROES TO PUNTOS-SECUENCIA.
           MOVE "V" TO PUNTOS-TIPO.
           COMPUTE PUNTOS-CANTIDAD = ZERO - PUNTOS-A-VENCER.
           MOVE PERIODO-ACTUAL TO PUNTOS-PERIODO.
           MOVE ZEROES TO PUNTOS-PENDIENTES.
           MOVE ZERO TO PUNTOS-IMPORTE.
           MOVE OPERADOR-BATCH TO PUNTOS-OPERADOR.
           MOVE "VENCIMIENTO DE PUNTOS" TO PUNTOS-CONCEPTO.
           PERFORM GRABA-PUNTOS-CON-REINTENTO.
           ADD 1 TO CONTADOR-CON-VENCIDOS.
           ADD PUNTOS-A-VENCER TO TOTAL-VENCIDO.

       CALCULA-PUNTOS-DEL-MES.
           PERFORM CALCULA-SALDO-PROMEDIO.
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-REGISTRO.
           PERFORM CONVIERTE-PROMEDIO-A-PESOS.
           MOVE ZEROES TO PUNTOS-POR-SALDO.
           IF SALDO-PROMEDIO > ZERO
           COMPUTE MILES-DE-SALDO = SALDO-PROMEDIO / 1000
           COMPUTE PUNTOS-POR-SALDO = MILES-DE-SALDO * PUNTOS-POR-MIL
           END-IF.
           IF TOPE-MOVIMIENTOS > ZEROES AND
              MOVIMIENTOS-DEL-MES > TOPE-MOVIMIENTOS
           MOVE TOPE-MOVIMIENTOS TO MOVIMIENTOS-DEL-MES
           END-IF.
           COMPUTE PUNTOS-POR-MOVIMIENTOS =
               MOVIMIENTOS-DEL-MES * PUNTOS-POR-MOVIMIENTO.
           PERFORM CUENTA-FACTURAS-AL-DIA.
           COMPUTE PUNTOS-POR-FACTURAS =
               FACTURAS-AL-DIA * PUNTOS-POR-FACTURA.
           MOVE ZEROES TO ANIOS-DE-ANTIGUEDAD.
           IF CLIENTES-FECHA-ALTA NUMERIC
           MOVE CLIENTES-FECHA-ALTA TO FECHA-ALTA-NUM
           IF FECHA-ALTA-NUM < FECHA-DE-CORRIDA-NUM
           COMPUTE ANIOS-DE-ANTIGUEDAD =
               (FECHA-DE-CORRIDA-NUM - FECHA-ALTA-NUM) / 10000
           END-IF
           END-IF.
           COMPUTE PUNTOS-POR-ANTIGUEDAD =
               ANIOS-DE-ANTIGUEDAD * PUNTOS-POR-ANIO.
           COMPUTE PUNTOS-DEL-MES = PUNTOS-POR-SALDO
               + PUNTOS-POR-MOVIMIENTOS + PUNTOS-POR-FACTURAS
               + PUNTOS-POR-ANTIGUEDAD.

      *Recorre el ledger del cliente desde el primero del mes. El
      *arrastre del cierre de periodo y la revaluacion cambiaria no
      *mueven el saldo y no cuentan; como movimiento propio del
      *cliente cuentan los de caja, cheques, transferencias, pagos,
      *debitos automaticos y ordenes permanentes:
       CALCULA-SALDO-PROMEDIO.
           MOVE ZERO TO MOVIDO-EN-EL-PERIODO.
           MOVE ZERO TO MOVIDO-DESPUES.
           MOVE ZERO TO SUMA-PESADA.
           MOVE ZEROES TO MOVIMIENTOS-DEL-MES.
           MOVE DIA-INICIO-PERIODO TO DIA-ANTERIOR.
           MOVE LOW-VALUES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE PERIODO-ACTUAL TO MOVIMIENTO-FECHA-HORA (1:6).
           MOVE "01" TO MOVIMIENTO-FECHA-HORA (7:2).
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-MOVIMIENTOS
           END-START.
           PERFORM SUMA-MOVIMIENTO-DEL-MES
           UNTIL FIN-DE-MOVIMIENTOS = "0".
           COMPUTE SUMA-PESADA = SUMA-PESADA + MOVIDO-EN-EL-PERIODO
               * (DIA-DE-CORRIDA + 1 - DIA-ANTERIOR).
           COMPUTE SALDO-INICIAL-PERIODO = CLIENTES-SALDO
               - MOVIDO-EN-EL-PERIODO - MOVIDO-DESPUES.
           COMPUTE SALDO-PROMEDIO ROUNDED = SALDO-INICIAL-PERIODO
               + SUMA-PESADA / DIAS-DEL-PERIODO.

       SUMA-MOVIMIENTO-DEL-MES.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           ELSE
           IF NOT MOVIMIENTO-REVALUACION AND
              NOT MOVIMIENTO-SALDO-ANTERIOR
           PERFORM PESA-MOVIMIENTO
           END-IF
           END-IF
           END-READ.

       PESA-MOVIMIENTO.
           IF MOVIMIENTO-FECHA-HORA (1:8) > FECHA-DE-CORRIDA
           ADD MOVIMIENTO-IMPORTE TO MOVIDO-DESPUES
           ELSE
           COMPUTE DIA-DEL-MOVIMIENTO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(MOVIMIENTO-FECHA-HORA (1:8)))
           COMPUTE SUMA-PESADA = SUMA-PESADA + MOVIDO-EN-EL-PERIODO
               * (DIA-DEL-MOVIMIENTO - DIA-ANTERIOR)
           MOVE DIA-DEL-MOVIMIENTO TO DIA-ANTERIOR
           ADD MOVIMIENTO-IMPORTE TO MOVIDO-EN-EL-PERIODO
           IF MOVIMIENTO-DEPOSITO-CAJA OR
              MOVIMIENTO-EXTRACCION-CAJA OR
              MOVIMIENTO-DEPOSITO-CHEQUE OR
              MOVIMIENTO-TRANSFERENCIA OR
              MOVIMIENTO-TRANSFERENCIA-EXTERNA OR
              MOVIMIENTO-PAGO-BANCO OR
              MOVIMIENTO-DEBITO-AUTOMATICO OR
              MOVIMIENTO-ORDEN-PERMANENTE
           ADD 1 TO MOVIMIENTOS-DEL-MES
           END-IF
           END-IF.

      *Una cuenta en otra moneda se convierte con la tasa del dia de
      *la corrida; si la moneda no tiene tasa se toma el saldo sin
      *convertir y se avisa al final:
       CONVIERTE-PROMEDIO-A-PESOS.
           IF MONEDA-DEL-REGISTRO NOT = SPACES AND
              MONEDA-DEL-REGISTRO NOT = "ARS"
           MOVE "N" TO MONEDA-HALLADA
           PERFORM BUSCA-TASA-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > CANTIDAD-MONEDAS
               OR MONEDA-HALLADA = "S"
           IF MONEDA-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-MONEDA
           COMPUTE SALDO-PROMEDIO ROUNDED =
               SALDO-PROMEDIO * DETALLE-TASA (INDICE-MONEDA)
           ELSE
           ADD 1 TO CONTADOR-SIN-TASA
           END-IF
           END-IF.

       BUSCA-TASA-MONEDA.
           IF DETALLE-CODIGO (INDICE-MONEDA) = MONEDA-DEL-REGISTRO
           MOVE "S" TO MONEDA-HALLADA
           END-IF.

       CARGA-TABLA-DE-TASAS.
           MOVE ZEROES TO CANTIDAD-MONEDAS.
           OPEN INPUT ARCHIVO-MONEDAS.
           MOVE "1" TO FIN-DE-MONEDAS.
           PERFORM GUARDA-TASA
           UNTIL FIN-DE-MONEDAS = "0".
           CLOSE ARCHIVO-MONEDAS.

       GUARDA-TASA.
           READ ARCHIVO-MONEDAS
           AT END
           MOVE "0" TO FIN-DE-MONEDAS
           NOT AT END
           MOVE MONEDA-CODIGO TO CONSULTA-TASA-MONEDA
           MOVE FECHA-DE-CORRIDA TO CONSULTA-TASA-FECHA
           CALL "Tasa-de-cambio" USING TASA-CONSULTA
           IF CANTIDAD-MONEDAS < MAXIMO-MONEDAS AND
              TASA-CONSULTA-HALLADA
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE MONEDA-CODIGO TO DETALLE-CODIGO (CANTIDAD-MONEDAS)
           MOVE CONSULTA-TASA-VALOR TO DETALLE-TASA (CANTIDAD-MONEDAS)
           END-IF
           END-READ.

      *Facturas del cliente cobradas enteras dentro del mes de la
      *corrida, el dia del vencimiento o antes:
       CUENTA-FACTURAS-AL-DIA.
           MOVE ZEROES TO FACTURAS-AL-DIA.
           MOVE "0" TO FIN-DE-FACTURAS.
           IF FACTURAS-ABIERTO = "S"
           MOVE CLIENTES-ID TO FACTURA-CLIENTES-ID
           START ARCHIVO-FACTURAS KEY IS EQUAL FACTURA-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-FACTURAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-FACTURAS
           END-START
           END-IF.
           PERFORM REVISA-FACTURA-DEL-CLIENTE
           UNTIL FIN-DE-FACTURAS = "0".

       REVISA-FACTURA-DEL-CLIENTE.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-FACTURAS
           NOT AT END
           IF FACTURA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-FACTURAS
           ELSE
           IF FACTURA-PAGADA AND
              FACTURA-FECHA-COBRO (1:6) = PERIODO-ACTUAL AND
              FACTURA-FECHA-COBRO NOT > FACTURA-VENCIMIENTO
           ADD 1 TO FACTURAS-AL-DIA
           END-IF
           END-IF
           END-READ.

      *El lote del mes, con el detalle de donde salio cada parte en
      *el concepto:
       GRABA-RENGLON-GANADOS.
           MOVE SPACES TO PUNTOS-REGISTRO.
           MOVE CLIENTES-ID TO PUNTOS-CLIENTES-ID.
           MOVE FUNCTION CURRENT-DATE TO PUNTOS-FECHA-HORA.
           MOVE ZEROES TO PUNTOS-SECUENCIA.
           MOVE "G" TO PUNTOS-TIPO.
           MOVE PUNTOS-DEL-MES TO PUNTOS-CANTIDAD.
           MOVE PERIODO-ACTUAL TO PUNTOS-PERIODO.
           MOVE PERIODO-DE-VENCIMIENTO TO PUNTOS-VENCE-PERIODO.
           MOVE PUNTOS-DEL-MES TO PUNTOS-PENDIENTES.
           MOVE ZERO TO PUNTOS-IMPORTE.
           MOVE OPERADOR-BATCH TO PUNTOS-OPERADOR.
           MOVE PUNTOS-POR-SALDO TO CAMPO-PUNTOS-MUESTRA.
           STRING "S:" FUNCTION TRIM(CAMPO-PUNTOS-MUESTRA)
                  DELIMITED BY SIZE INTO PUNTOS-CONCEPTO.
           MOVE PUNTOS-POR-MOVIMIENTOS TO CAMPO-PUNTOS-MUESTRA.
           STRING FUNCTION TRIM(PUNTOS-CONCEPTO) " M:"
                  FUNCTION TRIM(CAMPO-PUNTOS-MUESTRA)
                  DELIMITED BY SIZE INTO PUNTOS-CONCEPTO.
           MOVE PUNTOS-POR-FACTURAS TO CAMPO-PUNTOS-MUESTRA.
           STRING FUNCTION TRIM(PUNTOS-CONCEPTO) " F:"
                  FUNCTION TRIM(CAMPO-PUNTOS-MUESTRA)
                  DELIMITED BY SIZE INTO PUNTOS-CONCEPTO.
           MOVE PUNTOS-POR-ANTIGUEDAD TO CAMPO-PUNTOS-MUESTRA.
           STRING FUNCTION TRIM(PUNTOS-CONCEPTO) " A:"
                  FUNCTION TRIM(CAMPO-PUNTOS-MUESTRA)
                  DELIMITED BY SIZE INTO PUNTOS-CONCEPTO.
           PERFORM GRABA-PUNTOS-CON-REINTENTO.
           ADD 1 TO CONTADOR-PREMIADOS.
           ADD PUNTOS-DEL-MES TO TOTAL-OTORGADO.

      *Dos renglones del mismo cliente en el mismo centesimo de
      *segundo chocan en la clave; el sufijo de secuencia los separa
      *reintentando:
       GRABA-PUNTOS-CON-REINTENTO.
           MOVE "N" TO PUNTOS-GRABADO.
           PERFORM INTENTA-GRABAR-PUNTOS
               UNTIL PUNTOS-GRABADO = "S".

       INTENTA-GRABAR-PUNTOS.
           WRITE PUNTOS-REGISTRO
           INVALID KEY
           ADD 1 TO PUNTOS-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO PUNTOS-GRABADO.

       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Otorgar-puntos-mensual.

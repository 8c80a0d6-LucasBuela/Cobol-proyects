      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Libro IVA Ventas de un mes AAAAMM: todas las
      *          facturas emitidas en el mes (menos las anuladas) y
      *          las notas de credito del mes como negativos, con
      *          letra, CUIT y condicion del cliente, alicuota, neto
      *          e IVA. Sale como reporte en el spool, con totales por
      *          alicuota y por condicion frente al IVA, y como el
      *          archivo de ancho fijo iva_ventas_AAAAMM.txt que se
      *          presenta ante la AFIP, un renglon por comprobante y
      *          alicuota.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Libro-iva-ventas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Facturas emitidas:
       COPY "DataBaseFacturas.cbl".
      *Notas de credito contra facturas:
       COPY "DataBaseNotasCredito.cbl".
      *Renglones de presupuesto, para abrir por alicuota una factura
      *de presupuesto con tasas distintas:
       COPY "DataBasePresupuestoRenglones.cbl".
      *Archivo de ancho fijo del periodo para la AFIP:
       SELECT ARCHIVO-IVA-VENTAS
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-IVA-VENTAS
       ORGANIZATION LINE SEQUENTIAL.

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataNotasCredito.cbl".
       COPY "DataPresupuestoRenglones.cbl".

       FD  ARCHIVO-IVA-VENTAS.
           01 IVA-VENTAS-LINEA PIC X(153).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  NOTAS-CREDITO-STATUS PIC XX.
       77  RENGLONES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-RENGLONES PIC X.
       77  FACTURA-HALLADA PIC X.
       77  PERIODO-PEDIDO PIC X(6).
       77  ANIO-ANTERIOR PIC 9(4).
       77  MES-ANTERIOR PIC 9(2).
       77  NOMBRE-ARCHIVO-IVA-VENTAS PIC X(30).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "IVAVENTAS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
      *Todos los comprobantes salen del unico punto de venta:
       77  PUNTO-DE-VENTA PIC 9(5) VALUE 1.
       77  CONTADOR-FACTURAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-NOTAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-RENGLONES-ARCHIVO PIC 9(7) VALUE ZEROES.

      *Comprobante que se esta volcando al libro. El signo es -1
      *para una nota de credito, que resta en todos los totales; en
      *el archivo de la AFIP los importes van sin signo porque el
      *tipo de comprobante ya dice que es una nota de credito:
       77  DOC-FECHA PIC X(8).
       77  DOC-CLASE PIC X(2).
       77  DOC-LETRA PIC X(1).
       77  DOC-TIPO-COMPROBANTE PIC 9(3).
       77  DOC-NUMERO PIC 9(8).
       77  DOC-CLIENTES-ID PIC X(6).
       77  DOC-CUIT PIC X(11).
       77  DOC-CONDICION PIC X(1).
       77  DOC-DENOMINACION PIC X(30).
       01  DOC-SIGNO PIC S9 VALUE +1.
       01  DOC-TASA PIC 9(2)V99 VALUE ZERO.
       01  DOC-NETO PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  DOC-IVA PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  DOC-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

      *Apertura por alicuota de la factura del comprobante: una sola
      *fila salvo una factura de presupuesto con tasas distintas:
       77  MAXIMO-GRUPOS PIC 9(2) VALUE 10.
       77  CANTIDAD-GRUPOS PIC 9(2) VALUE ZEROES.
       77  INDICE-GRUPO PIC 9(2).
       77  GRUPO-HALLADO PIC X.
       01  TABLA-GRUPOS-FACTURA.
           05 GRUPO-FACTURA OCCURS 10 TIMES.
              10 GRUPO-FAC-TASA PIC 9(2)V99.
              10 GRUPO-FAC-NETO PIC S9(9)V99 COMP-3.
              10 GRUPO-FAC-IVA PIC S9(9)V99 COMP-3.
       01  FACTURA-TOTAL-GRUPOS PIC S9(9)V99 COMP-3 VALUE ZERO.
      *Reparto de una nota de credito entre las alicuotas de su
      *factura, en proporcion al total de cada una; la ultima se
      *lleva la diferencia de redondeo:
       01  NOTA-POR-REPARTIR PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  NOTA-DEL-GRUPO PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  TOTAL-DEL-GRUPO PIC S9(9)V99 COMP-3 VALUE ZERO.

      *Totales por alicuota, agregando cada tasa nueva al final:
       77  MAXIMO-TASAS PIC 9(2) VALUE 10.
       77  CANTIDAD-TASAS PIC 9(2) VALUE ZEROES.
       77  INDICE-TASA PIC 9(2).
       77  TASA-HALLADA PIC X.
       01  TABLA-TASAS.
           05 TASA-TABLA OCCURS 10 TIMES.
              10 TASA-TAB-TASA PIC 9(2)V99.
              10 TASA-TAB-NETO PIC S9(11)V99 COMP-3.
              10 TASA-TAB-IVA PIC S9(11)V99 COMP-3.
      *Totales por condicion frente al IVA, en un orden fijo:
       01  CONDICIONES-VALORES.
           05 FILLER PIC X(22) VALUE "IResponsable inscripto".
           05 FILLER PIC X(22) VALUE "MMonotributo          ".
           05 FILLER PIC X(22) VALUE "FConsumidor final     ".
           05 FILLER PIC X(22) VALUE "EExento               ".
       01  CONDICIONES-TABLA REDEFINES CONDICIONES-VALORES.
           05 COND-NOMBRES OCCURS 4 TIMES.
              10 COND-TAB-CODIGO PIC X(1).
              10 COND-TAB-NOMBRE PIC X(21).
       01  TABLA-TOTALES-CONDICION.
           05 COND-TOTALES OCCURS 4 TIMES.
              10 COND-TAB-NETO PIC S9(11)V99 COMP-3.
              10 COND-TAB-IVA PIC S9(11)V99 COMP-3.
       77  INDICE-CONDICION PIC 9(2).
       01  TOTAL-NETO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-IVA PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-GENERAL PIC S9(11)V99 COMP-3 VALUE ZERO.

       77  CAMPO-TASA-MUESTRA PIC Z9.99.
       77  CAMPO-NETO-MUESTRA PIC -Z(10)9.99.
       77  CAMPO-IVA-MUESTRA PIC -Z(10)9.99.
       77  CAMPO-TOTAL-MUESTRA PIC -Z(10)9.99.
       01  CUIT-NUMERICO PIC 9(11).

      *Renglon del archivo para la AFIP:
       01  LINEA-IVA-VENTAS.
           05 VENTA-FECHA PIC X(8).
           05 VENTA-TIPO-COMPROBANTE PIC 9(3).
           05 VENTA-PUNTO-DE-VENTA PIC 9(5).
           05 VENTA-NUMERO PIC 9(20).
           05 VENTA-TIPO-DOCUMENTO PIC 9(2).
           05 VENTA-NUMERO-DOCUMENTO PIC 9(20).
           05 VENTA-DENOMINACION PIC X(30).
           05 VENTA-CONDICION PIC X(1).
           05 VENTA-ALICUOTA PIC 9(2)V99.
           05 VENTA-NETO PIC 9(13)V99.
           05 VENTA-IVA PIC 9(13)V99.
           05 VENTA-TOTAL PIC 9(13)V99.
           05 FILLER PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "Mes del libro IVA ventas (AAAAMM, blanco = mes "
                   "anterior): ".
           MOVE SPACES TO PERIODO-PEDIDO.
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO = SPACES
           PERFORM TOMA-MES-ANTERIOR
           END-IF.
           IF PERIODO-PEDIDO NOT NUMERIC
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           ELSE
           PERFORM GENERA-LIBRO
           END-IF.
           GOBACK.

      *El libro se arma una vez cerrado el mes, asi que por defecto
      *va el mes anterior al de hoy:
       TOMA-MES-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE (1:4) TO ANIO-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE (5:2) TO MES-ANTERIOR.
           IF MES-ANTERIOR = 1
           MOVE 12 TO MES-ANTERIOR
           SUBTRACT 1 FROM ANIO-ANTERIOR
           ELSE
           SUBTRACT 1 FROM MES-ANTERIOR
           END-IF.
           MOVE ANIO-ANTERIOR TO PERIODO-PEDIDO (1:4).
           MOVE MES-ANTERIOR TO PERIODO-PEDIDO (5:2).

       GENERA-LIBRO.
           MOVE PERIODO-PEDIDO TO PARAMETROS-DEL-REPORTE.
           INITIALIZE TABLA-TOTALES-CONDICION.
           MOVE SPACES TO NOMBRE-ARCHIVO-IVA-VENTAS.
           STRING "iva_ventas_" PERIODO-PEDIDO ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-IVA-VENTAS
           END-STRING.
           OPEN OUTPUT ARCHIVO-IVA-VENTAS.
           PERFORM ABRE-SPOOL.
           MOVE "===== LIBRO IVA VENTAS =====" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Periodo " PERIODO-PEDIDO (5:2) "/"
                  PERIODO-PEDIDO (1:4) "  punto de venta "
                  PUNTO-DE-VENTA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Fecha      Comp Numero   Client CUIT        C  Tasa"
               TO LINEA-SPOOL.
           MOVE "           Neto             IVA           Total"
               TO LINEA-SPOOL (53:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-FACTURAS.
           OPEN INPUT ARCHIVO-PRESUPUESTO-RENGLONES.
           PERFORM VUELCA-FACTURAS.
           PERFORM VUELCA-NOTAS-CREDITO.
           CLOSE ARCHIVO-PRESUPUESTO-RENGLONES.
           CLOSE ARCHIVO-FACTURAS.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-IVA-VENTAS.
           PERFORM MUESTRA-TOTALES-POR-TASA.
           PERFORM MUESTRA-TOTALES-POR-CONDICION.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Facturas: " CONTADOR-FACTURAS
                  "  notas de credito: " CONTADOR-NOTAS
                  "  renglones en " NOMBRE-ARCHIVO-IVA-VENTAS
                  ": " CONTADOR-RENGLONES-ARCHIVO
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

      *Primero todas las facturas del mes, en orden de numero:
       VUELCA-FACTURAS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF FACTURAS-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-FACTURA
           END-IF.
           PERFORM REVISA-FACTURA
           UNTIL FIN-DEL-ARCHIVO = "0".

       LEE-SIGUIENTE-FACTURA.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       REVISA-FACTURA.
           IF FACTURA-FECHA (1:6) = PERIODO-PEDIDO AND
              NOT FACTURA-ANULADA
           PERFORM VUELCA-FACTURA
           END-IF.
           PERFORM LEE-SIGUIENTE-FACTURA.

       VUELCA-FACTURA.
           ADD 1 TO CONTADOR-FACTURAS.
           PERFORM CARGA-GRUPOS-DE-LA-FACTURA.
           MOVE FACTURA-FECHA TO DOC-FECHA.
           MOVE "FA" TO DOC-CLASE.
           MOVE FACTURA-NUMERO TO DOC-NUMERO.
           MOVE +1 TO DOC-SIGNO.
           PERFORM TOMA-DATOS-DE-LA-FACTURA.
           PERFORM VUELCA-GRUPO-FACTURA
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS.

       VUELCA-GRUPO-FACTURA.
           MOVE GRUPO-FAC-TASA (INDICE-GRUPO) TO DOC-TASA.
           MOVE GRUPO-FAC-NETO (INDICE-GRUPO) TO DOC-NETO.
           MOVE GRUPO-FAC-IVA (INDICE-GRUPO) TO DOC-IVA.
           PERFORM REGISTRA-COMPROBANTE.

      *Despues las notas de credito del mes, cada una con la letra,
      *el cliente y la apertura de la factura que acredita:
       VUELCA-NOTAS-CREDITO.
           OPEN INPUT ARCHIVO-NOTAS-CREDITO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF NOTAS-CREDITO-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-NOTA
           END-IF.
           PERFORM REVISA-NOTA
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-NOTAS-CREDITO.

       LEE-SIGUIENTE-NOTA.
           READ ARCHIVO-NOTAS-CREDITO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       REVISA-NOTA.
           IF NOTA-CREDITO-FECHA (1:6) = PERIODO-PEDIDO
           PERFORM VUELCA-NOTA
           END-IF.
           PERFORM LEE-SIGUIENTE-NOTA.

      *Sin la factura (purgada o perdida) la nota se toma como la
      *de un consumidor final sin IVA discriminado:
       VUELCA-NOTA.
           ADD 1 TO CONTADOR-NOTAS.
           MOVE NOTA-CREDITO-FACTURA TO FACTURA-NUMERO.
           MOVE "S" TO FACTURA-HALLADA.
           READ ARCHIVO-FACTURAS RECORD
           INVALID KEY
           MOVE "N" TO FACTURA-HALLADA
           END-READ.
           IF FACTURA-HALLADA = "S"
           PERFORM CARGA-GRUPOS-DE-LA-FACTURA
           ELSE
           MOVE SPACES TO FACTURA-REGISTRO
           MOVE NOTA-CREDITO-CLIENTES-ID TO FACTURA-CLIENTES-ID
           MOVE NOTA-CREDITO-IMPORTE TO FACTURA-IMPORTE
           PERFORM CARGA-GRUPO-SIN-DESGLOSE
           END-IF.
           MOVE NOTA-CREDITO-FECHA TO DOC-FECHA.
           MOVE "NC" TO DOC-CLASE.
           MOVE NOTA-CREDITO-NUMERO TO DOC-NUMERO.
           MOVE -1 TO DOC-SIGNO.
           PERFORM TOMA-DATOS-DE-LA-FACTURA.
           MOVE NOTA-CREDITO-IMPORTE TO NOTA-POR-REPARTIR.
           PERFORM VUELCA-GRUPO-NOTA
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS.

       VUELCA-GRUPO-NOTA.
           COMPUTE TOTAL-DEL-GRUPO = GRUPO-FAC-NETO (INDICE-GRUPO)
               + GRUPO-FAC-IVA (INDICE-GRUPO).
           IF INDICE-GRUPO = CANTIDAD-GRUPOS OR
              FACTURA-TOTAL-GRUPOS = ZERO
           MOVE NOTA-POR-REPARTIR TO NOTA-DEL-GRUPO
           ELSE
           COMPUTE NOTA-DEL-GRUPO ROUNDED = NOTA-CREDITO-IMPORTE
               * TOTAL-DEL-GRUPO / FACTURA-TOTAL-GRUPOS
           END-IF.
           SUBTRACT NOTA-DEL-GRUPO FROM NOTA-POR-REPARTIR.
           MOVE GRUPO-FAC-TASA (INDICE-GRUPO) TO DOC-TASA.
           IF TOTAL-DEL-GRUPO = ZERO
           MOVE NOTA-DEL-GRUPO TO DOC-NETO
           ELSE
           COMPUTE DOC-NETO ROUNDED = NOTA-DEL-GRUPO
               * GRUPO-FAC-NETO (INDICE-GRUPO) / TOTAL-DEL-GRUPO
           END-IF.
           COMPUTE DOC-IVA = NOTA-DEL-GRUPO - DOC-NETO.
           IF NOTA-DEL-GRUPO NOT = ZERO
           PERFORM REGISTRA-COMPROBANTE
           END-IF.

      *Letra, condicion y CUIT como quedaron en la factura; una
      *factura anterior a los datos fiscales va como B de un
      *consumidor final. El nombre sale del cliente vigente:
       TOMA-DATOS-DE-LA-FACTURA.
           MOVE FACTURA-CLIENTES-ID TO DOC-CLIENTES-ID.
           IF FACTURA-LETRA-A
           MOVE "A" TO DOC-LETRA
           ELSE
           MOVE "B" TO DOC-LETRA
           END-IF.
           MOVE FACTURA-CONDICION-IVA TO DOC-CONDICION.
           IF DOC-CONDICION NOT = "I" AND DOC-CONDICION NOT = "M" AND
              DOC-CONDICION NOT = "E"
           MOVE "F" TO DOC-CONDICION
           END-IF.
           MOVE FACTURA-CUIT TO DOC-CUIT.
           IF FACTURA-LETRA = SPACE
           MOVE SPACES TO DOC-CUIT
           END-IF.
           EVALUATE TRUE
               WHEN DOC-CLASE = "FA" AND DOC-LETRA = "A"
                   MOVE 1 TO DOC-TIPO-COMPROBANTE
               WHEN DOC-CLASE = "NC" AND DOC-LETRA = "A"
                   MOVE 3 TO DOC-TIPO-COMPROBANTE
               WHEN DOC-CLASE = "FA"
                   MOVE 6 TO DOC-TIPO-COMPROBANTE
               WHEN OTHER
                   MOVE 8 TO DOC-TIPO-COMPROBANTE
           END-EVALUATE.
           MOVE FACTURA-CLIENTES-ID TO CLIENTES-ID.
           MOVE SPACES TO DOC-DENOMINACION.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "CLIENTE DADO DE BAJA" TO DOC-DENOMINACION
           NOT INVALID KEY
           STRING FUNCTION TRIM(CLIENTES-APELLIDO) " "
                  FUNCTION TRIM(CLIENTES-NOMBRE)
                  DELIMITED BY SIZE INTO DOC-DENOMINACION
           END-READ.

      *Arma la apertura por alicuota de la factura leida:
       CARGA-GRUPOS-DE-LA-FACTURA.
           IF FACTURA-LETRA = SPACE
           PERFORM CARGA-GRUPO-SIN-DESGLOSE
           ELSE
           IF FACTURA-PRESUPUESTO > ZEROES AND
              FACTURA-TASA-IVA = ZERO AND FACTURA-IVA NOT = ZERO
           PERFORM CARGA-GRUPOS-DEL-PRESUPUESTO
           ELSE
           MOVE 1 TO CANTIDAD-GRUPOS
           MOVE FACTURA-TASA-IVA TO GRUPO-FAC-TASA (1)
           MOVE FACTURA-NETO TO GRUPO-FAC-NETO (1)
           MOVE FACTURA-IVA TO GRUPO-FAC-IVA (1)
           END-IF
           END-IF.
           MOVE ZERO TO FACTURA-TOTAL-GRUPOS.
           PERFORM SUMA-GRUPO-FACTURA
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS.

       SUMA-GRUPO-FACTURA.
           ADD GRUPO-FAC-NETO (INDICE-GRUPO) GRUPO-FAC-IVA
               (INDICE-GRUPO) TO FACTURA-TOTAL-GRUPOS.

      *Factura sin datos fiscales: todo el importe como neto a tasa
      *cero:
       CARGA-GRUPO-SIN-DESGLOSE.
           MOVE 1 TO CANTIDAD-GRUPOS.
           MOVE ZERO TO GRUPO-FAC-TASA (1).
           MOVE FACTURA-IMPORTE TO GRUPO-FAC-NETO (1).
           MOVE ZERO TO GRUPO-FAC-IVA (1).

       CARGA-GRUPOS-DEL-PRESUPUESTO.
           MOVE ZEROES TO CANTIDAD-GRUPOS.
           MOVE FACTURA-PRESUPUESTO TO RENGLON-PRES-NUMERO.
           MOVE ZEROES TO RENGLON-PRES-RENGLON.
           MOVE "1" TO FIN-DE-RENGLONES.
           START ARCHIVO-PRESUPUESTO-RENGLONES
               KEY IS NOT LESS THAN RENGLON-PRES-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-RENGLONES
           END-START.
           PERFORM ACUMULA-RENGLON-PRESUPUESTO
           UNTIL FIN-DE-RENGLONES = "0".
           IF CANTIDAD-GRUPOS = ZEROES
           MOVE 1 TO CANTIDAD-GRUPOS
           MOVE ZERO TO GRUPO-FAC-TASA (1)
           MOVE FACTURA-NETO TO GRUPO-FAC-NETO (1)
           MOVE FACTURA-IVA TO GRUPO-FAC-IVA (1)
           END-IF.

       ACUMULA-RENGLON-PRESUPUESTO.
           READ ARCHIVO-PRESUPUESTO-RENGLONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-RENGLONES
           NOT AT END
           IF RENGLON-PRES-NUMERO NOT = FACTURA-PRESUPUESTO
           MOVE "0" TO FIN-DE-RENGLONES
           ELSE
           PERFORM UBICA-GRUPO-RENGLON
           IF GRUPO-HALLADO = "S"
           ADD RENGLON-PRES-NETO TO GRUPO-FAC-NETO (INDICE-GRUPO)
           ADD RENGLON-PRES-IVA TO GRUPO-FAC-IVA (INDICE-GRUPO)
           END-IF
           END-IF
           END-READ.

       UBICA-GRUPO-RENGLON.
           MOVE "N" TO GRUPO-HALLADO.
           PERFORM COMPARA-GRUPO-RENGLON
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
               OR GRUPO-HALLADO = "S".
           IF GRUPO-HALLADO = "S"
           SUBTRACT 1 FROM INDICE-GRUPO
           ELSE
           IF CANTIDAD-GRUPOS < MAXIMO-GRUPOS
           ADD 1 TO CANTIDAD-GRUPOS
           MOVE CANTIDAD-GRUPOS TO INDICE-GRUPO
           MOVE RENGLON-PRES-PORC-IVA TO GRUPO-FAC-TASA (INDICE-GRUPO)
           MOVE ZERO TO GRUPO-FAC-NETO (INDICE-GRUPO)
                        GRUPO-FAC-IVA (INDICE-GRUPO)
           MOVE "S" TO GRUPO-HALLADO
           END-IF
           END-IF.

       COMPARA-GRUPO-RENGLON.
           IF GRUPO-FAC-TASA (INDICE-GRUPO) = RENGLON-PRES-PORC-IVA
           MOVE "S" TO GRUPO-HALLADO
           END-IF.

      *Un renglon del libro: va al reporte, al archivo de la AFIP y
      *a los totales por alicuota y por condicion:
       REGISTRA-COMPROBANTE.
           COMPUTE DOC-TOTAL = DOC-NETO + DOC-IVA.
           PERFORM MUESTRA-COMPROBANTE.
           PERFORM GRABA-RENGLON-IVA-VENTAS.
           PERFORM ACUMULA-POR-TASA.
           PERFORM ACUMULA-POR-CONDICION.
           COMPUTE TOTAL-NETO = TOTAL-NETO + DOC-NETO * DOC-SIGNO.
           COMPUTE TOTAL-IVA = TOTAL-IVA + DOC-IVA * DOC-SIGNO.
           COMPUTE TOTAL-GENERAL = TOTAL-GENERAL
               + DOC-TOTAL * DOC-SIGNO.

       MUESTRA-COMPROBANTE.
           MOVE DOC-TASA TO CAMPO-TASA-MUESTRA.
           COMPUTE CAMPO-NETO-MUESTRA = DOC-NETO * DOC-SIGNO.
           COMPUTE CAMPO-IVA-MUESTRA = DOC-IVA * DOC-SIGNO.
           COMPUTE CAMPO-TOTAL-MUESTRA = DOC-TOTAL * DOC-SIGNO.
           STRING DOC-FECHA (7:2) "/" DOC-FECHA (5:2) "/"
                  DOC-FECHA (1:4) " " DOC-CLASE "-" DOC-LETRA " "
                  DOC-NUMERO " " DOC-CLIENTES-ID " " DOC-CUIT " "
                  DOC-CONDICION " " CAMPO-TASA-MUESTRA " "
                  CAMPO-NETO-MUESTRA " " CAMPO-IVA-MUESTRA " "
                  CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Documento 80 (CUIT) si el cliente tiene uno valido cargado;
      *si no, 99 (consumidor final sin identificar):
       GRABA-RENGLON-IVA-VENTAS.
           MOVE DOC-FECHA TO VENTA-FECHA.
           MOVE DOC-TIPO-COMPROBANTE TO VENTA-TIPO-COMPROBANTE.
           MOVE PUNTO-DE-VENTA TO VENTA-PUNTO-DE-VENTA.
           MOVE DOC-NUMERO TO VENTA-NUMERO.
           IF DOC-CUIT NUMERIC
           MOVE 80 TO VENTA-TIPO-DOCUMENTO
           MOVE DOC-CUIT TO CUIT-NUMERICO
           MOVE CUIT-NUMERICO TO VENTA-NUMERO-DOCUMENTO
           ELSE
           MOVE 99 TO VENTA-TIPO-DOCUMENTO
           MOVE ZEROES TO VENTA-NUMERO-DOCUMENTO
           END-IF.
           MOVE DOC-DENOMINACION TO VENTA-DENOMINACION.
           MOVE DOC-CONDICION TO VENTA-CONDICION.
           MOVE DOC-TASA TO VENTA-ALICUOTA.
           MOVE DOC-NETO TO VENTA-NETO.
           MOVE DOC-IVA TO VENTA-IVA.
           MOVE DOC-TOTAL TO VENTA-TOTAL.
           WRITE IVA-VENTAS-LINEA FROM LINEA-IVA-VENTAS.
           ADD 1 TO CONTADOR-RENGLONES-ARCHIVO.

       ACUMULA-POR-TASA.
           MOVE "N" TO TASA-HALLADA.
           PERFORM COMPARA-TASA
               VARYING INDICE-TASA FROM 1 BY 1
               UNTIL INDICE-TASA > CANTIDAD-TASAS
               OR TASA-HALLADA = "S".
           IF TASA-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-TASA
           ELSE
           IF CANTIDAD-TASAS < MAXIMO-TASAS
           ADD 1 TO CANTIDAD-TASAS
           MOVE CANTIDAD-TASAS TO INDICE-TASA
           MOVE DOC-TASA TO TASA-TAB-TASA (INDICE-TASA)
           MOVE ZERO TO TASA-TAB-NETO (INDICE-TASA)
                        TASA-TAB-IVA (INDICE-TASA)
           MOVE "S" TO TASA-HALLADA
           END-IF
           END-IF.
           IF TASA-HALLADA = "S"
           COMPUTE TASA-TAB-NETO (INDICE-TASA) =
               TASA-TAB-NETO (INDICE-TASA) + DOC-NETO * DOC-SIGNO
           COMPUTE TASA-TAB-IVA (INDICE-TASA) =
               TASA-TAB-IVA (INDICE-TASA) + DOC-IVA * DOC-SIGNO
           END-IF.

       COMPARA-TASA.
           IF TASA-TAB-TASA (INDICE-TASA) = DOC-TASA
           MOVE "S" TO TASA-HALLADA
           END-IF.

       ACUMULA-POR-CONDICION.
           PERFORM BUSCA-CONDICION
               VARYING INDICE-CONDICION FROM 1 BY 1
               UNTIL INDICE-CONDICION > 4.

       BUSCA-CONDICION.
           IF COND-TAB-CODIGO (INDICE-CONDICION) = DOC-CONDICION
           COMPUTE COND-TAB-NETO (INDICE-CONDICION) =
               COND-TAB-NETO (INDICE-CONDICION) + DOC-NETO * DOC-SIGNO
           COMPUTE COND-TAB-IVA (INDICE-CONDICION) =
               COND-TAB-IVA (INDICE-CONDICION) + DOC-IVA * DOC-SIGNO
           END-IF.

       MUESTRA-TOTALES-POR-TASA.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Totales por alicuota" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-TOTAL-TASA
               VARYING INDICE-TASA FROM 1 BY 1
               UNTIL INDICE-TASA > CANTIDAD-TASAS.
           MOVE TOTAL-NETO TO CAMPO-NETO-MUESTRA.
           MOVE TOTAL-IVA TO CAMPO-IVA-MUESTRA.
           MOVE TOTAL-GENERAL TO CAMPO-TOTAL-MUESTRA.
           STRING "  Total del periodo          " CAMPO-NETO-MUESTRA
                  " " CAMPO-IVA-MUESTRA " " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-TOTAL-TASA.
           MOVE TASA-TAB-TASA (INDICE-TASA) TO CAMPO-TASA-MUESTRA.
           MOVE TASA-TAB-NETO (INDICE-TASA) TO CAMPO-NETO-MUESTRA.
           MOVE TASA-TAB-IVA (INDICE-TASA) TO CAMPO-IVA-MUESTRA.
           COMPUTE CAMPO-TOTAL-MUESTRA = TASA-TAB-NETO (INDICE-TASA)
               + TASA-TAB-IVA (INDICE-TASA).
           STRING "  Alicuota " CAMPO-TASA-MUESTRA " %"
                  "           " CAMPO-NETO-MUESTRA " "
                  CAMPO-IVA-MUESTRA " " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-TOTALES-POR-CONDICION.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Totales por condicion frente al IVA" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-TOTAL-CONDICION
               VARYING INDICE-CONDICION FROM 1 BY 1
               UNTIL INDICE-CONDICION > 4.

       MUESTRA-TOTAL-CONDICION.
           MOVE COND-TAB-NETO (INDICE-CONDICION) TO CAMPO-NETO-MUESTRA.
           MOVE COND-TAB-IVA (INDICE-CONDICION) TO CAMPO-IVA-MUESTRA.
           COMPUTE CAMPO-TOTAL-MUESTRA =
               COND-TAB-NETO (INDICE-CONDICION)
               + COND-TAB-IVA (INDICE-CONDICION).
           STRING "  " COND-TAB-NOMBRE (INDICE-CONDICION) "      "
                  CAMPO-NETO-MUESTRA " " CAMPO-IVA-MUESTRA " "
                  CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Arma el nombre del spool fechado, lo abre y toma el operador
      *de la sesion del menu si existe:
       ABRE-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CORRIDA.
           MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL.
           STRING
               "spool_" DELIMITED BY SIZE
               CODIGO-DEL-REPORTE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               FECHA-HORA-CORRIDA (1:14) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-SPOOL
           END-STRING.
           OPEN OUTPUT ARCHIVO-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           MOVE "DESCONOCIDO" TO OPERADOR-DEL-REPORTE.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR-DEL-REPORTE
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

      *Cada linea sale por pantalla como siempre y ademas queda en
      *el spool:
       MUESTRA-Y-SPOOL.
           DISPLAY FUNCTION TRIM(LINEA-SPOOL).
           WRITE LINEA-SPOOL-REG FROM LINEA-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.

       CIERRA-SPOOL.
           CLOSE ARCHIVO-SPOOL.
           OPEN EXTEND ARCHIVO-REPORTES-CATALOGO.
           MOVE FECHA-HORA-CORRIDA TO CATALOGO-FECHA-HORA.
           MOVE CODIGO-DEL-REPORTE TO CATALOGO-REPORTE.
           MOVE OPERADOR-DEL-REPORTE TO CATALOGO-OPERADOR.
           MOVE PARAMETROS-DEL-REPORTE TO CATALOGO-PARAMETROS.
           MOVE NOMBRE-ARCHIVO-SPOOL TO CATALOGO-ARCHIVO.
           WRITE CATALOGO-REGISTRO.
           CLOSE ARCHIVO-REPORTES-CATALOGO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Libro-iva-ventas.

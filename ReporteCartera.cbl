      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Reporte mensual de la cartera de cada oficial de
      *          cuenta: cuantos clientes en operatoria atiende, el
      *          saldo total de su cartera en cada moneda, lo que le
      *          deben vencido (facturas y cuotas de prestamos
      *          vencidas impagas, y el descubierto que pasa del
      *          limite aprobado), los clientes nuevos del mes y los
      *          que perdio por baja desde el cierre anterior. Los
      *          clientes sin oficial salen juntos en su propio
      *          renglon. Corre como paso de fin de mes de
      *          Proceso-nocturno, que deja ademas la foto de las
      *          carteras para el cierre siguiente; a mano desde el
      *          menu solo informa, sin tocar la foto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-cartera-oficiales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Oficial de cada cliente y la foto del cierre anterior:
       COPY "DataBaseCartera.cbl".
       COPY "DataBaseCarteraCierre.cbl".
      *Facturas y cuotas de prestamos, para la exposicion vencida:
       COPY "DataBaseFacturas.cbl".
       COPY "DataBaseCuotas.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCartera.cbl".
       COPY "DataCarteraCierre.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataCuotas.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CARTERA-STATUS PIC XX.
       77  CARTERA-CIERRE-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  CUOTAS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-CLIENTES PIC X.
       77  FIN-DE-CARTERA PIC X.
       77  FIN-DE-CIERRE PIC X.
       77  FIN-DE-FACTURAS PIC X.
       77  FIN-DE-CUOTAS PIC X.
       77  CLIENTE-HALLADO PIC X.
       77  CORRIDA-EN-LOTE PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  PERIODO-DEL-REPORTE PIC X(6).
       77  PERIODO-FOTO-ANTERIOR PIC X(6).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "CARTERAOFIC".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-SIN-LUGAR PIC 9(7) VALUE ZEROES.

      *Oficial y moneda a los que se imputa cada importe:
       77  OFICIAL-BUSCADO PIC X(10).
       77  MONEDA-BUSCADA PIC X(3).
       01  IMPORTE-A-IMPUTAR PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  TIPO-DE-IMPORTE PIC X(1).
           88 IMPORTE-ES-SALDO VALUE "S".
           88 IMPORTE-ES-EXPOSICION VALUE "E".

      *Una entrada por oficial, en el orden de la clave alternativa
      *de la cartera; la primera, con el codigo en blanco, junta a
      *los clientes sin oficial. Cada oficial lleva sus importes
      *separados por moneda:
       77  MAXIMO-OFICIALES PIC 9(2) VALUE 50.
       77  CANTIDAD-OFICIALES PIC 9(2) VALUE ZEROES.
       77  INDICE-OFICIAL PIC 9(2).
       77  OFICIAL-UBICADO PIC 9(2).
       77  MAXIMO-MONEDAS PIC 9(2) VALUE 6.
       77  INDICE-MONEDA PIC 9(2).
       77  MONEDA-UBICADA PIC 9(2).
       01  TABLA-OFICIALES.
           05 OFI-DETALLE OCCURS 50 TIMES.
              10 OFI-CODIGO PIC X(10).
              10 OFI-CLIENTES PIC 9(6).
              10 OFI-NUEVOS PIC 9(6).
              10 OFI-PERDIDOS PIC 9(6).
              10 OFI-CANTIDAD-MONEDAS PIC 9(2).
              10 OFI-MONEDA OCCURS 6 TIMES.
                 15 OFI-MON-CODIGO PIC X(3).
                 15 OFI-MON-SALDO PIC S9(11)V99 COMP-3.
                 15 OFI-MON-EXPOSICION PIC S9(11)V99 COMP-3.

      *Totales de todas las carteras:
       77  TOTAL-CLIENTES PIC 9(7) VALUE ZEROES.
       77  TOTAL-NUEVOS PIC 9(7) VALUE ZEROES.
       77  TOTAL-PERDIDOS PIC 9(7) VALUE ZEROES.

      *Renglon del reporte; la segunda moneda de un oficial sale en
      *un renglon propio con el resto en blanco:
       01  LINEA-CARTERA.
           05 LIN-OFICIAL PIC X(14).
           05 LIN-CLIENTES PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-NUEVOS PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-PERDIDOS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LIN-MONEDA PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-SALDO PIC -(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-EXPOSICION PIC -(10)9.99.
       77  CAMPO-TOTAL-MUESTRA PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA (1:6) TO PERIODO-DEL-REPORTE.
           MOVE PERIODO-DEL-REPORTE TO PARAMETROS-DEL-REPORTE.
           INITIALIZE TABLA-OFICIALES.
           OPEN INPUT ARCHIVO-CARTERA.
           PERFORM CARGA-OFICIALES.
           PERFORM CUENTA-PERDIDOS.
           PERFORM RECORRE-CLIENTES.
           PERFORM RECORRE-FACTURAS.
           PERFORM RECORRE-CUOTAS.
           CLOSE ARCHIVO-CARTERA.
           PERFORM IMPRIME-REPORTE.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi; corriendo a mano se
      *usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE "N" TO CORRIDA-EN-LOTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CORRIDA-EN-LOTE
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

      *Arma la lista de oficiales recorriendo la cartera por la
      *clave alternativa, que ya los da ordenados:
       CARGA-OFICIALES.
           MOVE 1 TO CANTIDAD-OFICIALES.
           MOVE SPACES TO OFI-CODIGO (1).
           IF CARTERA-STATUS = "00"
           MOVE LOW-VALUES TO CARTERA-OFICIAL
           START ARCHIVO-CARTERA KEY IS NOT LESS CARTERA-OFICIAL
           INVALID KEY
           MOVE "0" TO FIN-DE-CARTERA
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CARTERA
           END-START
           PERFORM TOMA-OFICIAL-DE-CARTERA
           UNTIL FIN-DE-CARTERA = "0"
           END-IF.

       TOMA-OFICIAL-DE-CARTERA.
           READ ARCHIVO-CARTERA NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CARTERA
           NOT AT END
           IF CARTERA-OFICIAL NOT = OFI-CODIGO (CANTIDAD-OFICIALES)
           IF CANTIDAD-OFICIALES < MAXIMO-OFICIALES
           ADD 1 TO CANTIDAD-OFICIALES
           MOVE CARTERA-OFICIAL TO OFI-CODIGO (CANTIDAD-OFICIALES)
           END-IF
           END-IF
           END-READ.

      *Oficial del cliente CLIENTES-ID; sin asignacion queda en
      *blanco, con los clientes sin oficial:
       LEE-OFICIAL-DEL-CLIENTE.
           MOVE SPACES TO OFICIAL-BUSCADO.
           MOVE CLIENTES-ID TO CARTERA-CLIENTES-ID.
           READ ARCHIVO-CARTERA RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE CARTERA-OFICIAL TO OFICIAL-BUSCADO
           END-READ.

      *Un oficial que no estaba en la lista (uno que perdio toda su
      *cartera desde el cierre anterior) se agrega al final:
       UBICA-OFICIAL.
           MOVE ZEROES TO OFICIAL-UBICADO.
           PERFORM COMPARA-OFICIAL
               VARYING INDICE-OFICIAL FROM 1 BY 1
               UNTIL INDICE-OFICIAL > CANTIDAD-OFICIALES
               OR OFICIAL-UBICADO > ZEROES.
           IF OFICIAL-UBICADO = ZEROES
           IF CANTIDAD-OFICIALES < MAXIMO-OFICIALES
           ADD 1 TO CANTIDAD-OFICIALES
           MOVE CANTIDAD-OFICIALES TO OFICIAL-UBICADO
           MOVE OFICIAL-BUSCADO TO OFI-CODIGO (OFICIAL-UBICADO)
           ELSE
           ADD 1 TO CONTADOR-SIN-LUGAR
           END-IF
           END-IF.
           MOVE OFICIAL-UBICADO TO INDICE-OFICIAL.

       COMPARA-OFICIAL.
           IF OFI-CODIGO (INDICE-OFICIAL) = OFICIAL-BUSCADO
           MOVE INDICE-OFICIAL TO OFICIAL-UBICADO
           END-IF.

      *Suma IMPORTE-A-IMPUTAR al saldo o a la exposicion del oficial
      *INDICE-OFICIAL en la moneda MONEDA-BUSCADA (en blanco, pesos):
       IMPUTA-IMPORTE.
           IF MONEDA-BUSCADA = SPACES
           MOVE "ARS" TO MONEDA-BUSCADA
           END-IF.
           MOVE ZEROES TO MONEDA-UBICADA.
           PERFORM COMPARA-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA >
                     OFI-CANTIDAD-MONEDAS (INDICE-OFICIAL)
               OR MONEDA-UBICADA > ZEROES.
           IF MONEDA-UBICADA = ZEROES
           IF OFI-CANTIDAD-MONEDAS (INDICE-OFICIAL) < MAXIMO-MONEDAS
           ADD 1 TO OFI-CANTIDAD-MONEDAS (INDICE-OFICIAL)
           MOVE OFI-CANTIDAD-MONEDAS (INDICE-OFICIAL) TO
               MONEDA-UBICADA
           MOVE MONEDA-BUSCADA TO
               OFI-MON-CODIGO (INDICE-OFICIAL, MONEDA-UBICADA)
           ELSE
           ADD 1 TO CONTADOR-SIN-LUGAR
           END-IF
           END-IF.
           MOVE MONEDA-UBICADA TO INDICE-MONEDA.
           IF INDICE-MONEDA > ZEROES
           IF IMPORTE-ES-SALDO
           ADD IMPORTE-A-IMPUTAR TO
               OFI-MON-SALDO (INDICE-OFICIAL, INDICE-MONEDA)
           ELSE
           ADD IMPORTE-A-IMPUTAR TO
               OFI-MON-EXPOSICION (INDICE-OFICIAL, INDICE-MONEDA)
           END-IF
           END-IF.

       COMPARA-MONEDA.
           IF OFI-MON-CODIGO (INDICE-OFICIAL, INDICE-MONEDA) =
              MONEDA-BUSCADA
           MOVE INDICE-MONEDA TO MONEDA-UBICADA
           END-IF.

      *Un cliente de la foto del cierre anterior que hoy esta dado
      *de baja (o ya no existe) es un cliente que su oficial perdio:
       CUENTA-PERDIDOS.
           MOVE SPACES TO PERIODO-FOTO-ANTERIOR.
           OPEN INPUT ARCHIVO-CARTERA-CIERRE.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CARTERA-CIERRE-STATUS = "00"
           MOVE "1" TO FIN-DE-CIERRE
           PERFORM REVISA-CLIENTE-DE-LA-FOTO
           UNTIL FIN-DE-CIERRE = "0"
           END-IF.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CARTERA-CIERRE.

       REVISA-CLIENTE-DE-LA-FOTO.
           READ ARCHIVO-CARTERA-CIERRE
           AT END
           MOVE "0" TO FIN-DE-CIERRE
           NOT AT END
           MOVE CARCIERRE-PERIODO TO PERIODO-FOTO-ANTERIOR
           MOVE CARCIERRE-CLIENTES-ID TO CLIENTES-ID
           MOVE "S" TO CLIENTE-HALLADO
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO CLIENTE-HALLADO
           END-READ
           IF CLIENTE-HALLADO = "N" OR CLIENTE-INACTIVO
           MOVE CARCIERRE-OFICIAL TO OFICIAL-BUSCADO
           PERFORM UBICA-OFICIAL
           IF INDICE-OFICIAL > ZEROES
           ADD 1 TO OFI-PERDIDOS (INDICE-OFICIAL)
           END-IF
           END-IF
           END-READ.

      *Clientes, saldos, altas del mes y descubierto fuera de
      *limite. Corriendo en lote se graba de paso la foto nueva:
       RECORRE-CLIENTES.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CORRIDA-EN-LOTE = "S"
           OPEN OUTPUT ARCHIVO-CARTERA-CIERRE
           END-IF.
           MOVE "1" TO FIN-DE-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           MOVE "0" TO FIN-DE-CLIENTES
           END-IF.
           PERFORM SUMA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           IF CORRIDA-EN-LOTE = "S"
           CLOSE ARCHIVO-CARTERA-CIERRE
           END-IF.
           CLOSE ARCHIVO-CLIENTES.

       SUMA-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS
           IF NOT CLIENTE-INACTIVO
           PERFORM SUMA-CLIENTE-EN-CARTERA
           END-IF
           END-READ.

       SUMA-CLIENTE-EN-CARTERA.
           PERFORM LEE-OFICIAL-DEL-CLIENTE.
           PERFORM UBICA-OFICIAL.
           IF INDICE-OFICIAL > ZEROES
           ADD 1 TO OFI-CLIENTES (INDICE-OFICIAL)
           IF CLIENTES-FECHA-ALTA (1:6) = PERIODO-DEL-REPORTE
           ADD 1 TO OFI-NUEVOS (INDICE-OFICIAL)
           END-IF
           MOVE CLIENTES-MONEDA TO MONEDA-BUSCADA
           MOVE CLIENTES-SALDO TO IMPORTE-A-IMPUTAR
           MOVE "S" TO TIPO-DE-IMPORTE
           PERFORM IMPUTA-IMPORTE
           IF CLIENTES-SALDO < CLIENTES-LIMITE-DESCUBIERTO
           MOVE CLIENTES-MONEDA TO MONEDA-BUSCADA
           COMPUTE IMPORTE-A-IMPUTAR =
               CLIENTES-LIMITE-DESCUBIERTO - CLIENTES-SALDO
           MOVE "E" TO TIPO-DE-IMPORTE
           PERFORM IMPUTA-IMPORTE
           END-IF
           END-IF.
           IF CORRIDA-EN-LOTE = "S"
           MOVE CLIENTES-ID TO CARCIERRE-CLIENTES-ID
           MOVE OFICIAL-BUSCADO TO CARCIERRE-OFICIAL
           MOVE PERIODO-DEL-REPORTE TO CARCIERRE-PERIODO
           WRITE CARCIERRE-REGISTRO
           END-IF.

      *Lo que resta cobrar de una factura pendiente ya vencida va a
      *la exposicion de la cartera, en pesos como toda factura:
       RECORRE-FACTURAS.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-FACTURAS.
           MOVE "1" TO FIN-DE-FACTURAS.
           IF FACTURAS-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-FACTURAS
           END-IF.
           PERFORM REVISA-FACTURA
           UNTIL FIN-DE-FACTURAS = "0".
           CLOSE ARCHIVO-FACTURAS.
           CLOSE ARCHIVO-CLIENTES.

       REVISA-FACTURA.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-FACTURAS
           NOT AT END
           IF FACTURA-PENDIENTE AND
              FACTURA-VENCIMIENTO < FECHA-DE-CORRIDA
           MOVE FACTURA-CLIENTES-ID TO CLIENTES-ID
           COMPUTE IMPORTE-A-IMPUTAR =
               FACTURA-IMPORTE - FACTURA-COBRADO
           PERFORM IMPUTA-EXPOSICION-CLIENTE
           END-IF
           END-READ.

      *Una cuota vencida impaga, o pendiente con el vencimiento ya
      *pasado, suma su importe a la exposicion:
       RECORRE-CUOTAS.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-CUOTAS.
           MOVE "1" TO FIN-DE-CUOTAS.
           IF CUOTAS-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-CUOTAS
           END-IF.
           PERFORM REVISA-CUOTA
           UNTIL FIN-DE-CUOTAS = "0".
           CLOSE ARCHIVO-CUOTAS.
           CLOSE ARCHIVO-CLIENTES.

       REVISA-CUOTA.
           READ ARCHIVO-CUOTAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CUOTAS
           NOT AT END
           IF CUOTA-VENCIDA-IMPAGA OR
              (CUOTA-PENDIENTE AND
               CUOTA-VENCIMIENTO < FECHA-DE-CORRIDA)
           MOVE CUOTA-CLIENTES-ID TO CLIENTES-ID
           MOVE CUOTA-IMPORTE TO IMPORTE-A-IMPUTAR
           PERFORM IMPUTA-EXPOSICION-CLIENTE
           END-IF
           END-READ.

      *La deuda de un cliente dado de baja ya no esta en ninguna
      *cartera:
       IMPUTA-EXPOSICION-CLIENTE.
           MOVE "S" TO CLIENTE-HALLADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO CLIENTE-HALLADO
           END-READ.
           IF CLIENTE-HALLADO = "S" AND NOT CLIENTE-INACTIVO
           PERFORM LEE-OFICIAL-DEL-CLIENTE
           PERFORM UBICA-OFICIAL
           IF INDICE-OFICIAL > ZEROES
           MOVE "ARS" TO MONEDA-BUSCADA
           MOVE "E" TO TIPO-DE-IMPORTE
           PERFORM IMPUTA-IMPORTE
           END-IF
           END-IF.

       IMPRIME-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== CARTERA DE OFICIALES DE CUENTA =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Periodo " PERIODO-DEL-REPORTE (5:2) "/"
                  PERIODO-DEL-REPORTE (1:4) "  al "
                  FECHA-DE-CORRIDA (7:2) "/" FECHA-DE-CORRIDA (5:2)
                  "/" FECHA-DE-CORRIDA (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF PERIODO-FOTO-ANTERIOR = SPACES
           MOVE "Sin foto de cierre anterior: no se cuentan bajas."
               TO LINEA-SPOOL
           ELSE
           STRING "Bajas contra la cartera al cierre de "
                  PERIODO-FOTO-ANTERIOR (5:2) "/"
                  PERIODO-FOTO-ANTERIOR (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Oficial       Client  Nuevos   Bajas  Mon"
               TO LINEA-SPOOL.
           MOVE "         Saldo    Exp. vencida" TO LINEA-SPOOL (42:).
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM IMPRIME-OFICIAL
               VARYING INDICE-OFICIAL FROM 1 BY 1
               UNTIL INDICE-OFICIAL > CANTIDAD-OFICIALES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-CLIENTES TO CAMPO-TOTAL-MUESTRA.
           STRING "Clientes en cartera: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-NUEVOS TO CAMPO-TOTAL-MUESTRA.
           STRING "Clientes nuevos:     " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-PERDIDOS TO CAMPO-TOTAL-MUESTRA.
           STRING "Clientes perdidos:   " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF CONTADOR-SIN-LUGAR > ZEROES
           MOVE CONTADOR-SIN-LUGAR TO CAMPO-TOTAL-MUESTRA
           STRING "ATENCION: importes sin lugar en la tabla de "
                  "oficiales o monedas: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

      *Un oficial sin clientes hoy ni bajas en el mes no se lista:
       IMPRIME-OFICIAL.
           IF OFI-CLIENTES (INDICE-OFICIAL) > ZEROES OR
              OFI-PERDIDOS (INDICE-OFICIAL) > ZEROES
           ADD OFI-CLIENTES (INDICE-OFICIAL) TO TOTAL-CLIENTES
           ADD OFI-NUEVOS (INDICE-OFICIAL) TO TOTAL-NUEVOS
           ADD OFI-PERDIDOS (INDICE-OFICIAL) TO TOTAL-PERDIDOS
           MOVE SPACES TO LINEA-CARTERA
           IF OFI-CODIGO (INDICE-OFICIAL) = SPACES
           MOVE "(sin oficial)" TO LIN-OFICIAL
           ELSE
           MOVE OFI-CODIGO (INDICE-OFICIAL) TO LIN-OFICIAL
           END-IF
           MOVE OFI-CLIENTES (INDICE-OFICIAL) TO LIN-CLIENTES
           MOVE OFI-NUEVOS (INDICE-OFICIAL) TO LIN-NUEVOS
           MOVE OFI-PERDIDOS (INDICE-OFICIAL) TO LIN-PERDIDOS
           IF OFI-CANTIDAD-MONEDAS (INDICE-OFICIAL) = ZEROES
           MOVE LINEA-CARTERA TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           ELSE
           PERFORM IMPRIME-MONEDA-OFICIAL
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA >
                     OFI-CANTIDAD-MONEDAS (INDICE-OFICIAL)
           END-IF
           END-IF.

       IMPRIME-MONEDA-OFICIAL.
           IF INDICE-MONEDA > 1
           MOVE SPACES TO LINEA-CARTERA
           END-IF.
           MOVE OFI-MON-CODIGO (INDICE-OFICIAL, INDICE-MONEDA) TO
               LIN-MONEDA.
           MOVE OFI-MON-SALDO (INDICE-OFICIAL, INDICE-MONEDA) TO
               LIN-SALDO.
           MOVE OFI-MON-EXPOSICION (INDICE-OFICIAL, INDICE-MONEDA)
               TO LIN-EXPOSICION.
           MOVE LINEA-CARTERA TO LINEA-SPOOL.
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
           IF CORRIDA-EN-LOTE = "S"
           MOVE "BATCH" TO OPERADOR-DEL-REPORTE
           ELSE
           OPEN INPUT ARCHIVO-SESION-OPERADOR
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR-DEL-REPORTE
           END-READ
           END-IF
           CLOSE ARCHIVO-SESION-OPERADOR
           END-IF.

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

       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-cartera-oficiales.

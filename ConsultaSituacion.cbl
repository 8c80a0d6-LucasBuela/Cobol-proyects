      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Historia de la clasificacion de un deudor en la
      *          central de deudores: para cada periodo que guardo
      *          Clasificar-deudores muestra la situacion informada y
      *          lo que la explica (deuda y dias de atraso del
      *          descubierto, de las facturas y de los prestamos, y
      *          cual de los tres mando), para contestar por que un
      *          cliente salio en tal situacion en tal mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consultar-situacion-deudor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Clasificacion guardada por cliente y periodo:
       COPY "DataBaseSituacionDeudores.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataSituacionDeudores.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  SITUACION-STATUS PIC XX.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-PERIODO PIC X(6).
       77  FIN-DE-SITUACIONES PIC X.
       77  PERIODOS-DEL-CLIENTE PIC 9(3).
       77  CAMPO-IMPORTE-MUESTRA PIC Z(8)9.99.
       77  DESCRIPCION-ORIGEN PIC X(40).
       01  LINEA-HISTORIA.
           05 HIS-PERIODO PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 HIS-SITUACION PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-DIAS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-ORIGEN PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-DEUDA PIC Z(8)9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== SITUACION DEL DEUDOR (BCRA) =====".
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           OPEN INPUT ARCHIVO-SITUACION-DEUDORES.
           PERFORM LISTA-PERIODOS-CLIENTE.
           IF PERIODOS-DEL-CLIENTE > ZEROES
           PERFORM ELIGE-PERIODO
           END-IF.
           CLOSE ARCHIVO-SITUACION-DEUDORES.
           GOBACK.

      *Recorre las clasificaciones del cliente por la clave alterna;
      *salen en el orden en que se grabaron, que es el de los
      *periodos salvo una re-corrida de un mes viejo:
       LISTA-PERIODOS-CLIENTE.
           MOVE ZEROES TO PERIODOS-DEL-CLIENTE.
           MOVE CAMPO-CLIENTES-ID TO SITUACION-CLIENTES-ID.
           START ARCHIVO-SITUACION-DEUDORES
               KEY IS = SITUACION-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-SITUACIONES
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-SITUACIONES
           END-START.
           IF FIN-DE-SITUACIONES = "1"
           DISPLAY "Periodo  Sit.  Dias  O         Deuda"
           END-IF.
           PERFORM MUESTRA-SIGUIENTE-PERIODO
           UNTIL FIN-DE-SITUACIONES = "0".
           IF PERIODOS-DEL-CLIENTE = ZEROES
           DISPLAY "El cliente no figura en ninguna clasificacion "
                   "de deudores."
           END-IF.

       MUESTRA-SIGUIENTE-PERIODO.
           READ ARCHIVO-SITUACION-DEUDORES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-SITUACIONES
           NOT AT END
           IF SITUACION-CLIENTES-ID NOT = CAMPO-CLIENTES-ID
           MOVE "0" TO FIN-DE-SITUACIONES
           ELSE
           PERFORM MUESTRA-PERIODO
           END-IF
           END-READ.

       MUESTRA-PERIODO.
           ADD 1 TO PERIODOS-DEL-CLIENTE.
           MOVE SPACES TO HIS-PERIODO.
           STRING SITUACION-PERIODO (5:2) "/" SITUACION-PERIODO (1:4)
                  DELIMITED BY SIZE INTO HIS-PERIODO
           END-STRING.
           MOVE SITUACION-CODIGO TO HIS-SITUACION.
           MOVE SITUACION-DIAS-ATRASO TO HIS-DIAS.
           MOVE SITUACION-ORIGEN TO HIS-ORIGEN.
           MOVE SITUACION-DEUDA-TOTAL TO HIS-DEUDA.
           DISPLAY LINEA-HISTORIA.

       ELIGE-PERIODO.
           DISPLAY "Periodo AAAAMM para ver el detalle "
                   "(vacio para salir): ".
           MOVE SPACES TO CAMPO-PERIODO.
           ACCEPT CAMPO-PERIODO.
           IF CAMPO-PERIODO NOT = SPACES
           MOVE CAMPO-PERIODO TO SITUACION-PERIODO
           MOVE CAMPO-CLIENTES-ID TO SITUACION-CLIENTES-ID
           READ ARCHIVO-SITUACION-DEUDORES RECORD
               KEY IS SITUACION-CLAVE
           INVALID KEY
           DISPLAY "El cliente no fue clasificado en ese periodo."
           NOT INVALID KEY
           PERFORM MUESTRA-DETALLE
           END-READ
           END-IF.

       MUESTRA-DETALLE.
           EVALUATE TRUE
               WHEN SITUACION-POR-DESCUBIERTO
                   MOVE "el descubierto en cuenta"
                       TO DESCRIPCION-ORIGEN
               WHEN SITUACION-POR-FACTURA
                   MOVE "una factura impaga" TO DESCRIPCION-ORIGEN
               WHEN SITUACION-POR-PRESTAMO
                   MOVE "una cuota de prestamo impaga"
                       TO DESCRIPCION-ORIGEN
               WHEN OTHER
                   MOVE "nada: toda la deuda estaba al dia"
                       TO DESCRIPCION-ORIGEN
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "Periodo " SITUACION-PERIODO (5:2) "/"
                   SITUACION-PERIODO (1:4) ", corte al "
                   SITUACION-FECHA-CORTE (7:2) "/"
                   SITUACION-FECHA-CORTE (5:2) "/"
                   SITUACION-FECHA-CORTE (1:4)
                   ", clasificado por " SITUACION-OPERADOR.
           DISPLAY "Situacion " SITUACION-CODIGO " con "
                   SITUACION-DIAS-ATRASO " dias de atraso; mando "
                   DESCRIPCION-ORIGEN.
           MOVE SITUACION-DEUDA-TOTAL TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "  Deuda total informada:  " CAMPO-IMPORTE-MUESTRA.
           MOVE SITUACION-DEUDA-DESCUBIERTO TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "  Descubierto:            " CAMPO-IMPORTE-MUESTRA
                   "  dias " SITUACION-DIAS-DESCUBIERTO.
           IF SITUACION-FECHA-ROJO NOT = SPACES
           DISPLAY "    en rojo desde el " SITUACION-FECHA-ROJO (7:2)
                   "/" SITUACION-FECHA-ROJO (5:2) "/"
                   SITUACION-FECHA-ROJO (1:4)
           END-IF.
           MOVE SITUACION-DEUDA-FACTURAS TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "  Facturas impagas:       " CAMPO-IMPORTE-MUESTRA
                   "  dias " SITUACION-DIAS-FACTURAS.
           IF SITUACION-FACTURA-MAS-VIEJA NOT = ZEROES
           DISPLAY "    la mas atrasada, factura "
                   SITUACION-FACTURA-MAS-VIEJA
           END-IF.
           MOVE SITUACION-DEUDA-PRESTAMOS TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "  Prestamos:              " CAMPO-IMPORTE-MUESTRA
                   "  dias " SITUACION-DIAS-PRESTAMOS.
           IF SITUACION-PRESTAMO-MAS-VIEJO NOT = ZEROES
           DISPLAY "    la cuota mas atrasada es del prestamo "
                   SITUACION-PRESTAMO-MAS-VIEJO
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Consultar-situacion-deudor.

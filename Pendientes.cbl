      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de pendientes de un cliente: cuenta
      *          lo que tiene abierto (facturas, embargos, prestamos,
      *          cheques en canje, plazos fijos, transferencias a otro
      *          banco, cuentas en agencia y ordenes permanentes) para
      *          que el cierre de cuenta y la baja de un cliente
      *          apliquen la misma regla desde un solo lugar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revisar-pendientes-cliente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Facturas emitidas a clientes:
       COPY "DataBaseFacturas.cbl".
      *Embargos judiciales por cliente:
       COPY "DataBaseEmbargos.cbl".
      *Prestamos personales:
       COPY "DataBasePrestamos.cbl".
      *Cheques depositados, con su estado de canje:
       COPY "DataBaseCheques.cbl".
      *Plazos fijos constituidos:
       COPY "DataBasePlazosFijos.cbl".
      *Transferencias a cuentas del cliente en otros bancos:
       COPY "DataBaseTransfExternas.cbl".
      *Cuentas entregadas a agencias de cobranza:
       COPY "DataBaseAsignaciones.cbl".
      *Ordenes permanentes de cargo mensual:
       COPY "DataBaseOrdenes.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataFacturas.cbl".
       COPY "DataEmbargos.cbl".
       COPY "DataPrestamos.cbl".
       COPY "DataCheques.cbl".
       COPY "DataPlazosFijos.cbl".
       COPY "DataTransfExternas.cbl".
       COPY "DataAsignaciones.cbl".
       COPY "DataOrdenes.cbl".

       WORKING-STORAGE SECTION.
       77  FACTURAS-STATUS PIC XX.
       77  EMBARGOS-STATUS PIC XX.
       77  PRESTAMOS-STATUS PIC XX.
       77  CHEQUES-STATUS PIC XX.
       77  PLAZOS-FIJOS-STATUS PIC XX.
       77  TRANSF-EXTERNAS-STATUS PIC XX.
       77  ASIGNACIONES-STATUS PIC XX.
       77  ORDENES-STATUS PIC XX.
       77  FIN-DE-LECTURA PIC X.
       77  FECHA-HOY PIC X(8).

       LINKAGE SECTION.
       COPY "DataPendientes.cbl".

       PROCEDURE DIVISION USING PENDIENTES-CONSULTA.
       EMPIEZA-PROGRAMA.
           MOVE ZEROES TO PENDIENTES-FACTURAS.
           MOVE ZEROES TO PENDIENTES-EMBARGOS.
           MOVE ZEROES TO PENDIENTES-PRESTAMOS.
           MOVE ZEROES TO PENDIENTES-CHEQUES.
           MOVE ZEROES TO PENDIENTES-PLAZOS.
           MOVE ZEROES TO PENDIENTES-TRANSFERENCIAS.
           MOVE ZEROES TO PENDIENTES-AGENCIA.
           MOVE ZEROES TO PENDIENTES-ORDENES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           PERFORM CUENTA-FACTURAS.
           PERFORM CUENTA-EMBARGOS.
           PERFORM CUENTA-PRESTAMOS.
           PERFORM CUENTA-CHEQUES.
           PERFORM CUENTA-PLAZOS.
           PERFORM CUENTA-TRANSFERENCIAS.
           PERFORM CUENTA-ASIGNACIONES.
           PERFORM CUENTA-ORDENES.
      *Las ordenes vigentes no cuentan para el resultado: el cierre
      *las da de baja en el mismo paso.
           IF PENDIENTES-FACTURAS > ZEROES OR
              PENDIENTES-EMBARGOS > ZEROES OR
              PENDIENTES-PRESTAMOS > ZEROES OR
              PENDIENTES-CHEQUES > ZEROES OR
              PENDIENTES-PLAZOS > ZEROES OR
              PENDIENTES-TRANSFERENCIAS > ZEROES OR
              PENDIENTES-AGENCIA > ZEROES
           SET CLIENTE-CON-PENDIENTES TO TRUE
           ELSE
           SET CLIENTE-SIN-PENDIENTES TO TRUE
           END-IF.
           GOBACK.

      *Cada archivo se recorre por su clave alterna de cliente, la
      *misma recorrida que Saldo-disponible hace con los embargos:
       CUENTA-FACTURAS.
           OPEN INPUT ARCHIVO-FACTURAS.
           IF FACTURAS-STATUS = "00"
           MOVE PENDIENTES-CLIENTES-ID TO FACTURA-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-FACTURAS KEY IS EQUAL FACTURA-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-FACTURA
           END-IF
           PERFORM REVISA-FACTURA
           UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-FACTURAS.

       LEE-SIGUIENTE-FACTURA.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF FACTURA-CLIENTES-ID NOT = PENDIENTES-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-FACTURA.
           IF FACTURA-PENDIENTE
           ADD 1 TO PENDIENTES-FACTURAS
           END-IF.
           PERFORM LEE-SIGUIENTE-FACTURA.

      *Un embargo activo cuenta aunque todavia no rija; deja de
      *contar cuando llego su fecha de liberacion:
       CUENTA-EMBARGOS.
           OPEN INPUT ARCHIVO-EMBARGOS.
           IF EMBARGOS-STATUS = "00"
           MOVE PENDIENTES-CLIENTES-ID TO EMBARGO-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-EMBARGOS KEY IS EQUAL EMBARGO-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-EMBARGO
           END-IF
           PERFORM REVISA-EMBARGO
           UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-EMBARGOS.

       LEE-SIGUIENTE-EMBARGO.
           READ ARCHIVO-EMBARGOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF EMBARGO-CLIENTES-ID NOT = PENDIENTES-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-EMBARGO.
           IF EMBARGO-ACTIVO AND
              (EMBARGO-FECHA-LIBERACION = SPACES OR
               EMBARGO-FECHA-LIBERACION > FECHA-HOY)
           ADD 1 TO PENDIENTES-EMBARGOS
           END-IF.
           PERFORM LEE-SIGUIENTE-EMBARGO.

       CUENTA-PRESTAMOS.
           OPEN INPUT ARCHIVO-PRESTAMOS.
           IF PRESTAMOS-STATUS = "00"
           MOVE PENDIENTES-CLIENTES-ID TO PRESTAMO-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-PRESTAMOS KEY IS EQUAL PRESTAMO-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-PRESTAMO
           END-IF
           PERFORM REVISA-PRESTAMO
           UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-PRESTAMOS.

       LEE-SIGUIENTE-PRESTAMO.
           READ ARCHIVO-PRESTAMOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF PRESTAMO-CLIENTES-ID NOT = PENDIENTES-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-PRESTAMO.
           IF PRESTAMO-VIGENTE
           ADD 1 TO PENDIENTES-PRESTAMOS
           END-IF.
           PERFORM LEE-SIGUIENTE-PRESTAMO.

       CUENTA-CHEQUES.
           OPEN INPUT ARCHIVO-CHEQUES.
           IF CHEQUES-STATUS = "00"
           MOVE PENDIENTES-CLIENTES-ID TO CHEQUE-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-CHEQUES KEY IS EQUAL CHEQUE-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-CHEQUE
           END-IF
           PERFORM REVISA-CHEQUE
           UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-CHEQUES.

       LEE-SIGUIENTE-CHEQUE.
           READ ARCHIVO-CHEQUES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF CHEQUE-CLIENTES-ID NOT = PENDIENTES-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-CHEQUE.
           IF CHEQUE-EN-CANJE
           ADD 1 TO PENDIENTES-CHEQUES
           END-IF.
           PERFORM LEE-SIGUIENTE-CHEQUE.

       CUENTA-PLAZOS.
           OPEN INPUT ARCHIVO-PLAZOS-FIJOS.
           IF PLAZOS-FIJOS-STATUS = "00"
           MOVE PENDIENTES-CLIENTES-ID TO PLAZO-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-PLAZOS-FIJOS KEY IS EQUAL PLAZO-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-PLAZO
           END-IF
           PERFORM REVISA-PLAZO
           UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-PLAZOS-FIJOS.

       LEE-SIGUIENTE-PLAZO.
           READ ARCHIVO-PLAZOS-FIJOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF PLAZO-CLIENTES-ID NOT = PENDIENTES-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-PLAZO.
           IF PLAZO-VIGENTE
           ADD 1 TO PENDIENTES-PLAZOS
           END-IF.
           PERFORM LEE-SIGUIENTE-PLAZO.

      *Una transferencia pedida o enviada sin respuesta del banco
      *todavia puede volver rechazada y acreditarse de nuevo:
       CUENTA-TRANSFERENCIAS.
           OPEN INPUT ARCHIVO-TRANSF-EXTERNAS.
           IF TRANSF-EXTERNAS-STATUS = "00"
           MOVE PENDIENTES-CLIENTES-ID TO TRANSF-EXT-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-TRANSF-EXTERNAS
               KEY IS EQUAL TRANSF-EXT-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-TRANSFERENCIA
           END-IF
           PERFORM REVISA-TRANSFERENCIA
           UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-TRANSF-EXTERNAS.

       LEE-SIGUIENTE-TRANSFERENCIA.
           READ ARCHIVO-TRANSF-EXTERNAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF TRANSF-EXT-CLIENTES-ID NOT = PENDIENTES-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-TRANSFERENCIA.
           IF TRANSF-EXT-PENDIENTE OR TRANSF-EXT-ENVIADA
           ADD 1 TO PENDIENTES-TRANSFERENCIAS
           END-IF.
           PERFORM LEE-SIGUIENTE-TRANSFERENCIA.

       CUENTA-ASIGNACIONES.
           OPEN INPUT ARCHIVO-ASIGNACIONES.
           IF ASIGNACIONES-STATUS = "00"
           MOVE PENDIENTES-CLIENTES-ID TO ASIGNACION-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-ASIGNACIONES
               KEY IS EQUAL ASIGNACION-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-ASIGNACION
           END-IF
           PERFORM REVISA-ASIGNACION
           UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-ASIGNACIONES.

       LEE-SIGUIENTE-ASIGNACION.
           READ ARCHIVO-ASIGNACIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF ASIGNACION-CLIENTES-ID NOT = PENDIENTES-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-ASIGNACION.
           IF ASIGNACION-EN-AGENCIA
           ADD 1 TO PENDIENTES-AGENCIA
           END-IF.
           PERFORM LEE-SIGUIENTE-ASIGNACION.

       CUENTA-ORDENES.
           OPEN INPUT ARCHIVO-ORDENES.
           IF ORDENES-STATUS = "00"
           MOVE PENDIENTES-CLIENTES-ID TO ORDEN-CLIENTES-ID
           MOVE "1" TO FIN-DE-LECTURA
           START ARCHIVO-ORDENES KEY IS EQUAL ORDEN-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-DE-LECTURA
           END-START
           IF FIN-DE-LECTURA = "1"
           PERFORM LEE-SIGUIENTE-ORDEN
           END-IF
           PERFORM REVISA-ORDEN
           UNTIL FIN-DE-LECTURA = "0"
           END-IF.
           CLOSE ARCHIVO-ORDENES.

       LEE-SIGUIENTE-ORDEN.
           READ ARCHIVO-ORDENES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-LECTURA
           NOT AT END
           IF ORDEN-CLIENTES-ID NOT = PENDIENTES-CLIENTES-ID
           MOVE "0" TO FIN-DE-LECTURA
           END-IF
           END-READ.

       REVISA-ORDEN.
           IF ORDEN-VIGENTE
           ADD 1 TO PENDIENTES-ORDENES
           END-IF.
           PERFORM LEE-SIGUIENTE-ORDEN.

       END PROGRAM Revisar-pendientes-cliente.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Conversion por unica vez del archivo de facturas al
      *          layout con los datos fiscales del comprobante (letra,
      *          condicion y CUIT del cliente, tasa, neto e IVA, el
      *          presupuesto de origen) y la fecha de cobro. El
      *          archivo grabado antes se relee con su layout de
      *          entonces (mismas claves), se rearma en un archivo de
      *          trabajo y se reconstruye. Las facturas convertidas
      *          quedan con la letra en blanco, que el Libro IVA Ventas
      *          toma como neto sin IVA, importes en cero y la fecha de
      *          cobro en blanco. Un marcador impide correrla dos
      *          veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir-facturas-iva.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Las facturas en su layout nuevo, el del copybook:
       COPY "DataBaseFacturas.cbl".
      *El mismo archivo con el layout sin los datos fiscales:
       SELECT OPTIONAL ARCHIVO-FACTURAS-VIEJO
       ASSIGN TO "facturas.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS FVIEJA-NUMERO
       ALTERNATE RECORD KEY IS FVIEJA-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS FACTURAS-VIEJO-STATUS.
      *Archivo de trabajo entre pasadas:
       SELECT ARCHIVO-TRABAJO
       ASSIGN TO "conversion_facturas.tmp"
       ORGANIZATION SEQUENTIAL.
      *Marcador de conversion ya corrida:
       SELECT OPTIONAL ARCHIVO-MARCA-FACTURAS
       ASSIGN TO "conversion_facturas.flg"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS MARCA-FACTURAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "DataFacturas.cbl".

       FD  ARCHIVO-FACTURAS-VIEJO.
           01 FVIEJA-REGISTRO.
              10 FVIEJA-NUMERO PIC 9(8).
              10 FVIEJA-CLIENTES-ID PIC X(6).
              10 FVIEJA-FECHA PIC X(8).
              10 FVIEJA-VENCIMIENTO PIC X(8).
              10 FVIEJA-IMPORTE PIC S9(7)V99 COMP-3.
              10 FVIEJA-COBRADO PIC S9(7)V99 COMP-3.
              10 FVIEJA-ESTADO PIC X(1).
              10 FVIEJA-CONCEPTO PIC X(30).

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(200).

       FD  ARCHIVO-MARCA-FACTURAS.
           01 MARCA-FACTURAS-REGISTRO PIC X(10).

       WORKING-STORAGE SECTION.
       77  FACTURAS-STATUS PIC XX.
       77  FACTURAS-VIEJO-STATUS PIC XX.
       77  MARCA-FACTURAS-STATUS PIC XX.
       77  CONVERSION-HECHA PIC X.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CONTADOR-CONVERTIDAS PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           DISPLAY " ".
           DISPLAY "===== CONVERSION DE FACTURAS A LOS DATOS FISCALES "
                   "=====".
           PERFORM COMPRUEBA-MARCA.
           IF CONVERSION-HECHA = "S"
           DISPLAY "La conversion ya se corrio en esta instalacion "
                   "(existe conversion_facturas.flg), no se repite."
           ELSE
           PERFORM CONVIERTE-FACTURAS
           PERFORM GRABA-MARCA
           DISPLAY "Facturas convertidas: " CONTADOR-CONVERTIDAS
           END-IF.
           GOBACK.

       COMPRUEBA-MARCA.
           MOVE "N" TO CONVERSION-HECHA.
           OPEN INPUT ARCHIVO-MARCA-FACTURAS.
           IF MARCA-FACTURAS-STATUS = "00"
           READ ARCHIVO-MARCA-FACTURAS
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CONVERSION-HECHA
           END-READ
           END-IF.
           CLOSE ARCHIVO-MARCA-FACTURAS.

       GRABA-MARCA.
           OPEN OUTPUT ARCHIVO-MARCA-FACTURAS.
           MOVE "CONVERTIDO" TO MARCA-FACTURAS-REGISTRO.
           WRITE MARCA-FACTURAS-REGISTRO.
           CLOSE ARCHIVO-MARCA-FACTURAS.

       CONVIERTE-FACTURAS.
           OPEN INPUT ARCHIVO-FACTURAS-VIEJO.
           OPEN OUTPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-FACTURA-VIEJA.
           PERFORM PASA-FACTURA-A-TRABAJO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-FACTURAS-VIEJO.
           CLOSE ARCHIVO-TRABAJO.
           OPEN OUTPUT ARCHIVO-FACTURAS.
           OPEN INPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-TRABAJO.
           PERFORM GRABA-FACTURA-NUEVA
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-FACTURAS.
           CLOSE ARCHIVO-TRABAJO.
           DELETE FILE ARCHIVO-TRABAJO.

       LEE-FACTURA-VIEJA.
           READ ARCHIVO-FACTURAS-VIEJO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       PASA-FACTURA-A-TRABAJO.
           MOVE SPACE TO FACTURA-REGISTRO.
           MOVE FVIEJA-NUMERO TO FACTURA-NUMERO.
           MOVE FVIEJA-CLIENTES-ID TO FACTURA-CLIENTES-ID.
           MOVE FVIEJA-FECHA TO FACTURA-FECHA.
           MOVE FVIEJA-VENCIMIENTO TO FACTURA-VENCIMIENTO.
           MOVE FVIEJA-IMPORTE TO FACTURA-IMPORTE.
           MOVE FVIEJA-COBRADO TO FACTURA-COBRADO.
           MOVE FVIEJA-ESTADO TO FACTURA-ESTADO.
           MOVE FVIEJA-CONCEPTO TO FACTURA-CONCEPTO.
      *Sin datos fiscales: letra, condicion y CUIT en blanco, tasa,
      *neto, IVA y presupuesto en cero, fecha de cobro en blanco:
           MOVE SPACES TO FACTURA-LETRA.
           MOVE SPACES TO FACTURA-CONDICION-IVA.
           MOVE SPACES TO FACTURA-CUIT.
           MOVE ZEROES TO FACTURA-TASA-IVA.
           MOVE ZEROES TO FACTURA-NETO.
           MOVE ZEROES TO FACTURA-IVA.
           MOVE ZEROES TO FACTURA-PRESUPUESTO.
           MOVE SPACES TO FACTURA-FECHA-COBRO.
           MOVE SPACES TO TRABAJO-REGISTRO.
           MOVE FACTURA-REGISTRO TO
               TRABAJO-REGISTRO (1:LENGTH OF FACTURA-REGISTRO).
           WRITE TRABAJO-REGISTRO.
           ADD 1 TO CONTADOR-CONVERTIDAS.
           PERFORM LEE-FACTURA-VIEJA.

       LEE-TRABAJO.
           READ ARCHIVO-TRABAJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       GRABA-FACTURA-NUEVA.
           MOVE TRABAJO-REGISTRO (1:LENGTH OF FACTURA-REGISTRO)
               TO FACTURA-REGISTRO.
           WRITE FACTURA-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la factura: " FACTURA-NUMERO.
           PERFORM LEE-TRABAJO.

       END PROGRAM Convertir-facturas-iva.

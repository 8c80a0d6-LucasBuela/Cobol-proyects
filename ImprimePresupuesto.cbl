      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida que imprime un presupuesto en
      *          presupuesto_NNNNNNNN.prn para entregar al cliente:
      *          cabecera con el cliente y la validez, un renglon por
      *          producto con cantidad, precio, IVA y total, y los
      *          totales. La llama Cargar-presupuesto al grabarlo,
      *          pasando el numero de presupuesto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Imprimir-presupuesto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Presupuestos y sus renglones:
       COPY "DataBasePresupuestos.cbl".
       COPY "DataBasePresupuestoRenglones.cbl".
      *Presupuesto impreso para el cliente:
       SELECT OPTIONAL ARCHIVO-DOCUMENTO
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-DOCUMENTO
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataPresupuestos.cbl".
       COPY "DataPresupuestoRenglones.cbl".

       FD  ARCHIVO-DOCUMENTO.
           01 LINEA-DOCUMENTO PIC X(80).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PRESUPUESTOS-STATUS PIC XX.
       77  RENGLONES-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-DOCUMENTO PIC X(30).
       77  FIN-DE-RENGLONES PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       01  LINEA-SEPARADORA PIC X(78) VALUE ALL "=".
      *Renglon impreso del detalle:
       01  LINEA-RENGLON.
           05 LIN-PRODUCTO PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-DESCRIPCION PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-CANTIDAD PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-PRECIO PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-PORC-IVA PIC Z9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-IVA PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-TOTAL PIC Z(6)9.99.

       LINKAGE SECTION.
       01  NUMERO-PRESUPUESTO PIC 9(8).

       PROCEDURE DIVISION USING NUMERO-PRESUPUESTO.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           OPEN INPUT ARCHIVO-PRESUPUESTOS.
           MOVE NUMERO-PRESUPUESTO TO PRESUPUESTO-NUMERO.
           READ ARCHIVO-PRESUPUESTOS RECORD
           INVALID KEY
           DISPLAY "No existe el presupuesto " NUMERO-PRESUPUESTO
                   ", no se imprimio."
           NOT INVALID KEY
           PERFORM IMPRIME-PRESUPUESTO
           END-READ.
           CLOSE ARCHIVO-PRESUPUESTOS.
           GOBACK.

       IMPRIME-PRESUPUESTO.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE PRESUPUESTO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACES TO CLIENTES-NOMBRE CLIENTES-APELLIDO
               CLIENTES-DNI
           END-READ.
           CLOSE ARCHIVO-CLIENTES.
           MOVE SPACES TO NOMBRE-ARCHIVO-DOCUMENTO.
           STRING
               "presupuesto_" DELIMITED BY SIZE
               PRESUPUESTO-NUMERO DELIMITED BY SIZE
               ".prn" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-DOCUMENTO
           END-STRING.
           OPEN OUTPUT ARCHIVO-DOCUMENTO.
           PERFORM IMPRIME-CABECERA.
           PERFORM IMPRIME-RENGLONES.
           PERFORM IMPRIME-TOTALES.
           CLOSE ARCHIVO-DOCUMENTO.
           DISPLAY "Presupuesto " PRESUPUESTO-NUMERO " grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-DOCUMENTO) ".".

       IMPRIME-CABECERA.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "PRESUPUESTO NRO. " PRESUPUESTO-NUMERO
                  DELIMITED BY SIZE INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           MOVE LINEA-SEPARADORA TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING
               "Cliente: " DELIMITED BY SIZE
               PRESUPUESTO-CLIENTES-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
               "  DNI: " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DNI) DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "Fecha: " PRESUPUESTO-FECHA (7:2) "/"
                  PRESUPUESTO-FECHA (5:2) "/"
                  PRESUPUESTO-FECHA (1:4)
                  "     Valido hasta el: "
                  PRESUPUESTO-VALIDEZ (7:2) "/"
                  PRESUPUESTO-VALIDEZ (5:2) "/"
                  PRESUPUESTO-VALIDEZ (1:4)
                  DELIMITED BY SIZE INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "Preparado por: " PRESUPUESTO-OPERADOR
                  DELIMITED BY SIZE INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE "Pro Descripcion          Cant.     Precio IVA %"
               TO LINEA-DOCUMENTO.
           MOVE "        IVA      Total" TO LINEA-DOCUMENTO (48:).
           WRITE LINEA-DOCUMENTO.
           MOVE LINEA-SEPARADORA TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.

       IMPRIME-RENGLONES.
           OPEN INPUT ARCHIVO-PRESUPUESTO-RENGLONES.
           MOVE PRESUPUESTO-NUMERO TO RENGLON-PRES-NUMERO.
           MOVE ZEROES TO RENGLON-PRES-RENGLON.
           MOVE "1" TO FIN-DE-RENGLONES.
           START ARCHIVO-PRESUPUESTO-RENGLONES
               KEY IS NOT LESS THAN RENGLON-PRES-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-RENGLONES
           END-START.
           PERFORM IMPRIME-SIGUIENTE-RENGLON
           UNTIL FIN-DE-RENGLONES = "0".
           CLOSE ARCHIVO-PRESUPUESTO-RENGLONES.

       IMPRIME-SIGUIENTE-RENGLON.
           READ ARCHIVO-PRESUPUESTO-RENGLONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-RENGLONES
           NOT AT END
           IF RENGLON-PRES-NUMERO NOT = PRESUPUESTO-NUMERO
           MOVE "0" TO FIN-DE-RENGLONES
           ELSE
           MOVE RENGLON-PRES-PRODUCTO TO LIN-PRODUCTO
           MOVE RENGLON-PRES-DESCRIPCION TO LIN-DESCRIPCION
           MOVE RENGLON-PRES-CANTIDAD TO LIN-CANTIDAD
           MOVE RENGLON-PRES-PRECIO TO LIN-PRECIO
           MOVE RENGLON-PRES-PORC-IVA TO LIN-PORC-IVA
           MOVE RENGLON-PRES-IVA TO LIN-IVA
           MOVE RENGLON-PRES-TOTAL TO LIN-TOTAL
           MOVE LINEA-RENGLON TO LINEA-DOCUMENTO
           WRITE LINEA-DOCUMENTO
           END-IF
           END-READ.

       IMPRIME-TOTALES.
           MOVE LINEA-SEPARADORA TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE PRESUPUESTO-NETO TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "Neto:      ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           MOVE PRESUPUESTO-IVA TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "IVA:       ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           MOVE PRESUPUESTO-TOTAL TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "Total:     ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE "Precios sujetos a la validez indicada. Aceptado el "
               TO LINEA-DOCUMENTO.
           MOVE "presupuesto, se factura." TO LINEA-DOCUMENTO (52:).
           WRITE LINEA-DOCUMENTO.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Imprimir-presupuesto.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Aceptacion de un presupuesto por el cliente: si esta
      *          abierto y dentro de su validez, emite la factura por
      *          el total (IVA incluido) con el numero de presupuesto
      *          en FACTURA-CONCEPTO, con la misma numeracion que
      *          Emitir-factura, y deja el presupuesto aceptado con
      *          el numero de la factura. Uno vencido se marca como
      *          tal y no se factura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Aceptar-presupuesto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Presupuestos:
       COPY "DataBasePresupuestos.cbl".
      *Facturas emitidas y su numeracion:
       COPY "DataBaseFacturas.cbl".
       COPY "DataBaseFacturaControl.cbl".
      *Clientes, por la condicion frente al IVA y el CUIT:
       COPY "DataBase.cbl".
      *Renglones del presupuesto, por la alicuota de cada uno:
       COPY "DataBasePresupuestoRenglones.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataPresupuestos.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataFacturaControl.cbl".
       COPY "Data.cbl".
       COPY "DataPresupuestoRenglones.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  PRESUPUESTOS-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  FACTURA-CONTROL-STATUS PIC XX.
       77  CLIENTES-STATUS PIC XX.
       77  RENGLONES-STATUS PIC XX.
       77  FIN-DE-RENGLONES PIC X.
      *Alicuota comun a todos los renglones; si hay mas de una queda
      *en cero y el Libro IVA Ventas abre la factura por renglon:
       01  TASA-DEL-PRESUPUESTO PIC 9(2)V99 VALUE ZERO.
       77  TASAS-DISTINTAS PIC X.
       77  SESION-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CAMPO-PRESUPUESTO PIC X(8).
       77  PRESUPUESTO-PEDIDO PIC 9(8).
       77  SIGUE-ACEPTANDO PIC X.
       77  PRESUPUESTO-APROBADO PIC X.
       77  CONTADOR-ACEPTADOS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  FECHA-DE-HOY PIC X(8).
       77  CAMPO-VENCIMIENTO PIC X(8).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== ACEPTACION DE PRESUPUESTOS =====".
           PERFORM PIDE-OPERADOR.
           MOVE "S" TO SIGUE-ACEPTANDO.
           PERFORM ATIENDE-UN-PRESUPUESTO
           UNTIL SIGUE-ACEPTANDO NOT = "S".
           DISPLAY "Presupuestos aceptados y facturados en esta "
                   "sesion: " CONTADOR-ACEPTADOS.
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
           DISPLAY "Operador no autorizado para aceptar "
                   "presupuestos."
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

       ATIENDE-UN-PRESUPUESTO.
           DISPLAY " ".
           DISPLAY "Numero de presupuesto aceptado (otra cosa para "
                   "salir): ".
           MOVE SPACES TO CAMPO-PRESUPUESTO.
           ACCEPT CAMPO-PRESUPUESTO.
           IF CAMPO-PRESUPUESTO NOT NUMERIC OR
              CAMPO-PRESUPUESTO = ZEROES
           MOVE "N" TO SIGUE-ACEPTANDO
           ELSE
           MOVE CAMPO-PRESUPUESTO TO PRESUPUESTO-PEDIDO
           PERFORM PROCESA-PRESUPUESTO
           END-IF.

      *El archivo de presupuestos queda abierto solo mientras se
      *atiende este presupuesto:
       PROCESA-PRESUPUESTO.
           OPEN I-O ARCHIVO-PRESUPUESTOS.
           PERFORM CONTROLA-PRESUPUESTO.
           IF PRESUPUESTO-APROBADO = "S"
           PERFORM PIDE-VENCIMIENTO
           IF PRESUPUESTO-APROBADO = "S"
           PERFORM CONFIRMA-ACEPTACION
           IF SI-A-GRABAR = "S"
           PERFORM EMITE-FACTURA-DEL-PRESUPUESTO
           END-IF
           END-IF
           END-IF.
           CLOSE ARCHIVO-PRESUPUESTOS.

      *Solo se acepta un presupuesto abierto; si ya paso su validez
      *y el paso nocturno todavia no lo vencio, se vence aca:
       CONTROLA-PRESUPUESTO.
           MOVE "S" TO PRESUPUESTO-APROBADO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
           MOVE PRESUPUESTO-PEDIDO TO PRESUPUESTO-NUMERO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-PRESUPUESTOS RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
           MOVE "N" TO PRESUPUESTO-APROBADO
           DISPLAY "No se encontro ningun presupuesto con ese numero."
           ELSE
           IF PRESUPUESTO-ACEPTADO
           MOVE "N" TO PRESUPUESTO-APROBADO
           DISPLAY "El presupuesto ya fue aceptado y facturado en "
                   "la factura " PRESUPUESTO-FACTURA "."
           ELSE
           IF PRESUPUESTO-VENCIDO
           MOVE "N" TO PRESUPUESTO-APROBADO
           DISPLAY "El presupuesto esta vencido; hay que cargar uno "
                   "nuevo."
           ELSE
           IF PRESUPUESTO-VALIDEZ < FECHA-DE-HOY
           MOVE "N" TO PRESUPUESTO-APROBADO
           PERFORM VENCE-PRESUPUESTO
           ELSE
           PERFORM MUESTRA-PRESUPUESTO
           END-IF
           END-IF
           END-IF
           END-IF.

       VENCE-PRESUPUESTO.
           MOVE "V" TO PRESUPUESTO-ESTADO.
           MOVE FECHA-DE-HOY TO PRESUPUESTO-FECHA-CIERRE.
           REWRITE PRESUPUESTO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el presupuesto "
                   PRESUPUESTO-NUMERO "."
           END-REWRITE.
           DISPLAY "El presupuesto vencio el "
                   PRESUPUESTO-VALIDEZ (7:2) "/"
                   PRESUPUESTO-VALIDEZ (5:2) "/"
                   PRESUPUESTO-VALIDEZ (1:4)
                   "; queda vencido y no se factura.".

       MUESTRA-PRESUPUESTO.
           MOVE PRESUPUESTO-TOTAL TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Presupuesto " PRESUPUESTO-NUMERO "  cliente "
                   PRESUPUESTO-CLIENTES-ID "  total "
                   CAMPO-IMPORTE-MUESTRA "  vendedor "
                   PRESUPUESTO-OPERADOR.
           DISPLAY "  " PRESUPUESTO-RENGLONES " renglones, valido "
                   "hasta el " PRESUPUESTO-VALIDEZ (7:2) "/"
                   PRESUPUESTO-VALIDEZ (5:2) "/"
                   PRESUPUESTO-VALIDEZ (1:4) ".".

       PIDE-VENCIMIENTO.
           MOVE SPACE TO CAMPO-VENCIMIENTO.
           DISPLAY "Fecha de vencimiento de la factura (AAAAMMDD): ".
           ACCEPT CAMPO-VENCIMIENTO.
           IF CAMPO-VENCIMIENTO NOT NUMERIC OR
              CAMPO-VENCIMIENTO < FECHA-DE-HOY
           MOVE "N" TO PRESUPUESTO-APROBADO
           DISPLAY "Vencimiento invalido, no se facturo."
           END-IF.

       CONFIRMA-ACEPTACION.
           MOVE "¿Confirma la aceptacion y la factura (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Misma factura que arma Emitir-factura, por el total del
      *presupuesto; el numero de presupuesto va en el concepto. El
      *neto y el IVA salen del presupuesto tal cual se cotizaron:
       EMITE-FACTURA-DEL-PRESUPUESTO.
           PERFORM LEE-DATOS-FISCALES-CLIENTE.
           PERFORM BUSCA-TASA-DEL-PRESUPUESTO.
           OPEN I-O ARCHIVO-FACTURAS.
           PERFORM ASIGNA-NUMERO-FACTURA.
           MOVE PRESUPUESTO-CLIENTES-ID TO FACTURA-CLIENTES-ID.
           MOVE FECHA-DE-HOY TO FACTURA-FECHA.
           MOVE CAMPO-VENCIMIENTO TO FACTURA-VENCIMIENTO.
           MOVE PRESUPUESTO-TOTAL TO FACTURA-IMPORTE.
           MOVE ZERO TO FACTURA-COBRADO.
           MOVE "P" TO FACTURA-ESTADO.
           MOVE SPACES TO FACTURA-CONCEPTO.
           STRING "PRESUPUESTO " PRESUPUESTO-NUMERO
               DELIMITED BY SIZE INTO FACTURA-CONCEPTO
           END-STRING.
           IF CLIENTE-RESPONSABLE-INSCRIPTO
           MOVE "A" TO FACTURA-LETRA
           ELSE
           MOVE "B" TO FACTURA-LETRA
           END-IF.
           MOVE CLIENTES-CONDICION-IVA TO FACTURA-CONDICION-IVA.
           MOVE CLIENTES-CUIT TO FACTURA-CUIT.
           MOVE TASA-DEL-PRESUPUESTO TO FACTURA-TASA-IVA.
           MOVE PRESUPUESTO-NETO TO FACTURA-NETO.
           MOVE PRESUPUESTO-IVA TO FACTURA-IVA.
           MOVE PRESUPUESTO-NUMERO TO FACTURA-PRESUPUESTO.
           MOVE SPACES TO FACTURA-FECHA-COBRO.
           MOVE "S" TO PRESUPUESTO-APROBADO.
           WRITE FACTURA-REGISTRO
           INVALID KEY
           MOVE "N" TO PRESUPUESTO-APROBADO
           DISPLAY "Error grabando la factura " FACTURA-NUMERO
                   ", revisar factura_control.dat."
           END-WRITE.
           CLOSE ARCHIVO-FACTURAS.
           IF PRESUPUESTO-APROBADO = "S"
           PERFORM MARCA-ACEPTADO
           END-IF.

      *Si el cliente ya no esta se factura como consumidor final:
       LEE-DATOS-FISCALES-CLIENTE.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE PRESUPUESTO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACE TO CLIENTES-CONDICION-IVA
           MOVE SPACES TO CLIENTES-CUIT
           END-READ.
           CLOSE ARCHIVO-CLIENTES.

       BUSCA-TASA-DEL-PRESUPUESTO.
           MOVE ZERO TO TASA-DEL-PRESUPUESTO.
           MOVE "N" TO TASAS-DISTINTAS.
           OPEN INPUT ARCHIVO-PRESUPUESTO-RENGLONES.
           MOVE PRESUPUESTO-NUMERO TO RENGLON-PRES-NUMERO.
           MOVE ZEROES TO RENGLON-PRES-RENGLON.
           MOVE "1" TO FIN-DE-RENGLONES.
           START ARCHIVO-PRESUPUESTO-RENGLONES
               KEY IS NOT LESS THAN RENGLON-PRES-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-RENGLONES
           END-START.
           PERFORM COMPARA-TASA-RENGLON
           UNTIL FIN-DE-RENGLONES = "0".
           CLOSE ARCHIVO-PRESUPUESTO-RENGLONES.
           IF TASAS-DISTINTAS = "S"
           MOVE ZERO TO TASA-DEL-PRESUPUESTO
           END-IF.

       COMPARA-TASA-RENGLON.
           READ ARCHIVO-PRESUPUESTO-RENGLONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-RENGLONES
           NOT AT END
           IF RENGLON-PRES-NUMERO NOT = PRESUPUESTO-NUMERO
           MOVE "0" TO FIN-DE-RENGLONES
           ELSE
           IF RENGLON-PRES-RENGLON = 1
           MOVE RENGLON-PRES-PORC-IVA TO TASA-DEL-PRESUPUESTO
           ELSE
           IF RENGLON-PRES-PORC-IVA NOT = TASA-DEL-PRESUPUESTO
           MOVE "S" TO TASAS-DISTINTAS
           END-IF
           END-IF
           END-IF
           END-READ.

       MARCA-ACEPTADO.
           MOVE "C" TO PRESUPUESTO-ESTADO.
           MOVE FECHA-DE-HOY TO PRESUPUESTO-FECHA-CIERRE.
           MOVE FACTURA-NUMERO TO PRESUPUESTO-FACTURA.
           REWRITE PRESUPUESTO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el presupuesto "
                   PRESUPUESTO-NUMERO "; la factura "
                   FACTURA-NUMERO " quedo emitida."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-ACEPTADOS
           DISPLAY "Presupuesto " PRESUPUESTO-NUMERO " aceptado; "
                   "factura " FACTURA-NUMERO " emitida."
           END-REWRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que Emitir-factura:
       ASIGNA-NUMERO-FACTURA.
           MOVE ZEROES TO FACTURA-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-FACTURA-CONTROL.
           IF FACTURA-CONTROL-STATUS = "00"
           READ ARCHIVO-FACTURA-CONTROL
           END-IF.
           CLOSE ARCHIVO-FACTURA-CONTROL.
           ADD 1 TO FACTURA-NUMERO-ACTUAL.
           MOVE FACTURA-NUMERO-ACTUAL TO FACTURA-NUMERO.
           OPEN OUTPUT ARCHIVO-FACTURA-CONTROL.
           WRITE FACTURA-CONTROL-REGISTRO.
           CLOSE ARCHIVO-FACTURA-CONTROL.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Aceptar-presupuesto.

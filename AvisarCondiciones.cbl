      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Aviso anticipado de las versiones nuevas de las
      *          condiciones: toma de condiciones.dat las versiones
      *          con el aviso pendiente que registro
      *          Registrar-condiciones, recorre una vez clientes.dat y
      *          a cada cliente afectado (los del producto, o los sin
      *          producto del catalogo si son las condiciones
      *          generales) le encola la carta de aviso que imprime
      *          Emitir-cartas-aviso, con la fecha desde la que el
      *          cambio rige para el: la vigencia, pero nunca antes de
      *          que pasen los dias de preaviso. La version queda con
      *          la fecha del aviso y la cantidad de clientes
      *          avisados; desde ahi Condiciones-vigentes la puede
      *          aplicar. No se avisa a los clientes dados de baja ni
      *          a los prospectos. Corre como paso diario de
      *          Proceso-nocturno o a pedido desde el menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Avisar-condiciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Versiones de las condiciones por producto:
       COPY "DataBaseCondiciones.cbl".
      *Catalogo de productos, para saber quien va por las generales:
       COPY "DataBaseProductos.cbl".
      *Cola de cartas de aviso a clientes:
       COPY "DataBaseCartasCola.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCondiciones.cbl".
       COPY "DataProductos.cbl".
       COPY "DataCartasCola.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CONDICIONES-STATUS PIC XX.
       77  PRODUCTOS-STATUS PIC XX.
       77  CARTAS-COLA-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-CLIENTES PIC X.
       77  FIN-DE-VERSIONES PIC X.
       77  FIN-PRODUCTOS PIC X.
       77  CARTA-GRABADA PIC X.
       77  PRODUCTO-EN-CATALOGO PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       COPY "DataPreaviso.cbl".
      *Primer dia en que puede regir lo que se avisa hoy:
       77  FIN-DEL-PREAVISO PIC 9(8).
       77  PRODUCTO-DEL-CLIENTE PIC X(3).
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CARTAS PIC 9(7) VALUE ZEROES.
      *Versiones con el aviso pendiente, con la fecha desde la que
      *rigen para los clientes avisados hoy y cuantos son:
       77  MAXIMO-PENDIENTES PIC 9(2) VALUE 50.
       77  CANTIDAD-PENDIENTES PIC 9(2) VALUE ZEROES.
       77  INDICE-PENDIENTE PIC 9(2).
       01  TABLA-PENDIENTES.
           05 PEND-TABLA OCCURS 50 TIMES.
              10 PEND-CLAVE.
                 15 PEND-PRODUCTO PIC X(3).
                 15 PEND-VIGENCIA PIC X(8).
              10 PEND-VERSION PIC 9(4).
              10 PEND-RIGE-DESDE PIC X(8).
              10 PEND-AVISADOS PIC 9(6).
      *Codigos del catalogo de productos:
       77  MAXIMO-PRODUCTOS PIC 9(2) VALUE 20.
       77  CANTIDAD-PRODUCTOS PIC 9(2) VALUE ZEROES.
       77  INDICE-PRODUCTO PIC 9(2).
       01  TABLA-PRODUCTOS.
           05 PROD-TAB-CODIGO PIC X(3) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== AVISO DE CAMBIO DE CONDICIONES =====".
      *La marca de aviso de condiciones.dat es una sola y acompana a
      *produccion: una practica no puede dar por avisado a nadie.
           IF MODO-ENTRENAMIENTO = "S"
           DISPLAY "En modo entrenamiento no se avisan cambios de "
                   "condiciones."
           GOBACK
           END-IF.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           COMPUTE FIN-DEL-PREAVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               FECHA-DE-CORRIDA)) + DIAS-DE-PREAVISO).
           PERFORM CARGA-VERSIONES-PENDIENTES.
           IF CANTIDAD-PENDIENTES = ZEROES
           DISPLAY "No hay versiones con el aviso pendiente."
           ELSE
           PERFORM CARGA-CATALOGO-PRODUCTOS
           PERFORM ENCOLA-AVISOS
           PERFORM MARCA-VERSIONES-AVISADAS
           END-IF.
           DISPLAY "Clientes revisados:      " CONTADOR-LEIDOS.
           DISPLAY "Cartas encoladas:        " CONTADOR-CARTAS.
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

      *La version inicial no se avisa: son las condiciones que el
      *cliente ya tenia.
       CARGA-VERSIONES-PENDIENTES.
           OPEN INPUT ARCHIVO-CONDICIONES.
           MOVE "0" TO FIN-DE-VERSIONES.
           IF CONDICIONES-STATUS = "00"
           MOVE "1" TO FIN-DE-VERSIONES
           END-IF.
           PERFORM LEE-VERSION-PENDIENTE
           UNTIL FIN-DE-VERSIONES = "0".
           CLOSE ARCHIVO-CONDICIONES.

       LEE-VERSION-PENDIENTE.
           READ ARCHIVO-CONDICIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VERSIONES
           NOT AT END
           IF NOT CONDV-VERSION-INICIAL AND CONDV-AVISO-PENDIENTE
           IF CANTIDAD-PENDIENTES < MAXIMO-PENDIENTES
           ADD 1 TO CANTIDAD-PENDIENTES
           MOVE CONDV-CLAVE TO PEND-CLAVE (CANTIDAD-PENDIENTES)
           MOVE CONDV-VERSION TO PEND-VERSION (CANTIDAD-PENDIENTES)
           MOVE CONDV-VIGENCIA TO
               PEND-RIGE-DESDE (CANTIDAD-PENDIENTES)
           IF FIN-DEL-PREAVISO > FUNCTION NUMVAL(CONDV-VIGENCIA)
           MOVE FIN-DEL-PREAVISO TO
               PEND-RIGE-DESDE (CANTIDAD-PENDIENTES)
           END-IF
           MOVE ZEROES TO PEND-AVISADOS (CANTIDAD-PENDIENTES)
           ELSE
           DISPLAY "Demasiadas versiones pendientes; la version "
                   CONDV-VERSION " se avisa en la proxima corrida."
           END-IF
           END-IF
           END-READ.

       CARGA-CATALOGO-PRODUCTOS.
           OPEN INPUT ARCHIVO-PRODUCTOS.
           MOVE "1" TO FIN-PRODUCTOS.
           PERFORM CARGA-UN-PRODUCTO
           UNTIL FIN-PRODUCTOS = "0".
           CLOSE ARCHIVO-PRODUCTOS.

       CARGA-UN-PRODUCTO.
           READ ARCHIVO-PRODUCTOS
           AT END
           MOVE "0" TO FIN-PRODUCTOS
           NOT AT END
           IF CANTIDAD-PRODUCTOS < MAXIMO-PRODUCTOS
           ADD 1 TO CANTIDAD-PRODUCTOS
           MOVE PRODUCTO-CODIGO TO PROD-TAB-CODIGO (CANTIDAD-PRODUCTOS)
           END-IF
           END-READ.

       ENCOLA-AVISOS.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN I-O ARCHIVO-CARTAS-COLA.
           MOVE "1" TO FIN-DE-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           MOVE "0" TO FIN-DE-CLIENTES
           ELSE
           PERFORM LEE-SIGUIENTE-CLIENTE
           END-IF.
           PERFORM REVISA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-CARTAS-COLA.
           CLOSE ARCHIVO-CLIENTES.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

      *Un cliente con un producto que no esta en el catalogo paga
      *la tasa y el cargo generales, igual que en
      *Aplicar-interes-mensual, y recibe el aviso de las generales:
       REVISA-CLIENTE.
           ADD 1 TO CONTADOR-LEIDOS.
           IF NOT CLIENTE-INACTIVO AND NOT CLIENTE-PROSPECTO
           MOVE CLIENTES-PRODUCTO TO PRODUCTO-DEL-CLIENTE
           IF PRODUCTO-DEL-CLIENTE NOT = SPACES
           PERFORM BUSCA-PRODUCTO-EN-CATALOGO
           IF PRODUCTO-EN-CATALOGO = "N"
           MOVE SPACES TO PRODUCTO-DEL-CLIENTE
           END-IF
           END-IF
           PERFORM AVISA-VERSION-AL-CLIENTE
               VARYING INDICE-PENDIENTE FROM 1 BY 1
               UNTIL INDICE-PENDIENTE > CANTIDAD-PENDIENTES
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

       BUSCA-PRODUCTO-EN-CATALOGO.
           MOVE "N" TO PRODUCTO-EN-CATALOGO.
           PERFORM COMPARA-PRODUCTO-CATALOGO
               VARYING INDICE-PRODUCTO FROM 1 BY 1
               UNTIL INDICE-PRODUCTO > CANTIDAD-PRODUCTOS
               OR PRODUCTO-EN-CATALOGO = "S".

       COMPARA-PRODUCTO-CATALOGO.
           IF PROD-TAB-CODIGO (INDICE-PRODUCTO) = PRODUCTO-DEL-CLIENTE
           MOVE "S" TO PRODUCTO-EN-CATALOGO
           END-IF.

       AVISA-VERSION-AL-CLIENTE.
           IF PEND-PRODUCTO (INDICE-PENDIENTE) = PRODUCTO-DEL-CLIENTE
           PERFORM ENCOLA-CARTA-CONDICIONES
           ADD 1 TO PEND-AVISADOS (INDICE-PENDIENTE)
           END-IF.

      *La carta la imprime Emitir-cartas-aviso; la referencia lleva
      *la clave de la version para que la carta lea sus valores, y el
      *motivo la fecha desde la que rige para el cliente:
       ENCOLA-CARTA-CONDICIONES.
           MOVE SPACES TO CARTA-REGISTRO.
           MOVE CLIENTES-ID TO CARTA-CLIENTES-ID.
           MOVE "CONDICIONES" TO CARTA-TIPO.
           MOVE PEND-CLAVE (INDICE-PENDIENTE) TO CARTA-REFERENCIA.
           MOVE ZERO TO CARTA-IMPORTE.
           MOVE PEND-RIGE-DESDE (INDICE-PENDIENTE) TO CARTA-MOTIVO.
           MOVE "P" TO CARTA-ESTADO.
           MOVE "N" TO CARTA-GRABADA.
           PERFORM INTENTA-GRABAR-CARTA
               UNTIL CARTA-GRABADA = "S".
           ADD 1 TO CONTADOR-CARTAS.

      *Dos cartas del mismo cliente en el mismo centesimo de segundo
      *chocan en la clave; se vuelve a tomar la hora hasta que pase:
       INTENTA-GRABAR-CARTA.
           MOVE FUNCTION CURRENT-DATE TO CARTA-FECHA-HORA.
           WRITE CARTA-REGISTRO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO CARTA-GRABADA.

      *Recien con las cartas encoladas la version queda avisada; una
      *version sin clientes afectados queda avisada igual, en cero:
       MARCA-VERSIONES-AVISADAS.
           OPEN I-O ARCHIVO-CONDICIONES.
           PERFORM MARCA-UNA-VERSION
               VARYING INDICE-PENDIENTE FROM 1 BY 1
               UNTIL INDICE-PENDIENTE > CANTIDAD-PENDIENTES.
           CLOSE ARCHIVO-CONDICIONES.

       MARCA-UNA-VERSION.
           MOVE PEND-CLAVE (INDICE-PENDIENTE) TO CONDV-CLAVE.
           READ ARCHIVO-CONDICIONES RECORD
           INVALID KEY
           DISPLAY "La version " PEND-VERSION (INDICE-PENDIENTE)
                   " ya no esta en condiciones.dat."
           NOT INVALID KEY
           MOVE FECHA-DE-CORRIDA TO CONDV-FECHA-AVISO
           MOVE PEND-AVISADOS (INDICE-PENDIENTE) TO
               CONDV-CLIENTES-AVISADOS
           REWRITE CONDV-REGISTRO
           INVALID KEY
           DISPLAY "Error marcando avisada la version "
                   CONDV-VERSION ", status: " CONDICIONES-STATUS
           NOT INVALID KEY
           DISPLAY "Version " CONDV-VERSION " producto "
                   CONDV-PRODUCTO ": " CONDV-CLIENTES-AVISADOS
                   " clientes avisados, rige desde el "
                   PEND-RIGE-DESDE (INDICE-PENDIENTE) "."
           END-REWRITE
           END-READ.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Avisar-condiciones.

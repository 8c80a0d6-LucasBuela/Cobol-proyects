      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Investigacion de incidentes por operador y ventana
      *          de tiempo: junta en una sola lista cronologica todo
      *          lo que hizo un operador (o todos) entre dos
      *          fecha-horas en clientes.log, el ledger de
      *          movimientos, el detalle de modificaciones,
      *          contactos.log, notas.dat y menu_uso.log, con el
      *          archivo de origen, el cliente, la accion y el
      *          importe. La lista queda en el spool y en el catalogo
      *          de reportes para adjuntarla al incidente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Investigar-operador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivos donde queda rastro de lo que hace un operador:
       COPY "DataBaseLog.cbl".
       COPY "DataBaseMovimientos.cbl".
       COPY "DataBaseLogDetalle.cbl".
       COPY "DataBaseContactos.cbl".
       COPY "DataBaseNotas.cbl".
       COPY "DataBaseUsoMenu.cbl".

      *Eventos encontrados, antes y despues de ordenarlos por
      *fecha-hora:
       SELECT ARCHIVO-EVENTOS
       ASSIGN TO "investigacion_eventos.tmp"
       ORGANIZATION SEQUENTIAL.
      *Archivo intermedio usado por el SORT:
       SELECT ARCHIVO-ORDEN-EVENTOS
       ASSIGN TO "investigacion.srt".
       SELECT ARCHIVO-EVENTOS-ORDENADOS
       ASSIGN TO "investigacion_ordenados.tmp"
       ORGANIZATION SEQUENTIAL.

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
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataLogDetalle.cbl".
       COPY "DataContactos.cbl".
       COPY "DataNotas.cbl".
       COPY "DataUsoMenu.cbl".

       FD  ARCHIVO-EVENTOS.
           01 EVENTO-REGISTRO.
              05 EVENTO-FECHA-HORA PIC X(21).
              05 EVENTO-ARCHIVO PIC X(10).
              05 EVENTO-OPERADOR PIC X(10).
              05 EVENTO-CLIENTES-ID PIC X(6).
              05 EVENTO-ACCION PIC X(40).
              05 EVENTO-CON-IMPORTE PIC X(1).
              05 EVENTO-IMPORTE PIC S9(9)V99 SIGN LEADING SEPARATE.

       SD  ARCHIVO-ORDEN-EVENTOS.
           01 ORDEN-EVENTO-REGISTRO.
              05 ORDEN-EVENTO-FECHA-HORA PIC X(21).
              05 ORDEN-EVENTO-ARCHIVO PIC X(10).
              05 FILLER PIC X(69).

       FD  ARCHIVO-EVENTOS-ORDENADOS.
           01 ORDENADO-REGISTRO.
              05 ORDENADO-FECHA-HORA PIC X(21).
              05 ORDENADO-ARCHIVO PIC X(10).
              05 ORDENADO-OPERADOR PIC X(10).
              05 ORDENADO-CLIENTES-ID PIC X(6).
              05 ORDENADO-ACCION PIC X(40).
              05 ORDENADO-CON-IMPORTE PIC X(1).
              05 ORDENADO-IMPORTE PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "INVESTIGA".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.

      *Lo que pide el supervisor: el operador (en blanco, todos) y
      *la ventana desde-hasta en AAAAMMDDHHMM, las dos puntas
      *incluidas:
       77  OPERADOR-BUSCADO PIC X(10).
       01  CAMPO-DESDE PIC X(12).
       01  CAMPO-HASTA PIC X(12).
       77  PEDIDO-VALIDO PIC X.
       77  CONTADOR-EVENTOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-LOG PIC 9(6) VALUE ZEROES.
       77  CONTADOR-MOVIMIENTOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-DETALLES PIC 9(6) VALUE ZEROES.
       77  CONTADOR-CONTACTOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-NOTAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-MENU PIC 9(6) VALUE ZEROES.
       01  DESCRIPCION-ACCION PIC X(20).

      *Evento en armado, con su operador y su fecha-hora:
       77  OPERADOR-DEL-EVENTO PIC X(10).
       01  FECHA-HORA-DEL-EVENTO PIC X(21).
       77  EN-LA-VENTANA PIC X.

       01  LINEA-EVENTO.
           05 LIN-FECHA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-HORA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-ARCHIVO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-CLIENTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-ACCION PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-IMPORTE PIC X(15).
       77  CAMPO-IMPORTE PIC -Z(8)9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM PIDE-OPERADOR-Y-VENTANA.
           IF PEDIDO-VALIDO = "N"
           GOBACK
           END-IF.
           OPEN OUTPUT ARCHIVO-EVENTOS.
           PERFORM JUNTA-AUDITORIA.
           PERFORM JUNTA-MOVIMIENTOS.
           PERFORM JUNTA-DETALLES.
           PERFORM JUNTA-CONTACTOS.
           PERFORM JUNTA-NOTAS.
           PERFORM JUNTA-USO-MENU.
           CLOSE ARCHIVO-EVENTOS.
           SORT ARCHIVO-ORDEN-EVENTOS
                ON ASCENDING KEY ORDEN-EVENTO-FECHA-HORA
                                 ORDEN-EVENTO-ARCHIVO
           USING ARCHIVO-EVENTOS
           GIVING ARCHIVO-EVENTOS-ORDENADOS.
           MOVE SPACES TO PARAMETROS-DEL-REPORTE.
           STRING OPERADOR-BUSCADO " " CAMPO-DESDE " " CAMPO-HASTA
                  DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== INVESTIGACION POR OPERADOR =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF OPERADOR-BUSCADO = SPACES
           STRING "Todos los operadores, desde " CAMPO-DESDE
                  " hasta " CAMPO-HASTA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           ELSE
           STRING "Operador " OPERADOR-BUSCADO ", desde "
                  CAMPO-DESDE " hasta " CAMPO-HASTA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "FECHA      HORA     ARCHIVO    OPERADOR   CLIENT "
                  "ACCION                                   "
                  "        IMPORTE"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-EVENTOS-ORDENADOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM IMPRIME-EVENTO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-EVENTOS-ORDENADOS.
           DELETE FILE ARCHIVO-EVENTOS.
           DELETE FILE ARCHIVO-EVENTOS-ORDENADOS.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Eventos: " CONTADOR-EVENTOS
                  "  (auditoria " CONTADOR-LOG
                  ", ledger " CONTADOR-MOVIMIENTOS
                  ", detalle " CONTADOR-DETALLES
                  ", contactos " CONTADOR-CONTACTOS
                  ", notas " CONTADOR-NOTAS
                  ", menu " CONTADOR-MENU ")"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Listado guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL)
                   " y en el catalogo de reportes.".
           GOBACK.

       PIDE-OPERADOR-Y-VENTANA.
           MOVE "S" TO PEDIDO-VALIDO.
           MOVE SPACES TO OPERADOR-BUSCADO.
           DISPLAY "Operador a investigar (blanco = todos): ".
           ACCEPT OPERADOR-BUSCADO.
           MOVE SPACES TO CAMPO-DESDE.
           DISPLAY "Desde (AAAAMMDDHHMM): ".
           ACCEPT CAMPO-DESDE.
           MOVE SPACES TO CAMPO-HASTA.
           DISPLAY "Hasta (AAAAMMDDHHMM, incluido): ".
           ACCEPT CAMPO-HASTA.
           IF CAMPO-DESDE NOT NUMERIC OR CAMPO-HASTA NOT NUMERIC
           DISPLAY "Las fechas deben tener 12 digitos AAAAMMDDHHMM."
           MOVE "N" TO PEDIDO-VALIDO
           ELSE
           IF CAMPO-HASTA < CAMPO-DESDE
           DISPLAY "El hasta no puede ser anterior al desde."
           MOVE "N" TO PEDIDO-VALIDO
           END-IF
           END-IF.

      *Un evento entra si es del operador pedido (o se pidieron
      *todos) y su fecha-hora, al minuto, cae en la ventana:
       CONTROLA-EVENTO.
           MOVE "N" TO EN-LA-VENTANA.
           IF OPERADOR-BUSCADO = SPACES OR
              OPERADOR-DEL-EVENTO = OPERADOR-BUSCADO
           IF FECHA-HORA-DEL-EVENTO (1:12) NOT < CAMPO-DESDE AND
              FECHA-HORA-DEL-EVENTO (1:12) NOT > CAMPO-HASTA
           MOVE "S" TO EN-LA-VENTANA
           END-IF
           END-IF.

       GRABA-EVENTO.
           MOVE FECHA-HORA-DEL-EVENTO TO EVENTO-FECHA-HORA.
           MOVE OPERADOR-DEL-EVENTO TO EVENTO-OPERADOR.
           WRITE EVENTO-REGISTRO.
           ADD 1 TO CONTADOR-EVENTOS.

      *--- clientes.log: la clave alterna por fecha-hora deja saltar
      *directo al comienzo de la ventana:
       JUNTA-AUDITORIA.
           OPEN INPUT ARCHIVO-CLIENTES-LOG.
           MOVE SPACES TO LOG-FECHA-HORA.
           MOVE CAMPO-DESDE TO LOG-FECHA-HORA (1:12).
           START ARCHIVO-CLIENTES-LOG KEY IS NOT LESS LOG-FECHA-HORA
           INVALID KEY
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT INVALID KEY
           MOVE "1" TO FIN-DEL-ARCHIVO
           END-START.
           PERFORM LEE-AUDITORIA
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES-LOG.

       LEE-AUDITORIA.
           READ ARCHIVO-CLIENTES-LOG NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF LOG-FECHA-HORA (1:12) > CAMPO-HASTA
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           MOVE LOG-OPERADOR TO OPERADOR-DEL-EVENTO
           MOVE LOG-FECHA-HORA TO FECHA-HORA-DEL-EVENTO
           PERFORM CONTROLA-EVENTO
           IF EN-LA-VENTANA = "S"
           PERFORM ARMA-DESCRIPCION-ACCION
           MOVE SPACES TO EVENTO-REGISTRO
           MOVE "AUDITORIA" TO EVENTO-ARCHIVO
           MOVE LOG-CLIENTES-ID TO EVENTO-CLIENTES-ID
           MOVE DESCRIPCION-ACCION TO EVENTO-ACCION
           MOVE "N" TO EVENTO-CON-IMPORTE
           MOVE ZERO TO EVENTO-IMPORTE
           PERFORM GRABA-EVENTO
           ADD 1 TO CONTADOR-LOG
           END-IF
           END-IF.

       ARMA-DESCRIPCION-ACCION.
           IF LOG-ALTA
           MOVE "ALTA" TO DESCRIPCION-ACCION
           ELSE IF LOG-BAJA
           MOVE "BAJA" TO DESCRIPCION-ACCION
           ELSE IF LOG-MODIFICACION
           MOVE "MODIFICACION" TO DESCRIPCION-ACCION
           ELSE IF LOG-RESTAURACION
           MOVE "RESTAURACION" TO DESCRIPCION-ACCION
           ELSE IF LOG-ARCHIVADO
           MOVE "ARCHIVADO" TO DESCRIPCION-ACCION
           ELSE IF LOG-DESARCHIVADO
           MOVE "DESARCHIVADO" TO DESCRIPCION-ACCION
           ELSE IF LOG-MIGRACION
           MOVE "MIGRACION" TO DESCRIPCION-ACCION
           ELSE IF LOG-ANONIMIZADO
           MOVE "ANONIMIZACION" TO DESCRIPCION-ACCION
           ELSE
           MOVE "DESCONOCIDA" TO DESCRIPCION-ACCION.

      *--- Ledger: indexado por cliente, se recorre entero:
       JUNTA-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-MOVIMIENTO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.

       LEE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           MOVE MOVIMIENTO-OPERADOR TO OPERADOR-DEL-EVENTO
           MOVE MOVIMIENTO-FECHA-HORA TO FECHA-HORA-DEL-EVENTO
           PERFORM CONTROLA-EVENTO
           IF EN-LA-VENTANA = "S"
           MOVE SPACES TO EVENTO-REGISTRO
           MOVE "LEDGER" TO EVENTO-ARCHIVO
           MOVE MOVIMIENTO-CLIENTES-ID TO EVENTO-CLIENTES-ID
           STRING "MOV " MOVIMIENTO-TIPO " " MOVIMIENTO-CONCEPTO
                  DELIMITED BY SIZE INTO EVENTO-ACCION
           MOVE "S" TO EVENTO-CON-IMPORTE
           MOVE MOVIMIENTO-IMPORTE TO EVENTO-IMPORTE
           PERFORM GRABA-EVENTO
           ADD 1 TO CONTADOR-MOVIMIENTOS
           END-IF.

      *--- Detalle de modificaciones:
       JUNTA-DETALLES.
           OPEN INPUT ARCHIVO-LOG-DETALLE.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-DETALLE
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-LOG-DETALLE.

       LEE-DETALLE.
           READ ARCHIVO-LOG-DETALLE
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           MOVE DETALLE-OPERADOR TO OPERADOR-DEL-EVENTO
           MOVE DETALLE-FECHA-HORA TO FECHA-HORA-DEL-EVENTO
           PERFORM CONTROLA-EVENTO
           IF EN-LA-VENTANA = "S"
           MOVE SPACES TO EVENTO-REGISTRO
           MOVE "DETALLE" TO EVENTO-ARCHIVO
           MOVE DETALLE-CLIENTES-ID TO EVENTO-CLIENTES-ID
           MOVE "IMAGEN ANTES/DESPUES DE MODIFICACION" TO
               EVENTO-ACCION
           MOVE "N" TO EVENTO-CON-IMPORTE
           MOVE ZERO TO EVENTO-IMPORTE
           PERFORM GRABA-EVENTO
           ADD 1 TO CONTADOR-DETALLES
           END-IF.

      *--- Contactos con clientes:
       JUNTA-CONTACTOS.
           OPEN INPUT ARCHIVO-CONTACTOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-CONTACTO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CONTACTOS.

       LEE-CONTACTO.
           READ ARCHIVO-CONTACTOS
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           MOVE CONTACTO-OPERADOR TO OPERADOR-DEL-EVENTO
           MOVE CONTACTO-FECHA-HORA TO FECHA-HORA-DEL-EVENTO
           PERFORM CONTROLA-EVENTO
           IF EN-LA-VENTANA = "S"
           MOVE SPACES TO EVENTO-REGISTRO
           MOVE "CONTACTOS" TO EVENTO-ARCHIVO
           MOVE CONTACTO-CLIENTES-ID TO EVENTO-CLIENTES-ID
           EVALUATE TRUE
               WHEN CONTACTO-LLAMADA
                   MOVE "CONTACTO: LLAMADA" TO EVENTO-ACCION
               WHEN CONTACTO-VISITA
                   MOVE "CONTACTO: VISITA" TO EVENTO-ACCION
               WHEN CONTACTO-CARTA
                   MOVE "CONTACTO: CARTA" TO EVENTO-ACCION
               WHEN CONTACTO-CENTRAL-AUTOMATICA
                   MOVE "CONTACTO: CENTRAL AUTOMATICA" TO EVENTO-ACCION
               WHEN OTHER
                   MOVE "CONTACTO" TO EVENTO-ACCION
           END-EVALUATE
           MOVE "N" TO EVENTO-CON-IMPORTE
           MOVE ZERO TO EVENTO-IMPORTE
           PERFORM GRABA-EVENTO
           ADD 1 TO CONTADOR-CONTACTOS
           END-IF.

      *--- Notas sobre clientes:
       JUNTA-NOTAS.
           OPEN INPUT ARCHIVO-NOTAS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-NOTA
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-NOTAS.

       LEE-NOTA.
           READ ARCHIVO-NOTAS
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           MOVE NOTA-OPERADOR TO OPERADOR-DEL-EVENTO
           MOVE NOTA-FECHA-HORA TO FECHA-HORA-DEL-EVENTO
           PERFORM CONTROLA-EVENTO
           IF EN-LA-VENTANA = "S"
           MOVE SPACES TO EVENTO-REGISTRO
           MOVE "NOTAS" TO EVENTO-ARCHIVO
           MOVE NOTA-CLIENTES-ID TO EVENTO-CLIENTES-ID
           STRING "NOTA: " NOTA-TEXTO
                  DELIMITED BY SIZE INTO EVENTO-ACCION
           MOVE "N" TO EVENTO-CON-IMPORTE
           MOVE ZERO TO EVENTO-IMPORTE
           PERFORM GRABA-EVENTO
           ADD 1 TO CONTADOR-NOTAS
           END-IF.

      *--- Opciones del menu que eligio el operador (sin cliente):
       JUNTA-USO-MENU.
           OPEN INPUT ARCHIVO-USO-MENU.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-USO-MENU
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-USO-MENU.

       LEE-USO-MENU.
           READ ARCHIVO-USO-MENU
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           MOVE USO-OPERADOR TO OPERADOR-DEL-EVENTO
           MOVE USO-FECHA-HORA TO FECHA-HORA-DEL-EVENTO
           PERFORM CONTROLA-EVENTO
           IF EN-LA-VENTANA = "S"
           MOVE SPACES TO EVENTO-REGISTRO
           MOVE "MENU" TO EVENTO-ARCHIVO
           STRING "OPCION DEL MENU " USO-OPCION
                  DELIMITED BY SIZE INTO EVENTO-ACCION
           MOVE "N" TO EVENTO-CON-IMPORTE
           MOVE ZERO TO EVENTO-IMPORTE
           PERFORM GRABA-EVENTO
           ADD 1 TO CONTADOR-MENU
           END-IF.

       IMPRIME-EVENTO.
           READ ARCHIVO-EVENTOS-ORDENADOS
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           STRING ORDENADO-FECHA-HORA (7:2) "/"
                  ORDENADO-FECHA-HORA (5:2) "/"
                  ORDENADO-FECHA-HORA (1:4)
                  DELIMITED BY SIZE INTO LIN-FECHA
           STRING ORDENADO-FECHA-HORA (9:2) ":"
                  ORDENADO-FECHA-HORA (11:2) ":"
                  ORDENADO-FECHA-HORA (13:2)
                  DELIMITED BY SIZE INTO LIN-HORA
           MOVE ORDENADO-ARCHIVO TO LIN-ARCHIVO
           MOVE ORDENADO-OPERADOR TO LIN-OPERADOR
           MOVE ORDENADO-CLIENTES-ID TO LIN-CLIENTE
           MOVE ORDENADO-ACCION TO LIN-ACCION
           IF ORDENADO-CON-IMPORTE = "S"
           MOVE ORDENADO-IMPORTE TO CAMPO-IMPORTE
           MOVE CAMPO-IMPORTE TO LIN-IMPORTE
           ELSE
           MOVE SPACES TO LIN-IMPORTE
           END-IF
           MOVE LINEA-EVENTO TO LINEA-SPOOL
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

       END PROGRAM Investigar-operador.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Aprobacion de la revision periodica de limites de
      *          descubierto: un supervisor recorre una por una las
      *          propuestas pendientes de un periodo que dejo
      *          Proponer-limites-descubierto y aprueba o rechaza
      *          cada una. La aprobada se aplica en el cliente como
      *          una modificacion normal (log con imagen antes y
      *          despues en el detalle, asi Revertir-modificacion
      *          sigue funcionando) y deja encolada la carta que le
      *          avisa al cliente su nuevo limite. Si el limite del
      *          cliente ya cambio por otro lado desde la propuesta,
      *          la propuesta queda anulada y no se aplica.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Aprobar-limites-descubierto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Detalle con la imagen del registro antes y despues del cambio:
       COPY "DataBaseLogDetalle.cbl".
      *Propuestas de la revision de limites:
       COPY "DataBaseRevisionLimites.cbl".
      *Cola de cartas de aviso a clientes:
       COPY "DataBaseCartasCola.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataLogDetalle.cbl".
       COPY "DataRevisionLimites.cbl".
       COPY "DataCartasCola.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  CARTA-GRABADA PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  REVISION-LIMITES-STATUS PIC XX.
       77  CARTAS-COLA-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-PROPUESTAS PIC X.
       77  REGISTRO-EN-USO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CAMPO-PERIODO PIC X(6).
       77  CAMPO-DECISION PIC X(1).
       77  FECHA-DE-DECISION PIC X(8).
       77  CONTADOR-APROBADAS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-RECHAZADAS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-ANULADAS PIC 9(5) VALUE ZEROES.
       77  CAMPO-ACTUAL-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-PROPUESTO-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-PROMEDIO-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-PORCENTAJE-MUESTRA PIC +ZZ9.99.
       77  CAMPO-ANTERIOR-MUESTRA PIC Z(6)9.99.
       01  IMPORTE-ANTERIOR PIC S9(7)V99 COMP-3.
       01  IMAGEN-ANTES-LIMITE PIC X(400).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== APROBACION DE LIMITES DE DESCUBIERTO =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para aprobar "
                   "cambios de limite."
           GOBACK
           END-IF.
           MOVE SPACES TO CAMPO-PERIODO.
           DISPLAY "Periodo de la revision (AAAAMM): ".
           ACCEPT CAMPO-PERIODO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-DECISION.
           OPEN I-O ARCHIVO-REVISION-LIMITES.
           IF REVISION-LIMITES-STATUS NOT = "00"
           DISPLAY "No hay propuestas de revision de limites."
           CLOSE ARCHIVO-REVISION-LIMITES
           GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN EXTEND ARCHIVO-LOG-DETALLE.
           OPEN I-O ARCHIVO-CARTAS-COLA.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           MOVE "1" TO FIN-DE-PROPUESTAS.
           MOVE CAMPO-PERIODO TO REVLIM-PERIODO.
           MOVE LOW-VALUES TO REVLIM-CLIENTES-ID.
           START ARCHIVO-REVISION-LIMITES
               KEY IS NOT LESS REVLIM-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-PROPUESTAS
           END-START.
           PERFORM ATIENDE-UNA-PROPUESTA
               UNTIL FIN-DE-PROPUESTAS = "0".
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           CLOSE ARCHIVO-CARTAS-COLA.
           CLOSE ARCHIVO-LOG-DETALLE.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-REVISION-LIMITES.
           DISPLAY " ".
           DISPLAY "Aprobadas: " CONTADOR-APROBADAS
                   "  Rechazadas: " CONTADOR-RECHAZADAS
                   "  Anuladas: " CONTADOR-ANULADAS.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Castigar-saldo:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR
           MOVE SESION-OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

       BUSCA-NIVEL-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE SPACE TO OPERADOR-NIVEL-ACTUAL.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           MOVE "0" TO FIN-OPERADORES
           END-IF.

      *Solo se detiene en las pendientes del periodo; las ya
      *decididas se saltean:
       ATIENDE-UNA-PROPUESTA.
           READ ARCHIVO-REVISION-LIMITES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PROPUESTAS
           NOT AT END
           IF REVLIM-PERIODO NOT = CAMPO-PERIODO
           MOVE "0" TO FIN-DE-PROPUESTAS
           ELSE
           IF REVLIM-PENDIENTE
           PERFORM DECIDE-PROPUESTA
           END-IF
           END-IF
           END-READ.

       DECIDE-PROPUESTA.
           PERFORM MUESTRA-PROPUESTA.
           MOVE SPACES TO CAMPO-DECISION.
           DISPLAY "A = aprueba, R = rechaza, en blanco la deja "
                   "pendiente, F = termina: ".
           ACCEPT CAMPO-DECISION.
           MOVE FUNCTION UPPER-CASE(CAMPO-DECISION) TO CAMPO-DECISION.
           EVALUATE CAMPO-DECISION
               WHEN "A"
                   PERFORM APRUEBA-PROPUESTA
               WHEN "R"
                   MOVE "R" TO REVLIM-ESTADO
                   PERFORM GRABA-DECISION
                   ADD 1 TO CONTADOR-RECHAZADAS
               WHEN "F"
                   MOVE "0" TO FIN-DE-PROPUESTAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MUESTRA-PROPUESTA.
           MOVE REVLIM-LIMITE-ACTUAL TO CAMPO-ACTUAL-MUESTRA.
           MOVE REVLIM-LIMITE-PROPUESTO TO CAMPO-PROPUESTO-MUESTRA.
           MOVE REVLIM-SALDO-PROMEDIO TO CAMPO-PROMEDIO-MUESTRA.
           MOVE REVLIM-PORCENTAJE TO CAMPO-PORCENTAJE-MUESTRA.
           DISPLAY " ".
           DISPLAY "Cliente " REVLIM-CLIENTES-ID
                   "  calificacion " REVLIM-SCORE
                   "  dias en rojo " REVLIM-DIAS-EN-ROJO
                   "  nivel de mora " REVLIM-NIVEL-MORA.
           DISPLAY "Saldo promedio " CAMPO-PROMEDIO-MUESTRA
                   "  regla " FUNCTION TRIM(REVLIM-REGLA)
                   " " CAMPO-PORCENTAJE-MUESTRA "%".
           DISPLAY "Limite actual " CAMPO-ACTUAL-MUESTRA
                   "  propuesto " CAMPO-PROPUESTO-MUESTRA.

      *El cliente se relee con el bloqueo tomado; si su limite ya no
      *es el que miro la propuesta, alguien lo cambio a mano y la
      *propuesta pierde sentido:
       APRUEBA-PROPUESTA.
           MOVE REVLIM-CLIENTES-ID TO CLIENTES-ID.
           PERFORM TOMA-BLOQUEO-REGISTRO.
           IF REGISTRO-EN-USO = "N"
           MOVE "S" TO REGISTRO-ENCONTRADO
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ
           IF REGISTRO-ENCONTRADO = "N" OR
              CLIENTES-LIMITE-DESCUBIERTO NOT = REVLIM-LIMITE-ACTUAL
           DISPLAY "El limite del cliente cambio desde la propuesta; "
                   "queda anulada."
           MOVE "X" TO REVLIM-ESTADO
           PERFORM GRABA-DECISION
           ADD 1 TO CONTADOR-ANULADAS
           ELSE
           PERFORM APLICA-LIMITE
           END-IF
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF.

       APLICA-LIMITE.
           MOVE SPACES TO IMAGEN-ANTES-LIMITE.
           MOVE CLIENTES-REGISTRO TO IMAGEN-ANTES-LIMITE.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO IMPORTE-ANTERIOR.
           MOVE REVLIM-LIMITE-PROPUESTO TO CLIENTES-LIMITE-DESCUBIERTO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el cliente " CLIENTES-ID "."
           NOT INVALID KEY
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM ENCOLA-CARTA-LIMITE
           MOVE "A" TO REVLIM-ESTADO
           PERFORM GRABA-DECISION
           ADD 1 TO CONTADOR-APROBADAS
           DISPLAY "Limite aplicado y carta encolada."
           END-REWRITE.

       GRABA-DECISION.
           MOVE OPERADOR TO REVLIM-SUPERVISOR.
           MOVE FECHA-DE-DECISION TO REVLIM-FECHA-DECISION.
           REWRITE REVLIM-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la decision de "
                   REVLIM-CLIENTES-ID "."
           END-REWRITE.

       GRABA-LOG-MODIFICACION.
           MOVE FUNCTION CURRENT-DATE TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.
           MOVE LOG-FECHA-HORA TO DETALLE-FECHA-HORA.
           MOVE OPERADOR TO DETALLE-OPERADOR.
           MOVE CLIENTES-ID TO DETALLE-CLIENTES-ID.
           MOVE IMAGEN-ANTES-LIMITE TO DETALLE-IMAGEN-ANTES.
           MOVE SPACES TO DETALLE-IMAGEN-DESPUES.
           MOVE CLIENTES-REGISTRO TO DETALLE-IMAGEN-DESPUES.
           PERFORM GRABA-DETALLE-ENCADENADO.

      *Dos asientos del mismo cliente en el mismo centesimo de
      *segundo chocan en la clave del log; el sufijo de secuencia
      *los separa reintentando:
       GRABA-LOG-CON-REINTENTO.
           MOVE "N" TO LOG-GRABADO.
           PERFORM INTENTA-GRABAR-LOG
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

      *La carta la imprime Emitir-cartas-aviso en el nocturno; aca
      *solo queda pendiente, con el limite nuevo como importe y el
      *anterior en el motivo:
       ENCOLA-CARTA-LIMITE.
           MOVE SPACES TO CARTA-REGISTRO.
           MOVE CLIENTES-ID TO CARTA-CLIENTES-ID.
           MOVE "LIMITE" TO CARTA-TIPO.
           IF CLIENTES-LIMITE-DESCUBIERTO < IMPORTE-ANTERIOR
           MOVE "Ampliacion de su limite de descubierto" TO
               CARTA-REFERENCIA
           ELSE
           MOVE "Reduccion de su limite de descubierto" TO
               CARTA-REFERENCIA
           END-IF.
           COMPUTE CARTA-IMPORTE = ZERO - CLIENTES-LIMITE-DESCUBIERTO.
           COMPUTE CAMPO-ANTERIOR-MUESTRA = ZERO - IMPORTE-ANTERIOR.
           STRING "Limite anterior " DELIMITED BY SIZE
                  FUNCTION TRIM(CAMPO-ANTERIOR-MUESTRA)
                  DELIMITED BY SIZE
                  INTO CARTA-MOTIVO
           END-STRING.
           MOVE "P" TO CARTA-ESTADO.
           MOVE "N" TO CARTA-GRABADA.
           PERFORM INTENTA-GRABAR-CARTA
               UNTIL CARTA-GRABADA = "S".

      *Dos cartas del mismo cliente en el mismo centesimo de segundo
      *chocan en la clave; se vuelve a tomar la hora hasta que pase:
       INTENTA-GRABAR-CARTA.
           MOVE FUNCTION CURRENT-DATE TO CARTA-FECHA-HORA.
           WRITE CARTA-REGISTRO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO CARTA-GRABADA.

      *Toma el bloqueo de edicion de este cliente, la misma tecnica
      *que Castigar-saldo: si otro operador lo esta editando, la
      *propuesta queda pendiente hasta que lo libere.
       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro en uso por "
                   FUNCTION TRIM(RLOCK-OPERADOR) " desde "
                   RLOCK-FECHA-HORA (9:2) ":"
                   RLOCK-FECHA-HORA (11:2) "."
           END-IF
           END-READ.

       GRABA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           MOVE OPERADOR TO RLOCK-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO RLOCK-FECHA-HORA.
           WRITE RLOCK-REGISTRO
           INVALID KEY
           DISPLAY "No se pudo tomar el bloqueo del registro.".

       LIBERA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           DELETE ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           CONTINUE.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaLog.cbl".

       COPY "ProcCadenaDetalle.cbl".

       END PROGRAM Aprobar-limites-descubierto.

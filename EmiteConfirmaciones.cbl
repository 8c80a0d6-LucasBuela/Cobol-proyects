      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cartas de confirmacion de saldo para los auditores
      *          externos: a partir de los saldos de
      *          saldos_snapshot.dat a la fecha de corte que piden
      *          los auditores, elige una muestra de clientes y les
      *          imprime la carta con su saldo a esa fecha. La muestra
      *          junta siempre los mayores saldos (en valor absoluto),
      *          despues la cantidad pedida elegida al azar entre los
      *          demas, y si al azar no toco alguna sucursal, el
      *          primer cliente de esa sucursal en el orden al azar,
      *          asi todas quedan cubiertas. La semilla del azar queda
      *          informada para que los auditores puedan repetir la
      *          seleccion. Cada carta queda en
      *          confirmaciones_saldo.dat, donde despues se registra
      *          la respuesta del cliente; un corte ya emitido no se
      *          vuelve a emitir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Emitir-confirmaciones-saldo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Saldos de fin de mes, de donde sale el saldo al corte:
       COPY "DataBaseSaldos.cbl".
      *Control de las cartas enviadas:
       COPY "DataBaseConfirmaciones.cbl".
      *Sesion del operador, para registrar quien emitio las cartas:
       COPY "DataBaseSesion.cbl".
      *Candidatos del corte, antes y despues de cada ordenamiento:
       SELECT ARCHIVO-CANDIDATOS
       ASSIGN TO "confirmaciones_candidatos.tmp"
       ORGANIZATION SEQUENTIAL.
       SELECT ARCHIVO-ORDEN-CANDIDATOS
       ASSIGN TO "confirmaciones.srt".
       SELECT ARCHIVO-CANDIDATOS-ORDENADOS
       ASSIGN TO "confirmaciones_ordenados.tmp"
       ORGANIZATION SEQUENTIAL.
      *Spool con las cartas de la corrida:
       SELECT OPTIONAL ARCHIVO-CARTAS
       ASSIGN TO "cartas_confirmacion.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataSaldos.cbl".
       COPY "DataConfirmaciones.cbl".
       COPY "DataSesion.cbl".

       FD  ARCHIVO-CANDIDATOS.
           01 CANDIDATO-REGISTRO.
              05 CANDIDATO-CLIENTES-ID PIC X(6).
              05 CANDIDATO-SUCURSAL PIC X(3).
              05 CANDIDATO-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
              05 CANDIDATO-SALDO-ABSOLUTO PIC 9(7)V99.
              05 CANDIDATO-AZAR PIC V9(9).

       SD  ARCHIVO-ORDEN-CANDIDATOS.
           01 ORDEN-CANDIDATO-REGISTRO.
              05 ORDEN-CANDIDATO-CLIENTES-ID PIC X(6).
              05 ORDEN-CANDIDATO-SUCURSAL PIC X(3).
              05 ORDEN-CANDIDATO-SALDO PIC S9(7)V99
                 SIGN LEADING SEPARATE.
              05 ORDEN-CANDIDATO-SALDO-ABSOLUTO PIC 9(7)V99.
              05 ORDEN-CANDIDATO-AZAR PIC V9(9).

       FD  ARCHIVO-CANDIDATOS-ORDENADOS.
           01 ORDENADO-REGISTRO.
              05 ORDENADO-CLIENTES-ID PIC X(6).
              05 ORDENADO-SUCURSAL PIC X(3).
              05 ORDENADO-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
              05 ORDENADO-SALDO-ABSOLUTO PIC 9(7)V99.
              05 ORDENADO-AZAR PIC V9(9).

       FD  ARCHIVO-CARTAS.
           01 LINEA-CARTA PIC X(120).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CONFIRMACIONES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPERADOR PIC X(10).
       77  FIN-DEL-ARCHIVO PIC X.
       77  PEDIDO-VALIDO PIC X.
       77  CORTE-YA-EMITIDO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.

      *Lo que piden los auditores: la fecha de corte (tiene que ser
      *una fecha con snapshot), cuantos mayores saldos entran siempre
      *y cuantos clientes mas se eligen al azar:
       77  CAMPO-FECHA-CORTE PIC X(8).
       01  CAMPO-MAYORES PIC X(4).
       01  CAMPO-MUESTRA PIC X(5).
       01  CAMPO-SEMILLA PIC X(9).
       77  CANTIDAD-MAYORES PIC 9(4) VALUE 20.
       77  CANTIDAD-MUESTRA PIC 9(5) VALUE 100.
       77  SEMILLA-DEL-AZAR PIC 9(9).
       77  PRIMER-AZAR PIC V9(9).
       77  FECHA-DE-HOY PIC X(8).

       77  CONTADOR-CANDIDATOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SIN-CLIENTE PIC 9(6) VALUE ZEROES.
       77  CONTADOR-MAYORES PIC 9(5) VALUE ZEROES.
       77  CONTADOR-AZAR PIC 9(5) VALUE ZEROES.
       77  CONTADOR-SUCURSALES PIC 9(5) VALUE ZEROES.
       77  CONTADOR-CARTAS PIC 9(5) VALUE ZEROES.
       77  MOTIVO-DE-LA-CARTA PIC X(1).

      *Sucursales que ya tienen al menos una carta en la muestra:
       01  TABLA-SUCURSALES-CUBIERTAS.
           05 SUCURSAL-CUBIERTA PIC X(3) OCCURS 200 TIMES.
       77  CANTIDAD-SUCURSALES-CUBIERTAS PIC 9(3) VALUE ZEROES.
       77  INDICE-SUCURSAL PIC 9(3).
       77  SUCURSAL-HALLADA PIC X.
       77  SUCURSAL-A-CUBRIR PIC X(3).

       77  CAMPO-SALDO-MUESTRA PIC -Z(6)9.99.
      *Demas titulares y cotitulares de la cuenta:
       COPY "DataTitulares.cbl".
       77  INDICE-TITULAR PIC 9(2).
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "=".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CARTAS DE CONFIRMACION DE SALDO =====".
           PERFORM PIDE-PARAMETROS.
           IF PEDIDO-VALIDO = "N"
           GOBACK
           END-IF.
           PERFORM CONTROLA-CORTE-EMITIDO.
           IF CORTE-YA-EMITIDO = "S"
           DISPLAY "Las cartas del corte " CAMPO-FECHA-CORTE
                   " ya se emitieron; las respuestas se registran "
                   "en su pantalla."
           GOBACK
           END-IF.
           PERFORM LEE-SESION-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           PERFORM ARMA-CANDIDATOS.
           IF CONTADOR-CANDIDATOS = ZEROES
           DISPLAY "No hay saldos en saldos_snapshot.dat con fecha "
                   CAMPO-FECHA-CORTE ", no se emitio ninguna carta."
           CLOSE ARCHIVO-CLIENTES
           DELETE FILE ARCHIVO-CANDIDATOS
           GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CONFIRMACIONES.
           OPEN OUTPUT ARCHIVO-CARTAS.
           PERFORM ELIGE-MAYORES-SALDOS.
           PERFORM ELIGE-AL-AZAR-Y-SUCURSALES.
           CLOSE ARCHIVO-CARTAS.
           CLOSE ARCHIVO-CONFIRMACIONES.
           CLOSE ARCHIVO-CLIENTES.
           DELETE FILE ARCHIVO-CANDIDATOS.
           DELETE FILE ARCHIVO-CANDIDATOS-ORDENADOS.
           DISPLAY "Clientes con saldo al corte: " CONTADOR-CANDIDATOS.
           IF CONTADOR-SIN-CLIENTE > ZEROES
           DISPLAY "Saldos de clientes que ya no estan en el "
                   "archivo (fuera de la muestra): "
                   CONTADOR-SIN-CLIENTE
           END-IF.
           DISPLAY "Cartas por mayor saldo: " CONTADOR-MAYORES.
           DISPLAY "Cartas elegidas al azar: " CONTADOR-AZAR.
           DISPLAY "Cartas para cubrir sucursales: "
                   CONTADOR-SUCURSALES.
           DISPLAY "Total de cartas emitidas: " CONTADOR-CARTAS.
           DISPLAY "Semilla del azar (para repetir la seleccion): "
                   SEMILLA-DEL-AZAR.
           DISPLAY "Cartas grabadas en cartas_confirmacion.prn.".
           GOBACK.

      *En blanco quedan los valores por omision; la semilla en blanco
      *se toma del reloj:
       PIDE-PARAMETROS.
           MOVE "S" TO PEDIDO-VALIDO.
           MOVE SPACES TO CAMPO-FECHA-CORTE.
           DISPLAY "Fecha de corte de los auditores (AAAAMMDD): ".
           ACCEPT CAMPO-FECHA-CORTE.
           IF CAMPO-FECHA-CORTE NOT NUMERIC
           DISPLAY "La fecha de corte debe tener 8 digitos AAAAMMDD."
           MOVE "N" TO PEDIDO-VALIDO
           END-IF.
           MOVE SPACES TO CAMPO-MAYORES.
           DISPLAY "Mayores saldos que entran siempre (blanco = "
                   CANTIDAD-MAYORES "): ".
           ACCEPT CAMPO-MAYORES.
           IF CAMPO-MAYORES NOT = SPACES
           IF FUNCTION TRIM(CAMPO-MAYORES) IS NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-MAYORES) TO CANTIDAD-MAYORES
           ELSE
           DISPLAY "La cantidad de mayores saldos debe ser numerica."
           MOVE "N" TO PEDIDO-VALIDO
           END-IF
           END-IF.
           MOVE SPACES TO CAMPO-MUESTRA.
           DISPLAY "Clientes a elegir al azar (blanco = "
                   CANTIDAD-MUESTRA "): ".
           ACCEPT CAMPO-MUESTRA.
           IF CAMPO-MUESTRA NOT = SPACES
           IF FUNCTION TRIM(CAMPO-MUESTRA) IS NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-MUESTRA) TO CANTIDAD-MUESTRA
           ELSE
           DISPLAY "El tamano de la muestra debe ser numerico."
           MOVE "N" TO PEDIDO-VALIDO
           END-IF
           END-IF.
           MOVE SPACES TO CAMPO-SEMILLA.
           DISPLAY "Semilla del azar (blanco = tomarla del reloj): ".
           ACCEPT CAMPO-SEMILLA.
           IF CAMPO-SEMILLA = SPACES
           MOVE FUNCTION CURRENT-DATE (8:9) TO SEMILLA-DEL-AZAR
           ELSE
           IF FUNCTION TRIM(CAMPO-SEMILLA) IS NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-SEMILLA) TO SEMILLA-DEL-AZAR
           ELSE
           DISPLAY "La semilla debe ser numerica."
           MOVE "N" TO PEDIDO-VALIDO
           END-IF
           END-IF.

      *Un corte se emite una sola vez: si el control ya tiene alguna
      *carta con esa fecha de corte, no se vuelve a sortear:
       CONTROLA-CORTE-EMITIDO.
           MOVE "N" TO CORTE-YA-EMITIDO.
           OPEN INPUT ARCHIVO-CONFIRMACIONES.
           IF CONFIRMACIONES-STATUS = "00"
           MOVE CAMPO-FECHA-CORTE TO CONFIRMACION-FECHA-CORTE
           MOVE LOW-VALUES TO CONFIRMACION-CLIENTES-ID
           START ARCHIVO-CONFIRMACIONES
               KEY IS NOT LESS CONFIRMACION-CLAVE
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           READ ARCHIVO-CONFIRMACIONES NEXT RECORD
           AT END
           CONTINUE
           NOT AT END
           IF CONFIRMACION-FECHA-CORTE = CAMPO-FECHA-CORTE
           MOVE "S" TO CORTE-YA-EMITIDO
           END-IF
           END-READ
           END-START
           END-IF.
           CLOSE ARCHIVO-CONFIRMACIONES.

       LEE-SESION-OPERADOR.
           MOVE "DESCONOCIDO" TO OPERADOR.
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

      *Un candidato por cada saldo del snapshot al corte cuyo cliente
      *sigue en el archivo (la carta necesita nombre y direccion), con
      *su sucursal y un numero al azar. El primer llamado al azar
      *lleva la semilla; los siguientes siguen la misma serie:
       ARMA-CANDIDATOS.
           COMPUTE PRIMER-AZAR = FUNCTION RANDOM(SEMILLA-DEL-AZAR).
           OPEN INPUT ARCHIVO-SALDOS-SNAPSHOT.
           OPEN OUTPUT ARCHIVO-CANDIDATOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SALDO-DEL-CORTE
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CANDIDATOS.
           CLOSE ARCHIVO-SALDOS-SNAPSHOT.

       LEE-SALDO-DEL-CORTE.
           READ ARCHIVO-SALDOS-SNAPSHOT
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF SALDO-SNAPSHOT-FECHA = CAMPO-FECHA-CORTE
           MOVE SALDO-SNAPSHOT-CLIENTES-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           ADD 1 TO CONTADOR-SIN-CLIENTE
           ELSE
           MOVE CLIENTES-ID TO CANDIDATO-CLIENTES-ID
           MOVE CLIENTES-SUCURSAL TO CANDIDATO-SUCURSAL
           MOVE SALDO-SNAPSHOT-SALDO TO CANDIDATO-SALDO
           IF SALDO-SNAPSHOT-SALDO < ZERO
           COMPUTE CANDIDATO-SALDO-ABSOLUTO =
               ZERO - SALDO-SNAPSHOT-SALDO
           ELSE
           MOVE SALDO-SNAPSHOT-SALDO TO CANDIDATO-SALDO-ABSOLUTO
           END-IF
           COMPUTE CANDIDATO-AZAR = FUNCTION RANDOM
           WRITE CANDIDATO-REGISTRO
           ADD 1 TO CONTADOR-CANDIDATOS
           END-IF
           END-IF.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

      *Los mayores saldos entran siempre; el resto vuelve al archivo
      *de candidatos para el sorteo:
       ELIGE-MAYORES-SALDOS.
           SORT ARCHIVO-ORDEN-CANDIDATOS
                ON DESCENDING KEY ORDEN-CANDIDATO-SALDO-ABSOLUTO
                ON ASCENDING KEY ORDEN-CANDIDATO-CLIENTES-ID
           USING ARCHIVO-CANDIDATOS
           GIVING ARCHIVO-CANDIDATOS-ORDENADOS.
           OPEN INPUT ARCHIVO-CANDIDATOS-ORDENADOS.
           OPEN OUTPUT ARCHIVO-CANDIDATOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM SEPARA-MAYOR-SALDO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CANDIDATOS.
           CLOSE ARCHIVO-CANDIDATOS-ORDENADOS.

       SEPARA-MAYOR-SALDO.
           READ ARCHIVO-CANDIDATOS-ORDENADOS
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF CONTADOR-MAYORES < CANTIDAD-MAYORES
           ADD 1 TO CONTADOR-MAYORES
           MOVE "G" TO MOTIVO-DE-LA-CARTA
           PERFORM EMITE-CONFIRMACION
           ELSE
           MOVE ORDENADO-REGISTRO TO CANDIDATO-REGISTRO
           WRITE CANDIDATO-REGISTRO
           END-IF.

      *El resto en el orden del azar: los primeros hasta completar
      *la muestra, y despues solo el primero de cada sucursal que
      *todavia no tenga carta:
       ELIGE-AL-AZAR-Y-SUCURSALES.
           SORT ARCHIVO-ORDEN-CANDIDATOS
                ON ASCENDING KEY ORDEN-CANDIDATO-AZAR
                                 ORDEN-CANDIDATO-CLIENTES-ID
           USING ARCHIVO-CANDIDATOS
           GIVING ARCHIVO-CANDIDATOS-ORDENADOS.
           OPEN INPUT ARCHIVO-CANDIDATOS-ORDENADOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM SORTEA-CANDIDATO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CANDIDATOS-ORDENADOS.

       SORTEA-CANDIDATO.
           READ ARCHIVO-CANDIDATOS-ORDENADOS
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF CONTADOR-AZAR < CANTIDAD-MUESTRA
           ADD 1 TO CONTADOR-AZAR
           MOVE "A" TO MOTIVO-DE-LA-CARTA
           PERFORM EMITE-CONFIRMACION
           ELSE
           MOVE ORDENADO-SUCURSAL TO SUCURSAL-A-CUBRIR
           PERFORM BUSCA-SUCURSAL-CUBIERTA
           IF SUCURSAL-HALLADA = "N"
           ADD 1 TO CONTADOR-SUCURSALES
           MOVE "S" TO MOTIVO-DE-LA-CARTA
           PERFORM EMITE-CONFIRMACION
           END-IF
           END-IF.

       BUSCA-SUCURSAL-CUBIERTA.
           MOVE "N" TO SUCURSAL-HALLADA.
           PERFORM COMPARA-SUCURSAL
               VARYING INDICE-SUCURSAL FROM 1 BY 1
               UNTIL INDICE-SUCURSAL > CANTIDAD-SUCURSALES-CUBIERTAS
                  OR SUCURSAL-HALLADA = "S".
           IF SUCURSAL-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-SUCURSAL
           END-IF.

       COMPARA-SUCURSAL.
           IF SUCURSAL-CUBIERTA (INDICE-SUCURSAL) = SUCURSAL-A-CUBRIR
           MOVE "S" TO SUCURSAL-HALLADA
           END-IF.

       MARCA-SUCURSAL-CUBIERTA.
           MOVE ORDENADO-SUCURSAL TO SUCURSAL-A-CUBRIR.
           PERFORM BUSCA-SUCURSAL-CUBIERTA.
           IF SUCURSAL-HALLADA = "N" AND
              CANTIDAD-SUCURSALES-CUBIERTAS < 200
           ADD 1 TO CANTIDAD-SUCURSALES-CUBIERTAS
           MOVE SUCURSAL-A-CUBRIR TO
               SUCURSAL-CUBIERTA (CANTIDAD-SUCURSALES-CUBIERTAS)
           END-IF.

      *Deja la carta en el control con el saldo al corte y la
      *imprime:
       EMITE-CONFIRMACION.
           PERFORM MARCA-SUCURSAL-CUBIERTA.
           MOVE ORDENADO-CLIENTES-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           MOVE SPACES TO CONFIRMACION-REGISTRO.
           MOVE CAMPO-FECHA-CORTE TO CONFIRMACION-FECHA-CORTE.
           MOVE ORDENADO-CLIENTES-ID TO CONFIRMACION-CLIENTES-ID.
           MOVE ORDENADO-SUCURSAL TO CONFIRMACION-SUCURSAL.
           MOVE ORDENADO-SALDO TO CONFIRMACION-SALDO-CORTE.
           MOVE MOTIVO-DE-LA-CARTA TO CONFIRMACION-MOTIVO.
           MOVE FECHA-DE-HOY TO CONFIRMACION-FECHA-ENVIO.
           MOVE OPERADOR TO CONFIRMACION-OPERADOR-ENVIO.
           MOVE "E" TO CONFIRMACION-ESTADO.
           MOVE ZERO TO CONFIRMACION-IMPORTE-INFORMADO.
           WRITE CONFIRMACION-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la confirmacion de "
                   ORDENADO-CLIENTES-ID "."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-CARTAS
           PERFORM IMPRIME-CARTA
           END-WRITE.

       IMPRIME-CARTA.
           MOVE LINEA-SEPARADORA TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               "SOLICITUD DE CONFIRMACION DE SALDO - REF. "
                   DELIMITED BY SIZE
               CONFIRMACION-FECHA-CORTE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CONFIRMACION-CLIENTES-ID DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DIRECCION) DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           PERFORM ESCRIBE-OTROS-TITULARES.
           MOVE CONFIRMACION-SALDO-CORTE TO CAMPO-SALDO-MUESTRA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               "Nuestros auditores externos revisan los estados "
                   DELIMITED BY SIZE
               "contables al " DELIMITED BY SIZE
               CAMPO-FECHA-CORTE (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CAMPO-FECHA-CORTE (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CAMPO-FECHA-CORTE (1:4) DELIMITED BY SIZE
               ". Segun nuestros registros," DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               "el saldo de su cuenta a esa fecha era de "
                   DELIMITED BY SIZE
               FUNCTION TRIM(CAMPO-SALDO-MUESTRA) DELIMITED BY SIZE
               ". Le pedimos confirmarlo directamente a los "
                   DELIMITED BY SIZE
               "auditores." DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE "Esta carta no es un pedido de pago." TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "[ ] Estoy de acuerdo con el saldo indicado."
               TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               "[ ] No estoy de acuerdo; segun mis registros el "
                   DELIMITED BY SIZE
               "saldo era de $ ______________" DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "Firma: ______________________  Fecha: __________"
               TO LINEA-CARTA.
           WRITE LINEA-CARTA.

      *La carta va dirigida tambien a los demas titulares y a los
      *cotitulares de la cuenta; los apoderados no la reciben:
       ESCRIBE-OTROS-TITULARES.
           MOVE CLIENTES-ID TO TITULARES-CUENTA-ID.
           CALL "Consultar-titulares" USING TITULARES-CONSULTA.
           PERFORM ESCRIBE-TITULAR-VINCULADO
               VARYING INDICE-TITULAR FROM 1 BY 1
               UNTIL INDICE-TITULAR > TITULARES-CANTIDAD.

       ESCRIBE-TITULAR-VINCULADO.
           IF NOT TITULARES-ES-APODERADO (INDICE-TITULAR)
           MOVE SPACES TO LINEA-CARTA
           STRING
               "y " DELIMITED BY SIZE
               FUNCTION TRIM(TITULARES-NOMBRE (INDICE-TITULAR))
                   DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING
           WRITE LINEA-CARTA
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Emitir-confirmaciones-saldo.

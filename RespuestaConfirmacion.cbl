      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Registro de la respuesta a una carta de confirmacion
      *          de saldo: para un corte y un cliente de la muestra,
      *          el operador anota si el cliente esta de acuerdo con
      *          el saldo, si no lo esta (con el saldo que el dice
      *          tener y una observacion) o si no respondio. Queda
      *          en confirmaciones_saldo.dat para el reporte final.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Registrar-respuesta-confirmacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Control de las cartas enviadas:
       COPY "DataBaseConfirmaciones.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".
       COPY "DataConfirmaciones.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  SESION-STATUS PIC XX.
       77  CONFIRMACIONES-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  SIGUE-REGISTRANDO PIC X.
       77  RESPUESTA-APROBADA PIC X.
       77  CONTADOR-RESPUESTAS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-FECHA-CORTE PIC X(8).
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-RESPUESTA PIC X(1).
       77  CAMPO-OBSERVACION PIC X(40).
       77  CAMPO-SALDO-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-INFORMADO-MUESTRA PIC -Z(6)9.99.
       77  TEXTO-ESTADO PIC X(20).
       01  IMPORTE-INFORMADO PIC S9(7)V99 COMP-3 VALUE ZERO.

      *Importe tipeado como texto, con centavos opcionales, misma
      *tecnica que Modificar-registro:
       77  IMPORTE-TEXTO PIC X(15).
       77  IMPORTE-TEXTO-VALIDO PIC X.
       77  IMPORTE-POSICION PIC 9(2).
       77  IMPORTE-CARACTER PIC X.
       77  IMPORTE-DIGITOS PIC 9(2).
       77  IMPORTE-PUNTOS PIC 9(2).
       77  IMPORTE-DIGITOS-CENTAVOS PIC 9(2).
       77  IMPORTE-NEGATIVO PIC X.
       77  IMPORTE-PARTE-ENTERA PIC 9(7).
       77  IMPORTE-PARTE-CENTAVOS PIC X(2).
       77  IMPORTE-CENTAVOS PIC 9(2).
       01  IMPORTE-CONVERTIDO PIC S9(7)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RESPUESTAS DE CONFIRMACION DE SALDO =====".
           PERFORM PIDE-OPERADOR.
           MOVE SPACES TO CAMPO-FECHA-CORTE.
           DISPLAY "Fecha de corte de las cartas (AAAAMMDD): ".
           ACCEPT CAMPO-FECHA-CORTE.
           OPEN I-O ARCHIVO-CONFIRMACIONES.
           IF CONFIRMACIONES-STATUS NOT = "00"
           DISPLAY "No hay cartas de confirmacion emitidas."
           ELSE
           MOVE "S" TO SIGUE-REGISTRANDO
           PERFORM ATIENDE-UNA-RESPUESTA
           UNTIL SIGUE-REGISTRANDO NOT = "S"
           END-IF.
           CLOSE ARCHIVO-CONFIRMACIONES.
           DISPLAY "Respuestas registradas en esta sesion: "
                   CONTADOR-RESPUESTAS.
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
           DISPLAY "Operador no autorizado para registrar "
                   "respuestas."
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

       ATIENDE-UNA-RESPUESTA.
           DISPLAY " ".
           DISPLAY "ID del cliente que respondio (otra cosa para "
                   "salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           IF CAMPO-CLIENTES-ID = ZEROES OR CAMPO-CLIENTES-ID = SPACES
           MOVE "N" TO SIGUE-REGISTRANDO
           ELSE
           PERFORM LEE-CONFIRMACION
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "Ese cliente no tiene carta de confirmacion en el "
                   "corte " CAMPO-FECHA-CORTE "."
           ELSE
           PERFORM PROCESA-RESPUESTA
           END-IF
           END-IF.

       LEE-CONFIRMACION.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE CAMPO-FECHA-CORTE TO CONFIRMACION-FECHA-CORTE.
           MOVE CAMPO-CLIENTES-ID TO CONFIRMACION-CLIENTES-ID.
           READ ARCHIVO-CONFIRMACIONES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

       PROCESA-RESPUESTA.
           PERFORM MUESTRA-CONFIRMACION.
           MOVE "S" TO RESPUESTA-APROBADA.
           IF NOT CONFIRMACION-ENVIADA
           MOVE "La carta ya tiene respuesta. ¿La reemplaza (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR NOT = "S"
           MOVE "N" TO RESPUESTA-APROBADA
           END-IF
           END-IF.
           IF RESPUESTA-APROBADA = "S"
           PERFORM PIDE-RESPUESTA
           IF RESPUESTA-APROBADA = "S"
           MOVE "¿Confirma la respuesta (S/N)?" TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM APLICA-RESPUESTA
           END-IF
           END-IF
           END-IF.

       MUESTRA-CONFIRMACION.
           MOVE CONFIRMACION-SALDO-CORTE TO CAMPO-SALDO-MUESTRA.
           PERFORM ARMA-TEXTO-ESTADO.
           DISPLAY "Cliente " CONFIRMACION-CLIENTES-ID
                   "  sucursal " CONFIRMACION-SUCURSAL
                   "  saldo al corte " CAMPO-SALDO-MUESTRA.
           DISPLAY "Estado actual: " TEXTO-ESTADO.
           IF CONFIRMACION-DISCONFORME
           MOVE CONFIRMACION-IMPORTE-INFORMADO TO
               CAMPO-INFORMADO-MUESTRA
           DISPLAY "Saldo informado por el cliente: "
                   CAMPO-INFORMADO-MUESTRA
           END-IF.

       ARMA-TEXTO-ESTADO.
           EVALUATE TRUE
               WHEN CONFIRMACION-ENVIADA
                   MOVE "ENVIADA, SIN RESPUESTA" TO TEXTO-ESTADO
               WHEN CONFIRMACION-CONFORME
                   MOVE "CONFORME" TO TEXTO-ESTADO
               WHEN CONFIRMACION-DISCONFORME
                   MOVE "DISCONFORME" TO TEXTO-ESTADO
               WHEN CONFIRMACION-SIN-RESPUESTA
                   MOVE "NO RESPONDIO" TO TEXTO-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO TEXTO-ESTADO
           END-EVALUATE.

       PIDE-RESPUESTA.
           MOVE SPACES TO CAMPO-RESPUESTA.
           DISPLAY "Respuesta: C = conforme, D = disconforme, "
                   "N = no respondio: ".
           ACCEPT CAMPO-RESPUESTA.
           MOVE FUNCTION UPPER-CASE(CAMPO-RESPUESTA) TO CAMPO-RESPUESTA.
           MOVE ZERO TO IMPORTE-INFORMADO.
           MOVE SPACES TO CAMPO-OBSERVACION.
           IF CAMPO-RESPUESTA NOT = "C" AND CAMPO-RESPUESTA NOT = "D"
              AND CAMPO-RESPUESTA NOT = "N"
           DISPLAY "Respuesta invalida, no se registro."
           MOVE "N" TO RESPUESTA-APROBADA
           ELSE
           IF CAMPO-RESPUESTA = "D"
           PERFORM PIDE-IMPORTE-INFORMADO
           END-IF
           IF RESPUESTA-APROBADA = "S" AND CAMPO-RESPUESTA NOT = "C"
           DISPLAY "Observacion (opcional): "
           ACCEPT CAMPO-OBSERVACION
           END-IF
           END-IF.

       PIDE-IMPORTE-INFORMADO.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Saldo que informa el cliente (con centavos "
                   "opcionales): ".
           ACCEPT IMPORTE-TEXTO.
           PERFORM VALIDA-TEXTO-IMPORTE.
           IF IMPORTE-TEXTO-VALIDO = "N"
           MOVE "N" TO RESPUESTA-APROBADA
           DISPLAY "El saldo debe ser un numero (centavos con "
                   "punto), no se registro."
           ELSE
           PERFORM CONVIERTE-IMPORTE-TEXTO
           MOVE IMPORTE-CONVERTIDO TO IMPORTE-INFORMADO
           IF IMPORTE-INFORMADO = CONFIRMACION-SALDO-CORTE
           DISPLAY "Atencion: el saldo informado coincide con el "
                   "de la carta."
           END-IF
           END-IF.

       APLICA-RESPUESTA.
           MOVE CAMPO-RESPUESTA TO CONFIRMACION-ESTADO.
           MOVE IMPORTE-INFORMADO TO CONFIRMACION-IMPORTE-INFORMADO.
           MOVE CAMPO-OBSERVACION TO CONFIRMACION-OBSERVACION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO
               CONFIRMACION-FECHA-RESPUESTA.
           MOVE OPERADOR TO CONFIRMACION-OPERADOR-RESPUESTA.
           REWRITE CONFIRMACION-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo grabar la respuesta de "
                   CONFIRMACION-CLIENTES-ID "."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-RESPUESTAS
           DISPLAY "Respuesta registrada."
           END-REWRITE.

      *Revisa el texto de un importe caracter por caracter, la misma
      *tecnica que VALIDA-TEXTO-IMPORTE de Modificar-registro: un
      *signo adelante opcional, digitos, y a lo sumo un punto decimal
      *seguido de exactamente dos digitos de centavos:
       VALIDA-TEXTO-IMPORTE.
           MOVE "S" TO IMPORTE-TEXTO-VALIDO.
           MOVE ZEROES TO IMPORTE-DIGITOS.
           MOVE ZEROES TO IMPORTE-PUNTOS.
           MOVE ZEROES TO IMPORTE-DIGITOS-CENTAVOS.
           MOVE 1 TO IMPORTE-POSICION.
           PERFORM REVISA-CARACTER-IMPORTE
               UNTIL IMPORTE-POSICION > 15.
           IF IMPORTE-DIGITOS = ZEROES
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF.
           IF IMPORTE-PUNTOS > ZEROES AND
              IMPORTE-DIGITOS-CENTAVOS NOT = 2
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF.

       REVISA-CARACTER-IMPORTE.
           MOVE IMPORTE-TEXTO (IMPORTE-POSICION:1)
               TO IMPORTE-CARACTER.
           IF IMPORTE-CARACTER NUMERIC
           ADD 1 TO IMPORTE-DIGITOS
           IF IMPORTE-PUNTOS > ZEROES
           ADD 1 TO IMPORTE-DIGITOS-CENTAVOS
           END-IF
           ELSE
           IF IMPORTE-CARACTER = "."
           ADD 1 TO IMPORTE-PUNTOS
           IF IMPORTE-PUNTOS > 1
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           ELSE
           IF IMPORTE-CARACTER = "+" OR IMPORTE-CARACTER = "-"
           IF IMPORTE-POSICION NOT = 1
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           ELSE
           IF IMPORTE-CARACTER NOT = SPACE
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF
           END-IF
           END-IF.
           ADD 1 TO IMPORTE-POSICION.

      *Convierte el texto ya validado a pesos con centavos:
       CONVIERTE-IMPORTE-TEXTO.
           MOVE "N" TO IMPORTE-NEGATIVO.
           IF IMPORTE-TEXTO (1:1) = "-"
           MOVE "S" TO IMPORTE-NEGATIVO
           MOVE SPACE TO IMPORTE-TEXTO (1:1)
           END-IF.
           IF IMPORTE-TEXTO (1:1) = "+"
           MOVE SPACE TO IMPORTE-TEXTO (1:1)
           END-IF.
           MOVE ZEROES TO IMPORTE-PARTE-ENTERA.
           MOVE SPACES TO IMPORTE-PARTE-CENTAVOS.
           UNSTRING IMPORTE-TEXTO DELIMITED BY "."
               INTO IMPORTE-PARTE-ENTERA IMPORTE-PARTE-CENTAVOS
           END-UNSTRING.
           MOVE ZEROES TO IMPORTE-CENTAVOS.
           IF IMPORTE-PARTE-CENTAVOS NUMERIC
           MOVE IMPORTE-PARTE-CENTAVOS TO IMPORTE-CENTAVOS
           END-IF.
           COMPUTE IMPORTE-CONVERTIDO =
               IMPORTE-PARTE-ENTERA + IMPORTE-CENTAVOS / 100.
           IF IMPORTE-NEGATIVO = "S"
           COMPUTE IMPORTE-CONVERTIDO = ZERO - IMPORTE-CONVERTIDO
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Registrar-respuesta-confirmacion.

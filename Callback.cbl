      *          Reporte-inactividad: lista lo pendiente y deja
      *          tachar a un cliente como contactado, asentando de
      *          paso el evento en el log de contactos para que la
      *          fecha de ultimo contacto derive sola. Los clientes
      *          que estan en gestion de una agencia de cobranza no
      *          se listan: mientras tanto no los llamamos nosotros.
      *          Cada entrada muestra el oficial de cuenta del
      *          cliente, y una llamada que se agenda va por defecto
      *          a ese oficial. Si el cliente es objetivo de una
      *          campana de marketing en curso, el contacto se le
      *          atribuye.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBaseColaContactos.cbl".
      *Log de eventos de contacto:
       COPY "DataBaseContactos.cbl".
      *Asignaciones a agencias de cobranza:
       COPY "DataBaseAsignaciones.cbl".
      *Oficial de cuenta de cada cliente:
       COPY "DataBaseCartera.cbl".
      *Copia de trabajo usada para reescribir la cola:
       SELECT OPTIONAL ARCHIVO-COLA-TEMP
       ASSIGN TO "cola_contactos_temp.dat"
       FILE SECTION.
       COPY "DataColaContactos.cbl".
       COPY "DataContactos.cbl".
       COPY "DataAsignaciones.cbl".
       COPY "DataCartera.cbl".

       FD  ARCHIVO-COLA-TEMP.
           01 COLA-TEMP-REGISTRO.
       77  ID-BUSCADO PIC X(6).
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CONTADOR-PENDIENTES PIC 9(5) VALUE ZEROES.
       77  ASIGNACIONES-STATUS PIC XX.
       77  HAY-ASIGNACION-ACTIVA PIC X.
       77  FIN-DE-ASIGNACIONES PIC X.
       77  CONTADOR-EN-AGENCIA PIC 9(5) VALUE ZEROES.
       77  SE-TACHO PIC X.
       77  SE-AGENDO PIC X.
       77  ACCION-ELEGIDA PIC X.
       77  CAMPO-FECHA-AGENDA PIC X(8).
       77  CAMPO-HORA-AGENDA PIC X(4).
       77  CAMPO-OPERADOR-ASIGNADO PIC X(10).
      *Oficial de cuenta del cliente, a quien se le derivan sus
      *llamadas salvo que se indique otro operador:
       77  CARTERA-STATUS PIC XX.
       77  HAY-CARTERA PIC X.
       77  OFICIAL-DEL-CLIENTE PIC X(10).
       77  CLIENTE-DEL-OFICIAL PIC X(6).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
      *Atribucion del hecho a las campanas de marketing en curso:
       COPY "DataCampanaAtribucion.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM PIDE-OPERADOR.
           OPEN INPUT ARCHIVO-ASIGNACIONES.
           OPEN INPUT ARCHIVO-CARTERA.
           MOVE "N" TO HAY-CARTERA.
           IF CARTERA-STATUS = "00"
           MOVE "S" TO HAY-CARTERA
           END-IF.
           PERFORM LISTA-PENDIENTES.
           CLOSE ARCHIVO-ASIGNACIONES.
           IF CONTADOR-PENDIENTES = ZEROES
           DISPLAY "No hay contactos pendientes en la cola."
           ELSE
           PERFORM ATIENDE-PENDIENTE
           UNTIL ID-BUSCADO = ZEROES OR ID-BUSCADO = SPACE
           END-IF.
           CLOSE ARCHIVO-CARTERA.
           GOBACK.

       PIDE-OPERADOR.
           UNTIL FIN-DE-COLA = "0".
           CLOSE ARCHIVO-COLA-CONTACTOS.
           DISPLAY "Pendientes: " CONTADOR-PENDIENTES.
           IF CONTADOR-EN-AGENCIA > ZEROES
           DISPLAY "No listados por estar en una agencia de "
                   "cobranza: " CONTADOR-EN-AGENCIA
           END-IF.

       LEE-SIGUIENTE-COLA.
           READ ARCHIVO-COLA-CONTACTOS
           AT END
           MOVE "0" TO FIN-DE-COLA.

      *Una entrada abierta de un cliente que esta en una agencia de
      *cobranza queda en la cola sin listarse; si la agencia lo
      *devuelve, vuelve a aparecer sola:
       MUESTRA-PENDIENTE.
           IF COLA-PENDIENTE OR COLA-AGENDADO
           PERFORM BUSCA-ASIGNACION-ACTIVA
           IF HAY-ASIGNACION-ACTIVA = "S"
           ADD 1 TO CONTADOR-EN-AGENCIA
           ELSE
           PERFORM MUESTRA-ENTRADA-ABIERTA
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-COLA.

       MUESTRA-ENTRADA-ABIERTA.
           IF COLA-PENDIENTE
           ADD 1 TO CONTADOR-PENDIENTES
           MOVE COLA-CLIENTES-ID TO CLIENTE-DEL-OFICIAL
           PERFORM BUSCA-OFICIAL-CLIENTE
           DISPLAY "ID: " COLA-CLIENTES-ID
                   "  detectado el " COLA-FECHA-DETECTADO
                   "  oficial " FUNCTION TRIM(OFICIAL-DEL-CLIENTE)
           END-IF.
           IF COLA-AGENDADO
           ADD 1 TO CONTADOR-PENDIENTES
                   COLA-HORA-AGENDA (3:2)
                   " con " FUNCTION TRIM(COLA-OPERADOR-ASIGNADO)
           END-IF.

      *Recorre las asignaciones del cliente por la clave alterna,
      *misma busqueda que Cartas-mora:
       BUSCA-ASIGNACION-ACTIVA.
           MOVE "N" TO HAY-ASIGNACION-ACTIVA.
           IF ASIGNACIONES-STATUS = "00"
           MOVE COLA-CLIENTES-ID TO ASIGNACION-CLIENTES-ID
           MOVE "1" TO FIN-DE-ASIGNACIONES
           START ARCHIVO-ASIGNACIONES
               KEY IS EQUAL TO ASIGNACION-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-ASIGNACIONES
           END-START
           PERFORM REVISA-ASIGNACION-DEL-CLIENTE
           UNTIL FIN-DE-ASIGNACIONES = "0"
           END-IF.

       REVISA-ASIGNACION-DEL-CLIENTE.
           READ ARCHIVO-ASIGNACIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-ASIGNACIONES
           NOT AT END
           IF ASIGNACION-CLIENTES-ID NOT = COLA-CLIENTES-ID
           MOVE "0" TO FIN-DE-ASIGNACIONES
           ELSE
           IF ASIGNACION-EN-AGENCIA
           MOVE "S" TO HAY-ASIGNACION-ACTIVA
           MOVE "0" TO FIN-DE-ASIGNACIONES
           END-IF
           END-IF
           END-READ.

      *Un cliente sin oficial asignado se muestra con el oficial en
      *blanco y sus llamadas quedan para quien lo atienda:
       BUSCA-OFICIAL-CLIENTE.
           MOVE SPACES TO OFICIAL-DEL-CLIENTE.
           IF HAY-CARTERA = "S"
           MOVE CLIENTE-DEL-OFICIAL TO CARTERA-CLIENTES-ID
           READ ARCHIVO-CARTERA RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE CARTERA-OFICIAL TO OFICIAL-DEL-CLIENTE
           END-READ
           END-IF.

       PIDE-CLIENTES-ID.
           DISPLAY " ".
           MOVE SPACE TO CAMPO-HORA-AGENDA.
           DISPLAY "Hora (HHMM): ".
           ACCEPT CAMPO-HORA-AGENDA.
           MOVE ID-BUSCADO TO CLIENTE-DEL-OFICIAL.
           PERFORM BUSCA-OFICIAL-CLIENTE.
           MOVE SPACE TO CAMPO-OPERADOR-ASIGNADO.
           IF OFICIAL-DEL-CLIENTE = SPACES
           DISPLAY "Operador asignado (blanco = usted): "
           ELSE
           DISPLAY "Operador asignado (blanco = oficial de cuenta "
                   FUNCTION TRIM(OFICIAL-DEL-CLIENTE) "): "
           END-IF.
           ACCEPT CAMPO-OPERADOR-ASIGNADO.
           IF CAMPO-OPERADOR-ASIGNADO = SPACE
           IF OFICIAL-DEL-CLIENTE = SPACES
           MOVE OPERADOR TO CAMPO-OPERADOR-ASIGNADO
           ELSE
           MOVE OFICIAL-DEL-CLIENTE TO CAMPO-OPERADOR-ASIGNADO
           END-IF
           END-IF.

       PIDE-TIPO-CONTACTO.
           MOVE OPERADOR TO CONTACTO-OPERADOR.
           WRITE CONTACTO-REGISTRO.
           CLOSE ARCHIVO-CONTACTOS.
           MOVE ID-BUSCADO TO ATRIBUCION-CLIENTES-ID.
           MOVE "C" TO ATRIBUCION-EVENTO.
           MOVE SPACES TO ATRIBUCION-PRODUCTO.
           CALL "Atribuir-campana" USING ATRIBUCION-CAMPANA.

       END PROGRAM Atender-cola-contactos.

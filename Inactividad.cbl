       COPY "DataBaseContactos.cbl".
      *Cola de contactos pendientes que alimenta este reporte:
       COPY "DataBaseColaContactos.cbl".
      *Asignaciones a agencias de cobranza, que sacan al cliente de
      *la gestion propia:
       COPY "DataBaseAsignaciones.cbl".
      *Salida opcional de mail-merge para la campana de reactivacion:
       SELECT OPTIONAL ARCHIVO-MAILING
       ASSIGN TO "inactividad_mailing.csv"
       COPY "DataContactos.cbl".
      *Cola de contactos pendientes:
       COPY "DataColaContactos.cbl".
      *Asignaciones a agencias de cobranza:
       COPY "DataAsignaciones.cbl".

       FD  ARCHIVO-MAILING.
           01 LINEA-MAILING PIC X(150).
      *mail-merge y contados para el resumen:
       77  CONTADOR-SIN-CORREO PIC 9(5) VALUE ZEROES.
       77  CONTADOR-SIN-EMAIL PIC 9(5) VALUE ZEROES.
      *Clientes en gestion de una agencia de cobranza, que no van a
      *la cola ni al mailing:
       77  ASIGNACIONES-STATUS PIC XX.
       77  HAY-ASIGNACION-ACTIVA PIC X.
       77  FIN-DE-ASIGNACIONES PIC X.
       77  CONTADOR-EN-AGENCIA PIC 9(5) VALUE ZEROES.
       01  MENSAJE-INACTIVIDAD PIC X(60) VALUE
           "Hace tiempo que no sabemos de usted; lo esperamos.".

                   CLIENTES-STATUS
           END-IF.
           OPEN INPUT ARCHIVO-CONTACTOS.
           OPEN INPUT ARCHIVO-ASIGNACIONES.
           DISPLAY " ".
           STRING "===== CLIENTES SIN CONTACTO HACE MAS DE "
               CANTIDAD-MESES " MESES ====="
           PERFORM MUESTRA-TOTAL.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CONTACTOS.
           CLOSE ARCHIVO-ASIGNACIONES.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           DISPLAY "Suprimidos de la cola por preferencia de no "
                   "llamar: " CONTADOR-SIN-TELEFONO
           END-IF.
           IF CONTADOR-EN-AGENCIA > 0
           DISPLAY "En gestion de una agencia de cobranza (fuera "
                   "de la cola y del mailing): " CONTADOR-EN-AGENCIA
           END-IF.
           IF CONTADOR-ENCOLADOS > 0
           DISPLAY "Clientes nuevos en la cola de contactos: "
                   CONTADOR-ENCOLADOS
           END-IF.
           PERFORM LEE-SIGUIENTE-CONTACTO.

      *Un cliente en gestion de una agencia de cobranza sale en el
      *reporte, pero no se lo contacta por nuestra cuenta: ni mailing
      *ni cola de contactos mientras la agencia tenga la cuenta:
       MUESTRA-CLIENTE-INACTIVO.
           ADD 1 TO CONTADOR-INACTIVOS.
           STRING "ID: " CLIENTES-ID
               "  Ultimo contacto: " FECHA-CONTACTO-NUM
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM BUSCA-ASIGNACION-ACTIVA.
           IF HAY-ASIGNACION-ACTIVA = "S"
           ADD 1 TO CONTADOR-EN-AGENCIA
           ELSE
           IF GENERA-MAILING = "S"
           PERFORM GRABA-LINEA-MAILING
           END-IF
           PERFORM ENCOLA-SI-HACE-FALTA
           END-IF.

      *Recorre las asignaciones del cliente por la clave alterna,
      *misma busqueda que Cartas-mora:
       BUSCA-ASIGNACION-ACTIVA.
           MOVE "N" TO HAY-ASIGNACION-ACTIVA.
           IF ASIGNACIONES-STATUS = "00"
           MOVE CLIENTES-ID TO ASIGNACION-CLIENTES-ID
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
           IF ASIGNACION-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-ASIGNACIONES
           ELSE
           IF ASIGNACION-EN-AGENCIA
           MOVE "S" TO HAY-ASIGNACION-ACTIVA
           MOVE "0" TO FIN-DE-ASIGNACIONES
           END-IF
           END-IF
           END-READ.

      *Cada cliente detectado queda en la cola de contactos como
      *pendiente, salvo que ya tenga una entrada pendiente de una

      *Corrida simulada de los posteos mensuales: si simulacion.flg
      *nombra a este programa, la corrida calcula todo igual pero en
      *lugar de grabar saldos, ledger, auditoria y checkpoints deja
      *cada renglon que habria asentado en simulacion_posteo.dat y en
      *un spool catalogado, con totales por tipo y moneda. La senal
      *se borra al leerla: vale para una sola corrida.
       COMPRUEBA-MODO-SIMULACION.
           MOVE "N" TO MODO-SIMULACION.
           OPEN INPUT ARCHIVO-SIMULACION-SENAL.
           IF SIMULACION-SENAL-STATUS = "00"
           READ ARCHIVO-SIMULACION-SENAL
           AT END
           CONTINUE
           NOT AT END
           IF SIMULACION-SENAL-REGISTRO = PROGRAMA-SIMULADO
           MOVE "S" TO MODO-SIMULACION
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-SIMULACION-SENAL.
           IF MODO-SIMULACION = "S"
           DELETE FILE ARCHIVO-SIMULACION-SENAL
           DISPLAY "*** SIMULACION: se calcula lo que se asentaria, "
                   "sin grabar saldos, ledger ni checkpoints ***"
           END-IF.

      *La simulacion nueva de un proceso reemplaza a la anterior del
      *mismo proceso; las de los otros procesos quedan:
       ABRE-SIMULACION.
           MOVE ZEROES TO CONTADOR-SIMULADOS.
           MOVE ZEROES TO CANTIDAD-SIM-TOTALES.
           MOVE ZEROES TO CANTIDAD-SALDOS-SIM.
           OPEN I-O ARCHIVO-SIMULACION.
           IF SIMULACION-STATUS (1:1) NOT = "0"
           DISPLAY "Error abriendo simulacion_posteo.dat, status: "
                   SIMULACION-STATUS
           END-IF.
           PERFORM BORRA-SIMULACION-ANTERIOR.
           MOVE SPACES TO PARAMETROS-DEL-REPORTE.
           STRING "FECHA=" FECHA-SIMULADA
               DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           STRING "SIMULACION DE " DELIMITED BY SIZE
               PROGRAMA-SIMULADO DELIMITED BY SPACE
               " - CORRIDA DEL " FECHA-SIMULADA
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Nada de este reporte quedo asentado." TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "ID      T    Mon          Importe   Saldo result."
               TO LINEA-SPOOL.
           MOVE "Concepto" TO LINEA-SPOOL (50:8).
           PERFORM MUESTRA-Y-SPOOL.

       BORRA-SIMULACION-ANTERIOR.
           MOVE LOW-VALUES TO SIMULACION-CLAVE.
           MOVE PROCESO-SIMULADO TO SIMULACION-PROCESO.
           START ARCHIVO-SIMULACION
               KEY IS NOT LESS SIMULACION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-SIMULACION
           NOT INVALID KEY
           MOVE "1" TO FIN-SIMULACION
           PERFORM LEE-SIMULACION-ANTERIOR
           END-START.
           PERFORM BORRA-RENGLON-SIMULADO
           UNTIL FIN-SIMULACION = "0".

       LEE-SIMULACION-ANTERIOR.
           READ ARCHIVO-SIMULACION NEXT RECORD
           AT END
           MOVE "0" TO FIN-SIMULACION
           NOT AT END
           IF SIMULACION-PROCESO NOT = PROCESO-SIMULADO
           MOVE "0" TO FIN-SIMULACION
           END-IF
           END-READ.

       BORRA-RENGLON-SIMULADO.
           DELETE ARCHIVO-SIMULACION RECORD
           INVALID KEY
           DISPLAY "Error borrando la simulacion anterior, status: "
                   SIMULACION-STATUS
           END-DELETE.
           PERFORM LEE-SIMULACION-ANTERIOR.

      *Graba el renglon que la corrida habria asentado para el
      *cliente leido (SIMULADO-TIPO, -IMPORTE, -SALDO, -CONCEPTO) y
      *lo deja en el spool; dos renglones del mismo cliente y tipo
      *chocan en la clave y el reintento les da la secuencia
      *siguiente, igual que en el ledger:
       GRABA-RENGLON-SIMULADO.
           MOVE CLIENTES-MONEDA TO SIMULADO-MONEDA.
           IF SIMULADO-MONEDA = SPACES
           MOVE "ARS" TO SIMULADO-MONEDA
           END-IF.
           MOVE PROCESO-SIMULADO TO SIMULACION-PROCESO.
           MOVE CLIENTES-ID TO SIMULACION-CLIENTES-ID.
           MOVE SIMULADO-TIPO TO SIMULACION-TIPO.
           MOVE 1 TO SIMULACION-SECUENCIA.
           MOVE FECHA-SIMULADA TO SIMULACION-FECHA.
           MOVE FUNCTION CURRENT-DATE TO SIMULACION-FECHA-HORA.
           MOVE SIMULADO-MONEDA TO SIMULACION-MONEDA.
           MOVE SIMULADO-IMPORTE TO SIMULACION-IMPORTE.
           MOVE SIMULADO-SALDO TO SIMULACION-SALDO-RESULTANTE.
           MOVE SIMULADO-CONCEPTO TO SIMULACION-CONCEPTO.
           MOVE "N" TO SIMULACION-GRABADA.
           PERFORM INTENTA-GRABAR-SIMULACION
               UNTIL SIMULACION-GRABADA = "S".
           ADD 1 TO CONTADOR-SIMULADOS.
           PERFORM ACUMULA-TOTAL-SIMULADO.
           MOVE SIMULADO-IMPORTE TO SIMULADO-IMPORTE-MUESTRA.
           MOVE SIMULADO-SALDO TO SIMULADO-SALDO-MUESTRA.
           MOVE SPACES TO LINEA-SPOOL.
           STRING CLIENTES-ID "  " SIMULADO-TIPO "    "
               SIMULADO-MONEDA "  " SIMULADO-IMPORTE-MUESTRA "   "
               SIMULADO-SALDO-MUESTRA "  " SIMULADO-CONCEPTO
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       INTENTA-GRABAR-SIMULACION.
           WRITE SIMULACION-REGISTRO
           INVALID KEY
           ADD 1 TO SIMULACION-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO SIMULACION-GRABADA
           END-WRITE.

       ACUMULA-TOTAL-SIMULADO.
           MOVE "N" TO SIM-TOTAL-HALLADO.
           PERFORM BUSCA-TOTAL-SIMULADO
               VARYING INDICE-SIM-TOTAL FROM 1 BY 1
               UNTIL INDICE-SIM-TOTAL > CANTIDAD-SIM-TOTALES
               OR SIM-TOTAL-HALLADO = "S".
           IF SIM-TOTAL-HALLADO = "N"
           IF CANTIDAD-SIM-TOTALES < MAXIMO-SIM-TOTALES
           ADD 1 TO CANTIDAD-SIM-TOTALES
           MOVE SIMULADO-TIPO TO SIM-TOT-TIPO (CANTIDAD-SIM-TOTALES)
           MOVE SIMULADO-MONEDA TO
               SIM-TOT-MONEDA (CANTIDAD-SIM-TOTALES)
           MOVE 1 TO SIM-TOT-RENGLONES (CANTIDAD-SIM-TOTALES)
           MOVE SIMULADO-IMPORTE TO
               SIM-TOT-IMPORTE (CANTIDAD-SIM-TOTALES)
           ELSE
           DISPLAY "Tabla de totales simulados llena, queda fuera: "
                   SIMULADO-TIPO " " SIMULADO-MONEDA
           END-IF
           END-IF.

       BUSCA-TOTAL-SIMULADO.
           IF SIM-TOT-TIPO (INDICE-SIM-TOTAL) = SIMULADO-TIPO AND
              SIM-TOT-MONEDA (INDICE-SIM-TOTAL) = SIMULADO-MONEDA
           MOVE "S" TO SIM-TOTAL-HALLADO
           ADD 1 TO SIM-TOT-RENGLONES (INDICE-SIM-TOTAL)
           ADD SIMULADO-IMPORTE TO SIM-TOT-IMPORTE (INDICE-SIM-TOTAL)
           END-IF.

       CIERRA-SIMULACION.
           CLOSE ARCHIVO-SIMULACION.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "TOTALES POR TIPO DE MOVIMIENTO Y MONEDA:" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-TOTAL-SIMULADO
               VARYING INDICE-SIM-TOTAL FROM 1 BY 1
               UNTIL INDICE-SIM-TOTAL > CANTIDAD-SIM-TOTALES.
           STRING "Renglones simulados: " CONTADOR-SIMULADOS
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Para cruzarla con la corrida real: "
               "Comparar-simulacion, proceso " PROCESO-SIMULADO "."
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.

       MUESTRA-TOTAL-SIMULADO.
           MOVE SIM-TOT-IMPORTE (INDICE-SIM-TOTAL) TO SIM-TOT-MUESTRA.
           STRING "  Tipo " SIM-TOT-TIPO (INDICE-SIM-TOTAL) "  "
               SIM-TOT-MONEDA (INDICE-SIM-TOTAL)
               "  Renglones: " SIM-TOT-RENGLONES (INDICE-SIM-TOTAL)
               "  Importe: " SIM-TOT-MUESTRA
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Recien leido el cliente, si la simulacion ya le dejo un saldo
      *en esta corrida, ese es el que tendria la corrida real:
       TOMA-SALDO-SIMULADO.
           PERFORM UBICA-SALDO-SIMULADO.
           IF SALDO-SIM-HALLADO = "S"
           MOVE SALDO-SIM-SALDO (INDICE-SALDO-SIM) TO CLIENTES-SALDO
           END-IF.

      *Guarda el saldo que la simulacion le dejo al cliente:
       GUARDA-SALDO-SIMULADO.
           PERFORM UBICA-SALDO-SIMULADO.
           IF SALDO-SIM-HALLADO = "S"
           MOVE CLIENTES-SALDO TO SALDO-SIM-SALDO (INDICE-SALDO-SIM)
           ELSE
           IF CANTIDAD-SALDOS-SIM < MAXIMO-SALDOS-SIM
           ADD 1 TO CANTIDAD-SALDOS-SIM
           MOVE CLIENTES-ID TO
               SALDO-SIM-CLIENTES-ID (CANTIDAD-SALDOS-SIM)
           MOVE CLIENTES-SALDO TO SALDO-SIM-SALDO (CANTIDAD-SALDOS-SIM)
           ELSE
           DISPLAY "Tabla de saldos simulados llena: el cliente "
                   CLIENTES-ID " puede diferir de la corrida real."
           END-IF
           END-IF.

       UBICA-SALDO-SIMULADO.
           MOVE "N" TO SALDO-SIM-HALLADO.
           MOVE 1 TO INDICE-SALDO-SIM.
           PERFORM AVANZA-SALDO-SIMULADO
               UNTIL INDICE-SALDO-SIM > CANTIDAD-SALDOS-SIM
               OR SALDO-SIM-HALLADO = "S".

       AVANZA-SALDO-SIMULADO.
           IF SALDO-SIM-CLIENTES-ID (INDICE-SALDO-SIM) = CLIENTES-ID
           MOVE "S" TO SALDO-SIM-HALLADO
           ELSE
           ADD 1 TO INDICE-SALDO-SIM
           END-IF.

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
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

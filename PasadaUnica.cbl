      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Pasada unica de los reportes pesados sobre el archivo
      *          de clientes: lee clientes.dat una sola vez y le pasa
      *          cada registro al acumulador de cada reporte pedido
      *          (crecimiento, distribucion por pais, saldo alto,
      *          salud, productos y scoring), que arma su salida con
      *          spool y catalogo propios igual que en una corrida
      *          suelta. La llaman las opciones del menu de cada
      *          reporte (con un solo pedido) y Procesar-cola-reportes
      *          (con todos los de la noche); para la cola deja en
      *          nocturno_historia.dat la duracion, los registros
      *          leidos y cuantos reportes se alimentaron, asi se ve
      *          cuantas lecturas del archivo se ahorraron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-pasada-unica.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Historial de corridas del proceso nocturno:
       COPY "DataBaseNocturnoHistoria.cbl".
      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataNocturnoHistoria.cbl".
       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  NOCTURNO-HISTORIA-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  INDICE-PEDIDO PIC 9(2).
       77  INDICE-ANTERIOR PIC 9(2).
       77  INDICE-SCORE PIC 9(2) VALUE ZEROES.
       77  REPORTES-ABIERTOS PIC 9(2).
       77  CONTADOR-LEIDOS PIC 9(7).
       77  LECTURAS-AHORRADAS PIC 9(7).
       77  HUBO-REPORTE-FALLADO PIC X.
      *Acumulador que atiende cada pedido (en blanco, el pedido no se
      *alimenta: codigo desconocido, repetido o que no se pudo
      *llamar):
       01  TABLA-PROGRAMAS.
           05 PROGRAMA-DEL-REPORTE PIC X(30) OCCURS 6 TIMES.
       COPY "DataPasadaReporte.cbl".
      *Cronometro de la pasada, como el de cada paso del nocturno:
       77  HORA-INICIO-PASADA PIC X(6).
       77  HORA-FIN-PASADA PIC X(6).
       77  SEGUNDOS-INICIO PIC 9(7).
       77  SEGUNDOS-FIN PIC 9(7).
       77  DURACION-PASADA PIC 9(7).
       77  HORAS-PARTE PIC 9(2).
       77  MINUTOS-PARTE PIC 9(2).
       77  SEGUNDOS-PARTE PIC 9(2).

       LINKAGE SECTION.
       COPY "DataPasadaPedidos.cbl".

       PROCEDURE DIVISION USING PASADA-PEDIDOS.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-INICIO-PASADA.
           MOVE ZEROES TO CONTADOR-LEIDOS.
           MOVE ZEROES TO REPORTES-ABIERTOS.
           MOVE ZEROES TO INDICE-SCORE.
           PERFORM ARRANCA-REPORTE
               VARYING INDICE-PEDIDO FROM 1 BY 1
               UNTIL INDICE-PEDIDO > PASADA-CANTIDAD.
           IF REPORTES-ABIERTOS > ZEROES
           PERFORM RECORRE-CLIENTES
           PERFORM CIERRA-REPORTE
               VARYING INDICE-PEDIDO FROM 1 BY 1
               UNTIL INDICE-PEDIDO > PASADA-CANTIDAD
           END-IF.
           IF PASADA-GRABA-HISTORIA = "S"
           PERFORM GRABA-HISTORIA-PASADA
           END-IF.
           GOBACK.

      *Cada codigo tiene su acumulador; el scoring ademas obliga a
      *abrir el archivo para regrabar. Un codigo repetido en la misma
      *pasada se rechaza: el acumulador es uno solo y se pisaria:
       ARRANCA-REPORTE.
           MOVE "F" TO PASADA-RESULTADO (INDICE-PEDIDO).
           MOVE SPACES TO PROGRAMA-DEL-REPORTE (INDICE-PEDIDO).
           EVALUATE PASADA-CODIGO (INDICE-PEDIDO)
               WHEN "CRECIM"
                   MOVE "Acumula-crecimiento" TO
                       PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               WHEN "PAIS"
                   MOVE "Acumula-distribucion-pais" TO
                       PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               WHEN "SALDALT"
                   MOVE "Acumula-saldo-alto" TO
                       PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               WHEN "SALUD"
                   MOVE "Acumula-salud" TO
                       PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               WHEN "PRODUCT"
                   MOVE "Acumula-productos" TO
                       PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               WHEN "SCORE"
                   MOVE "Acumula-score-clientes" TO
                       PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               WHEN OTHER
                   DISPLAY "Reporte desconocido para la pasada unica: "
                           PASADA-CODIGO (INDICE-PEDIDO)
           END-EVALUATE.
           PERFORM BUSCA-CODIGO-REPETIDO
               VARYING INDICE-ANTERIOR FROM 1 BY 1
               UNTIL INDICE-ANTERIOR NOT < INDICE-PEDIDO.
           IF PROGRAMA-DEL-REPORTE (INDICE-PEDIDO) NOT = SPACES
           MOVE "I" TO PASADA-ACCION
           MOVE PASADA-PEDIDO-PARAMETROS (INDICE-PEDIDO) TO
               PASADA-PARAMETROS
           CALL PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               USING PASADA-REPORTE
               ON EXCEPTION
               DISPLAY "No se pudo llamar a "
                       FUNCTION TRIM(PROGRAMA-DEL-REPORTE
                       (INDICE-PEDIDO)) "."
               MOVE SPACES TO PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               NOT ON EXCEPTION
               MOVE "C" TO PASADA-RESULTADO (INDICE-PEDIDO)
               ADD 1 TO REPORTES-ABIERTOS
               IF PASADA-CODIGO (INDICE-PEDIDO) = "SCORE"
               MOVE INDICE-PEDIDO TO INDICE-SCORE
               END-IF
           END-CALL
           END-IF.

       BUSCA-CODIGO-REPETIDO.
           IF PASADA-CODIGO (INDICE-ANTERIOR) =
              PASADA-CODIGO (INDICE-PEDIDO) AND
              PROGRAMA-DEL-REPORTE (INDICE-PEDIDO) NOT = SPACES
           DISPLAY "El reporte " PASADA-CODIGO (INDICE-PEDIDO)
                   " figura dos veces en la pasada; corre una sola."
           MOVE SPACES TO PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
           END-IF.

      *Si hay scoring el archivo se abre para regrabar, igual que en
      *Calcular-score-clientes; si no, solo para leer. Si no abre,
      *los reportes salen vacios (como salian sueltos) y quedan
      *fallados:
       RECORRE-CLIENTES.
           IF INDICE-SCORE > ZEROES
           OPEN I-O ARCHIVO-CLIENTES
           ELSE
           OPEN INPUT ARCHIVO-CLIENTES
           END-IF.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           PERFORM MARCA-REPORTE-FALLADO
               VARYING INDICE-PEDIDO FROM 1 BY 1
               UNTIL INDICE-PEDIDO > PASADA-CANTIDAD
           ELSE
           MOVE "1" TO FIN-DEL-ARCHIVO
           PERFORM LEE-SIGUIENTE-REGISTRO
           PERFORM REPARTE-REGISTRO
               UNTIL FIN-DEL-ARCHIVO = "0"
           END-IF.
           CLOSE ARCHIVO-CLIENTES.

       MARCA-REPORTE-FALLADO.
           MOVE "F" TO PASADA-RESULTADO (INDICE-PEDIDO).

       LEE-SIGUIENTE-REGISTRO.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Cada registro va primero a los reportes de solo lectura y
      *despues al scoring, que puede cambiarlo y regrabarlo:
       REPARTE-REGISTRO.
           ADD 1 TO CONTADOR-LEIDOS.
           PERFORM ALIMENTA-REPORTE
               VARYING INDICE-PEDIDO FROM 1 BY 1
               UNTIL INDICE-PEDIDO > PASADA-CANTIDAD.
           IF INDICE-SCORE > ZEROES
           PERFORM ALIMENTA-SCORE
           END-IF.
           PERFORM LEE-SIGUIENTE-REGISTRO.

       ALIMENTA-REPORTE.
           IF PROGRAMA-DEL-REPORTE (INDICE-PEDIDO) NOT = SPACES AND
              INDICE-PEDIDO NOT = INDICE-SCORE
           MOVE "R" TO PASADA-ACCION
           MOVE CLIENTES-REGISTRO TO PASADA-CLIENTE
           CALL PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               USING PASADA-REPORTE
           END-IF.

       ALIMENTA-SCORE.
           MOVE "R" TO PASADA-ACCION.
           MOVE "N" TO PASADA-REGRABAR.
           MOVE CLIENTES-REGISTRO TO PASADA-CLIENTE.
           CALL PROGRAMA-DEL-REPORTE (INDICE-SCORE)
               USING PASADA-REPORTE.
           IF PASADA-REGRABAR = "S"
           MOVE PASADA-CLIENTE (1:LENGTH OF CLIENTES-REGISTRO) TO
               CLIENTES-REGISTRO
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           MOVE "E" TO PASADA-ACCION
           NOT INVALID KEY
           MOVE "G" TO PASADA-ACCION
           END-REWRITE
           CALL PROGRAMA-DEL-REPORTE (INDICE-SCORE)
               USING PASADA-REPORTE
           END-IF.

       CIERRA-REPORTE.
           IF PROGRAMA-DEL-REPORTE (INDICE-PEDIDO) NOT = SPACES
           MOVE "F" TO PASADA-ACCION
           CALL PROGRAMA-DEL-REPORTE (INDICE-PEDIDO)
               USING PASADA-REPORTE
           END-IF.

      *Un renglon con paso 00 (la pasada corre dentro del paso de la
      *cola, no es un paso propio): los registros leidos una vez y
      *cuantos reportes los usaron; sueltos, cada uno los habria
      *leido de nuevo:
       GRABA-HISTORIA-PASADA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIN-PASADA.
           MOVE HORA-INICIO-PASADA (1:2) TO HORAS-PARTE.
           MOVE HORA-INICIO-PASADA (3:2) TO MINUTOS-PARTE.
           MOVE HORA-INICIO-PASADA (5:2) TO SEGUNDOS-PARTE.
           COMPUTE SEGUNDOS-INICIO =
               HORAS-PARTE * 3600 + MINUTOS-PARTE * 60 +
               SEGUNDOS-PARTE.
           MOVE HORA-FIN-PASADA (1:2) TO HORAS-PARTE.
           MOVE HORA-FIN-PASADA (3:2) TO MINUTOS-PARTE.
           MOVE HORA-FIN-PASADA (5:2) TO SEGUNDOS-PARTE.
           COMPUTE SEGUNDOS-FIN =
               HORAS-PARTE * 3600 + MINUTOS-PARTE * 60 +
               SEGUNDOS-PARTE.
           IF SEGUNDOS-FIN < SEGUNDOS-INICIO
           ADD 86400 TO SEGUNDOS-FIN
           END-IF.
           COMPUTE DURACION-PASADA = SEGUNDOS-FIN - SEGUNDOS-INICIO.
           MOVE "N" TO HUBO-REPORTE-FALLADO.
           PERFORM REVISA-RESULTADO
               VARYING INDICE-PEDIDO FROM 1 BY 1
               UNTIL INDICE-PEDIDO > PASADA-CANTIDAD.
           OPEN EXTEND ARCHIVO-NOCTURNO-HISTORIA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO NHIST-FECHA.
           MOVE ZEROES TO NHIST-PASO.
           MOVE HORA-INICIO-PASADA TO NHIST-HORA-INICIO.
           MOVE HORA-FIN-PASADA TO NHIST-HORA-FIN.
           MOVE DURACION-PASADA TO NHIST-DURACION.
           MOVE CONTADOR-LEIDOS TO NHIST-REGISTROS.
           MOVE REPORTES-ABIERTOS TO NHIST-REPORTES.
           IF HUBO-REPORTE-FALLADO = "S"
           MOVE "F" TO NHIST-RESULTADO
           ELSE
           MOVE SPACE TO NHIST-RESULTADO
           END-IF.
           WRITE NHIST-REGISTRO.
           CLOSE ARCHIVO-NOCTURNO-HISTORIA.
           IF REPORTES-ABIERTOS > 1
           COMPUTE LECTURAS-AHORRADAS =
               CONTADOR-LEIDOS * (REPORTES-ABIERTOS - 1)
           ELSE
           MOVE ZEROES TO LECTURAS-AHORRADAS
           END-IF.
           DISPLAY "Pasada unica: " CONTADOR-LEIDOS " registros "
                   "leidos para " REPORTES-ABIERTOS " reportes en "
                   DURACION-PASADA " segundos; lecturas ahorradas: "
                   LECTURAS-AHORRADAS.

       REVISA-RESULTADO.
           IF PASADA-RESULTADO (INDICE-PEDIDO) = "F"
           MOVE "S" TO HUBO-REPORTE-FALLADO
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-pasada-unica.

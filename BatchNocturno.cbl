      *          SCREEN SECTION) y no tiene forma de tomar datos sin un
      *          operador delante; la carga masiva desatendida se hace
      *          con Importar-csv, por separado.
      *          Los pasos de la cadena salen de trabajos_nocturno.dat
      *          (programa, frecuencia diaria, mensual, trimestral o
      *          semanal, dependencias y habilitado), que se mantiene
      *          con Mantener-configuracion; un paso cuyo prerequisito
      *          fallo esa noche se saltea y queda en las alertas. Sin
      *          el archivo corre la cadena de siempre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBasePasoContador.cbl".
      *Alertas operativas para la bandeja del menu:
       COPY "DataBaseAlertas.cbl".
      *Definicion de los pasos de la cadena:
       COPY "DataBaseTrabajosNocturno.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataNocturnoHistoria.cbl".
       COPY "DataPasoContador.cbl".
       COPY "DataAlertas.cbl".
       COPY "DataTrabajosNocturno.cbl".

       WORKING-STORAGE SECTION.
       77  MODO-LOTE-STATUS PIC XX.
       77  MINUTOS-PARTE PIC 9(2).
       77  SEGUNDOS-PARTE PIC 9(2).
       77  FECHA-DE-REINICIO PIC 9(8) VALUE ZEROES.
      *Cadena de trabajos: la definicion cargada, el resultado de
      *cada paso en esta corrida y el programa que se llama:
       COPY "DataTrabajosTabla.cbl".
       01  TABLA-RESULTADOS VALUE SPACES.
           05 RESULTADO-PASO PIC X(1) OCCURS 99 TIMES.
       77  HUBO-PASO-FALLIDO PIC X VALUE "N".
       77  CORRE-HOY PIC X.
       77  PASO-PREVIO-FALLIDO PIC 9(2).
       77  DIA-SEMANA-CORRIDA PIC 9(1).
       77  PROGRAMA-DEL-PASO PIC X(30).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           IF PASO-DE-REINICIO = ZEROES
           CALL "Respaldar-clientes"
           END-IF.
           PERFORM CARGA-TRABAJOS-NOCTURNO.
           IF ORIGEN-DE-TRABAJOS = "D"
           DISPLAY "No hay trabajos_nocturno.dat: corre la cadena de "
                   "siempre."
           END-IF.
      *El dia de la semana de la corrida, para los pasos semanales,
      *es el de la fecha con la que trabaja la cadena:
           COMPUTE DIAS-ENTERO = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           COMPUTE DIA-SEMANA-CORRIDA =
               FUNCTION MOD(DIAS-ENTERO - 1, 7) + 1.
           PERFORM RECORRE-UN-PASO
               VARYING INDICE-TRABAJO FROM 1 BY 1
               UNTIL INDICE-TRABAJO > MAXIMO-PASO-TRABAJO.
           DELETE FILE ARCHIVO-CHECKPOINT-NOCTURNO.
           IF HUBO-PASO-FALLIDO = "S"
           DISPLAY "ATENCION: hubo pasos que fallaron o se saltearon "
                   "por dependencia; ver la bandeja de alertas."
           END-IF.
           IF HUBO-ALERTA-DURACION = "S"
           DISPLAY "ATENCION: al menos un paso supero su duracion "
                   "habitual; ver Reporte-duracion-nocturno."
               NOT AT END
               MOVE CHECKPOINT-PASO-COMPLETO TO PASO-DE-REINICIO
               MOVE CHECKPOINT-FECHA-CORRIDA TO FECHA-DE-REINICIO
               MOVE CHECKPOINT-RESULTADOS TO TABLA-RESULTADOS
           END-READ.
           CLOSE ARCHIVO-CHECKPOINT-NOCTURNO.
           IF PASO-DE-REINICIO > 0
           PERFORM GRABA-ALERTA
           END-IF.

      *Un paso definido y posterior al del checkpoint: decide si le
      *toca correr hoy, si los pasos de los que depende terminaron
      *bien, y deja el checkpoint con el resultado aunque no haya
      *corrido, igual que los pasos mensuales en un dia comun:
       RECORRE-UN-PASO.
           IF TRAB-DEFINIDO (INDICE-TRABAJO) = "S" AND
              INDICE-TRABAJO > PASO-DE-REINICIO
           MOVE INDICE-TRABAJO TO PASO-ACTUAL
           PERFORM DECIDE-SI-CORRE
           IF CORRE-HOY = "S"
           PERFORM VERIFICA-DEPENDENCIAS
           IF PASO-PREVIO-FALLIDO > ZEROES
           PERFORM SALTEA-POR-DEPENDENCIA
           ELSE
           PERFORM TOMA-INICIO-PASO
           PERFORM EJECUTA-PASO
           PERFORM GRABA-HISTORIA-PASO
           END-IF
           END-IF
           PERFORM GRABA-CHECKPOINT-PASO
           END-IF.

      *Un paso deshabilitado o marcado para omitirse en la fecha de
      *esta corrida no corre, y se avisa; uno que no le toca por su
      *frecuencia no corre en silencio, como siempre:
       DECIDE-SI-CORRE.
           MOVE "N" TO CORRE-HOY.
           IF TRAB-HABILITADO (INDICE-TRABAJO) NOT = "S"
           DISPLAY "Paso " PASO-ACTUAL ": deshabilitado en la "
                   "definicion de la cadena."
           ELSE
           IF TRAB-OMITIR-FECHA (INDICE-TRABAJO) = FECHA-HOY
           DISPLAY "Paso " PASO-ACTUAL ": omitido en la corrida de "
                   "esta fecha."
           ELSE
           EVALUATE TRAB-FRECUENCIA (INDICE-TRABAJO)
               WHEN "D"
                   MOVE "S" TO CORRE-HOY
               WHEN "M"
                   MOVE ULTIMO-DIA-HABIL TO CORRE-HOY
               WHEN "T"
                   IF ULTIMO-DIA-HABIL = "S" AND
                      (FECHA-HOY (5:2) = "03" OR
                       FECHA-HOY (5:2) = "06" OR
                       FECHA-HOY (5:2) = "09" OR
                       FECHA-HOY (5:2) = "12")
                   MOVE "S" TO CORRE-HOY
                   END-IF
               WHEN "S"
                   IF TRAB-DIA-SEMANA (INDICE-TRABAJO) =
                      DIA-SEMANA-CORRIDA
                   MOVE "S" TO CORRE-HOY
                   END-IF
               WHEN OTHER
                   DISPLAY "Paso " PASO-ACTUAL ": frecuencia "
                           TRAB-FRECUENCIA (INDICE-TRABAJO)
                           " desconocida, no corre."
           END-EVALUATE
           END-IF
           END-IF.

       VERIFICA-DEPENDENCIAS.
           MOVE ZEROES TO PASO-PREVIO-FALLIDO.
           PERFORM VERIFICA-UNA-DEPENDENCIA
               VARYING INDICE-DEPENDENCIA FROM 1 BY 1
               UNTIL INDICE-DEPENDENCIA > 3
                  OR PASO-PREVIO-FALLIDO > ZEROES.

      *Un paso salteado por dependencia cuenta como fallido para los
      *que dependen de el, asi la cadena de dependencias se corta
      *entera:
       VERIFICA-UNA-DEPENDENCIA.
           MOVE TRAB-DEPENDE-DE (INDICE-TRABAJO, INDICE-DEPENDENCIA)
               TO PASO-DEL-TRABAJO.
           IF PASO-DEL-TRABAJO > ZEROES
           IF RESULTADO-PASO (PASO-DEL-TRABAJO) = "F" OR
              RESULTADO-PASO (PASO-DEL-TRABAJO) = "O"
           MOVE PASO-DEL-TRABAJO TO PASO-PREVIO-FALLIDO
           END-IF
           END-IF.

       SALTEA-POR-DEPENDENCIA.
           MOVE "O" TO RESULTADO-PASO (INDICE-TRABAJO).
           MOVE "S" TO HUBO-PASO-FALLIDO.
           DISPLAY "Paso " PASO-ACTUAL ": "
                   FUNCTION TRIM(TRAB-DESCRIPCION (INDICE-TRABAJO))
                   " -- se saltea porque fallo el paso "
                   PASO-PREVIO-FALLIDO ".".
           MOVE SPACES TO TEXTO-DE-ALERTA.
           STRING "Paso " PASO-ACTUAL " salteado: fallo el paso "
               PASO-PREVIO-FALLIDO " del que depende"
               DELIMITED BY SIZE INTO TEXTO-DE-ALERTA.
           PERFORM GRABA-ALERTA.

      *El aviso de lote se deja y se borra alrededor del CALL, para
      *que el programa tome la fecha de la cadena y no espere un
      *teclado. Un programa que no se puede llamar o que devuelve un
      *codigo de retorno distinto de cero deja el paso como fallido:
       EJECUTA-PASO.
           DISPLAY "Paso " PASO-ACTUAL ": "
                   FUNCTION TRIM(TRAB-DESCRIPCION (INDICE-TRABAJO))
                   ".".
           MOVE SPACE TO RESULTADO-PASO (INDICE-TRABAJO).
           MOVE TRAB-PROGRAMA (INDICE-TRABAJO) TO PROGRAMA-DEL-PASO.
           IF TRAB-AVISO-LOTE (INDICE-TRABAJO) = "S"
           OPEN OUTPUT ARCHIVO-MODO-LOTE
           WRITE MODO-LOTE-REGISTRO FROM FECHA-HOY
           CLOSE ARCHIVO-MODO-LOTE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL PROGRAMA-DEL-PASO
               ON EXCEPTION
               MOVE "F" TO RESULTADO-PASO (INDICE-TRABAJO)
               DISPLAY "No se pudo llamar al programa "
                       FUNCTION TRIM(PROGRAMA-DEL-PASO) "."
           END-CALL.
           IF RETURN-CODE NOT = ZERO
           MOVE "F" TO RESULTADO-PASO (INDICE-TRABAJO)
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF TRAB-AVISO-LOTE (INDICE-TRABAJO) = "S"
           DELETE FILE ARCHIVO-MODO-LOTE
           END-IF.
           IF RESULTADO-PASO (INDICE-TRABAJO) = "F"
           MOVE "S" TO HUBO-PASO-FALLIDO
           DISPLAY "ALERTA: fallo el paso " PASO-ACTUAL " ("
                   FUNCTION TRIM(PROGRAMA-DEL-PASO) ")."
           MOVE SPACES TO TEXTO-DE-ALERTA
           STRING "Fallo el paso " PASO-ACTUAL " ("
               PROGRAMA-DEL-PASO DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO TEXTO-DE-ALERTA
           END-STRING
           PERFORM GRABA-ALERTA
           END-IF.

       GRABA-CHECKPOINT-PASO.
           OPEN OUTPUT ARCHIVO-CHECKPOINT-NOCTURNO.
           MOVE PASO-ACTUAL TO CHECKPOINT-PASO-COMPLETO.
           MOVE ULTIMO-DIA-HABIL TO CHECKPOINT-ULTIMO-HABIL.
           MOVE FECHA-HOY TO CHECKPOINT-FECHA-CORRIDA.
           MOVE TABLA-RESULTADOS TO CHECKPOINT-RESULTADOS.
           WRITE CHECKPOINT-NOCTURNO-REGISTRO.
           CLOSE ARCHIVO-CHECKPOINT-NOCTURNO.

       CARGA-FERIADOS.
           MOVE ZEROES TO CANTIDAD-FERIADOS.
           OPEN INPUT ARCHIVO-FERIADOS.
           MOVE HORA-FIN-PASO TO NHIST-HORA-FIN.
           MOVE DURACION-PASO TO NHIST-DURACION.
           MOVE REGISTROS-DEL-PASO TO NHIST-REGISTROS.
           MOVE RESULTADO-PASO (PASO-ACTUAL) TO NHIST-RESULTADO.
           MOVE ZEROES TO NHIST-REPORTES.
           WRITE NHIST-REGISTRO.
           CLOSE ARCHIVO-NOCTURNO-HISTORIA.

           DELETE FILE ARCHIVO-PASO-CONTADOR.

      *El promedio sale de las corridas anteriores del mismo paso;
      *con menos de tres no hay base para alarmar.
       COMPARA-CONTRA-PROMEDIO.
           MOVE ZEROES TO SUMA-DURACIONES.
           MOVE ZEROES TO CORRIDAS-PREVIAS.
           WRITE ALERTA-REGISTRO.
           CLOSE ARCHIVO-ALERTAS.

       COPY "ProcTrabajosNocturno.cbl".

       END PROGRAM Proceso-nocturno.

      *Carga la cadena nocturna en TABLA-TRABAJOS: de
      *trabajos_nocturno.dat si existe y tiene algun paso valido, y si
      *no, la cadena de siempre de TRABAJOS-POR-DEFECTO. Un renglon
      *con numero de paso invalido se avisa y se ignora; un numero
      *repetido se queda con el ultimo renglon leido.
       CARGA-TRABAJOS-NOCTURNO.
           PERFORM LIMPIA-TRABAJO
               VARYING INDICE-TRABAJO FROM 1 BY 1
               UNTIL INDICE-TRABAJO > MAXIMO-PASO-TRABAJO.
           MOVE ZEROES TO CANTIDAD-TRABAJOS.
           MOVE "A" TO ORIGEN-DE-TRABAJOS.
           OPEN INPUT ARCHIVO-TRABAJOS-NOCTURNO.
           IF TRABAJOS-STATUS = "00"
           MOVE "1" TO FIN-TRABAJOS
           PERFORM CARGA-UN-TRABAJO
           UNTIL FIN-TRABAJOS = "0"
           END-IF.
           CLOSE ARCHIVO-TRABAJOS-NOCTURNO.
           IF CANTIDAD-TRABAJOS = ZEROES
           MOVE "D" TO ORIGEN-DE-TRABAJOS
           PERFORM CARGA-UN-TRABAJO-DEFECTO
               VARYING INDICE-TRABAJO FROM 1 BY 1
               UNTIL INDICE-TRABAJO > CANTIDAD-TRABAJOS-DEFECTO
           END-IF.

       LIMPIA-TRABAJO.
           MOVE SPACES TO TRAB-TABLA (INDICE-TRABAJO).
           MOVE "N" TO TRAB-DEFINIDO (INDICE-TRABAJO).
           MOVE ZERO TO TRAB-DIA-SEMANA (INDICE-TRABAJO).
           MOVE ZEROES TO TRAB-DEPENDE-DE (INDICE-TRABAJO, 1).
           MOVE ZEROES TO TRAB-DEPENDE-DE (INDICE-TRABAJO, 2).
           MOVE ZEROES TO TRAB-DEPENDE-DE (INDICE-TRABAJO, 3).

      *El archivo se edita tambien a mano: los numeros en blanco se
      *toman como cero antes de pasarlos a la tabla:
       CARGA-UN-TRABAJO.
           READ ARCHIVO-TRABAJOS-NOCTURNO
           AT END
           MOVE "0" TO FIN-TRABAJOS
           NOT AT END
           IF TRABAJO-PASO NOT NUMERIC OR TRABAJO-PASO = ZEROES
           DISPLAY "Renglon de trabajos_nocturno.dat con numero de "
                   "paso invalido, se ignora: " TRABAJO-REGISTRO (1:32)
           ELSE
           MOVE TRABAJO-PASO TO INDICE-TRABAJO
           IF TRAB-DEFINIDO (INDICE-TRABAJO) = "S"
           DISPLAY "El paso " TRABAJO-PASO " figura dos veces en "
                   "trabajos_nocturno.dat; vale el ultimo renglon."
           ELSE
           ADD 1 TO CANTIDAD-TRABAJOS
           END-IF
           INSPECT TRABAJO-DEPENDENCIAS REPLACING ALL SPACE BY ZERO
           IF TRABAJO-DIA-SEMANA NOT NUMERIC
           MOVE ZERO TO TRABAJO-DIA-SEMANA
           END-IF
           MOVE "S" TO TRAB-DEFINIDO (INDICE-TRABAJO)
           MOVE TRABAJO-PROGRAMA TO TRAB-PROGRAMA (INDICE-TRABAJO)
           MOVE FUNCTION UPPER-CASE(TRABAJO-FRECUENCIA) TO
               TRAB-FRECUENCIA (INDICE-TRABAJO)
           MOVE TRABAJO-DIA-SEMANA TO TRAB-DIA-SEMANA (INDICE-TRABAJO)
           MOVE TRABAJO-DEPENDE-DE (1) TO
               TRAB-DEPENDE-DE (INDICE-TRABAJO, 1)
           MOVE TRABAJO-DEPENDE-DE (2) TO
               TRAB-DEPENDE-DE (INDICE-TRABAJO, 2)
           MOVE TRABAJO-DEPENDE-DE (3) TO
               TRAB-DEPENDE-DE (INDICE-TRABAJO, 3)
           MOVE FUNCTION UPPER-CASE(TRABAJO-HABILITADO) TO
               TRAB-HABILITADO (INDICE-TRABAJO)
           MOVE FUNCTION UPPER-CASE(TRABAJO-AVISO-LOTE) TO
               TRAB-AVISO-LOTE (INDICE-TRABAJO)
           MOVE TRABAJO-OMITIR-FECHA TO
               TRAB-OMITIR-FECHA (INDICE-TRABAJO)
           MOVE TRABAJO-DESCRIPCION TO
               TRAB-DESCRIPCION (INDICE-TRABAJO)
           END-IF
           END-READ.

       CARGA-UN-TRABAJO-DEFECTO.
           MOVE DEF-PASO (INDICE-TRABAJO) TO PASO-DEL-TRABAJO.
           ADD 1 TO CANTIDAD-TRABAJOS.
           MOVE "S" TO TRAB-DEFINIDO (PASO-DEL-TRABAJO).
           MOVE DEF-PROGRAMA (INDICE-TRABAJO) TO
               TRAB-PROGRAMA (PASO-DEL-TRABAJO).
           MOVE DEF-FRECUENCIA (INDICE-TRABAJO) TO
               TRAB-FRECUENCIA (PASO-DEL-TRABAJO).
           MOVE ZERO TO TRAB-DIA-SEMANA (PASO-DEL-TRABAJO).
           MOVE DEF-DEPENDE-DE (INDICE-TRABAJO, 1) TO
               TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 1).
           MOVE DEF-DEPENDE-DE (INDICE-TRABAJO, 2) TO
               TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 2).
           MOVE DEF-DEPENDE-DE (INDICE-TRABAJO, 3) TO
               TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 3).
           MOVE "S" TO TRAB-HABILITADO (PASO-DEL-TRABAJO).
           MOVE DEF-AVISO-LOTE (INDICE-TRABAJO) TO
               TRAB-AVISO-LOTE (PASO-DEL-TRABAJO).
           MOVE SPACES TO TRAB-OMITIR-FECHA (PASO-DEL-TRABAJO).
           MOVE DEF-DESCRIPCION (INDICE-TRABAJO) TO
               TRAB-DESCRIPCION (PASO-DEL-TRABAJO).

      *Un paso de la cadena nocturna. Los pasos corren en orden de
      *numero; el numero es tambien el que queda en el checkpoint y
      *en el historial de duraciones.
       FD  ARCHIVO-TRABAJOS-NOCTURNO.
           01 TRABAJO-REGISTRO.
              10 TRABAJO-PASO PIC 9(2).
              10 TRABAJO-PROGRAMA PIC X(30).
      *D todas las noches, M el ultimo dia habil del mes, T el ultimo
      *dia habil de marzo, junio, setiembre y diciembre, S una vez
      *por semana en el dia de TRABAJO-DIA-SEMANA (1 lunes a 5
      *viernes; la cadena no corre en dias no habiles):
              10 TRABAJO-FRECUENCIA PIC X(1).
                 88 TRABAJO-DIARIO VALUE "D".
                 88 TRABAJO-MENSUAL VALUE "M".
                 88 TRABAJO-TRIMESTRAL VALUE "T".
                 88 TRABAJO-SEMANAL VALUE "S".
                 88 TRABAJO-FRECUENCIA-VALIDA VALUE "D" "M" "T" "S".
              10 TRABAJO-DIA-SEMANA PIC 9(1).
      *Hasta tres pasos anteriores que tienen que haber terminado
      *bien; si alguno fallo esa noche, este paso se saltea:
              10 TRABAJO-DEPENDENCIAS.
                 15 TRABAJO-DEPENDE-DE PIC 9(2) OCCURS 3 TIMES.
              10 TRABAJO-HABILITADO PIC X(1).
      *"S" si el programa necesita el aviso de lote con la fecha de
      *la cadena para no esperar un teclado:
              10 TRABAJO-AVISO-LOTE PIC X(1).
      *Fecha de una sola corrida en la que el paso no corre, para
      *saltearlo una noche sin deshabilitarlo:
              10 TRABAJO-OMITIR-FECHA PIC X(8).
              10 TRABAJO-DESCRIPCION PIC X(40).

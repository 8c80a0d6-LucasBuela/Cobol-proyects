      *Envio de documentos por correo electronico (uso compartido por
      *los programas de cartas). El programa abre la salida con
      *ABRE-SALIDA-CORREO, y por cada documento carga cliente, tipo
      *y direccion en ENVIO-CONSULTA y hace DECIDE-ENVIO-DOCUMENTO;
      *si sale por correo, cada renglon va a GRABA-LINEA-CORREO en
      *lugar del spool de papel y al terminar el documento
      *CIERRA-DOCUMENTO-CORREO lo deja en la salida al gateway y en
      *el seguimiento de envios. CIERRA-SALIDA-CORREO al final.
       ABRE-SALIDA-CORREO.
           MOVE FUNCTION CURRENT-DATE (1:16) TO MARCA-CORRIDA-CORREO.
           MOVE ZEROES TO SECUENCIA-CORREO.
           MOVE ZEROES TO CONTADOR-POR-CORREO.
           MOVE ZEROES TO CONTADOR-DEGRADADOS.
           OPEN EXTEND ARCHIVO-DOCUMENTOS-CORREO.
           OPEN EXTEND ARCHIVO-SALIDA-CORREO.
           OPEN I-O ARCHIVO-ENVIOS-CORREO.

       CIERRA-SALIDA-CORREO.
           CLOSE ARCHIVO-ENVIOS-CORREO.
           CLOSE ARCHIVO-SALIDA-CORREO.
           CLOSE ARCHIVO-DOCUMENTOS-CORREO.

      *La referencia es el tipo, la marca de la corrida y un
      *correlativo: unica aunque el mismo cliente reciba dos cartas
      *del mismo tipo en la misma corrida:
       DECIDE-ENVIO-DOCUMENTO.
           CALL "Decidir-envio-documento" USING ENVIO-CONSULTA.
           IF ENVIO-POR-CORREO-E
           ADD 1 TO SECUENCIA-CORREO
           MOVE SPACES TO REFERENCIA-CORREO
           STRING ENVIO-CONSULTA-TIPO MARCA-CORRIDA-CORREO
                  SECUENCIA-CORREO
                  DELIMITED BY SIZE INTO REFERENCIA-CORREO
           END-STRING
           ELSE
           IF ENVIO-CORREO-SOSPECHOSO
           ADD 1 TO CONTADOR-DEGRADADOS
           END-IF
           END-IF.

       GRABA-LINEA-CORREO.
           MOVE REFERENCIA-CORREO TO DOCCORREO-REFERENCIA.
           WRITE DOCCORREO-REGISTRO.

       CIERRA-DOCUMENTO-CORREO.
           IF ENVIO-POR-CORREO-E
           ADD 1 TO CONTADOR-POR-CORREO
           MOVE REFERENCIA-CORREO TO SALIDA-REFERENCIA
           MOVE ENVIO-CONSULTA-CLIENTES-ID TO SALIDA-CLIENTES-ID
           MOVE ENVIO-CONSULTA-TIPO TO SALIDA-TIPO-DOCUMENTO
           MOVE "documentos_correo.dat" TO SALIDA-ARCHIVO
           MOVE ENVIO-CONSULTA-EMAIL TO SALIDA-EMAIL
           MOVE FUNCTION CURRENT-DATE (1:16) TO SALIDA-FECHA-HORA
           WRITE SALIDA-CORREO-REGISTRO
           MOVE REFERENCIA-CORREO TO ENVIADO-REFERENCIA
           MOVE ENVIO-CONSULTA-CLIENTES-ID TO ENVIADO-CLIENTES-ID
           MOVE ENVIO-CONSULTA-TIPO TO ENVIADO-TIPO-DOCUMENTO
           MOVE ENVIO-CONSULTA-EMAIL TO ENVIADO-EMAIL
           MOVE SALIDA-FECHA-HORA TO ENVIADO-FECHA-HORA
           MOVE "P" TO ENVIADO-ESTADO
           MOVE SPACES TO ENVIADO-FECHA-RECIBO
           MOVE SPACES TO ENVIADO-MOTIVO-REBOTE
           WRITE ENVIADO-REGISTRO
           INVALID KEY
           DISPLAY "Error registrando el envio " REFERENCIA-CORREO
                   ", status: " ENVIOS-CORREO-STATUS
           END-WRITE
           END-IF.

      *Hash del PIN tipeado con la sal del registro de PIN: el mismo
      *calculo de la cadena de auditoria, sin numero ni hash anterior.
      *El que llama deja el PIN en PIN-TIPEADO y el registro del
      *cliente (con su sal) en PIN-REGISTRO:
       CALCULA-HASH-PIN.
           MOVE SPACES TO CADENA-CONSULTA.
           SET CADENA-CALCULAR TO TRUE.
           MOVE "pin_telefonico.dat" TO CADENA-ARCHIVO.
           MOVE ZEROES TO CADENA-NUMERO.
           MOVE PIN-CLIENTES-ID TO CADENA-TEXTO (1:6).
           MOVE PIN-SAL TO CADENA-TEXTO (7:8).
           MOVE PIN-TIPEADO TO CADENA-TEXTO (15:6).
           MOVE 20 TO CADENA-LARGO.
           CALL "Encadenar-registro" USING CADENA-CONSULTA.
           MOVE CADENA-HASH TO HASH-PIN-CALCULADO.

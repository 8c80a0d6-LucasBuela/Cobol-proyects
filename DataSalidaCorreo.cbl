      *Un documento para enviar: cliente, tipo de documento, archivo
      *y referencia donde esta su texto, y la direccion de correo.
       FD  ARCHIVO-SALIDA-CORREO.
           01 SALIDA-CORREO-REGISTRO.
              10 SALIDA-REFERENCIA PIC X(24).
              10 SALIDA-CLIENTES-ID PIC X(6).
              10 SALIDA-TIPO-DOCUMENTO PIC X(2).
              10 SALIDA-ARCHIVO PIC X(30).
              10 SALIDA-EMAIL PIC X(50).
              10 SALIDA-FECHA-HORA PIC X(16).

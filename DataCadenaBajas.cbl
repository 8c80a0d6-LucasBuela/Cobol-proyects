      *Un registro encadenado que se saco del medio del archivo (hoy,
      *los movimientos de un cliente que pasa al historico): guarda
      *su hash para que el registro siguiente se pueda seguir atando,
      *a donde fue a parar, quien lo saco y cuando.
       FD  ARCHIVO-CADENA-BAJAS.
           01 CADENA-BAJA-REGISTRO.
              05 CADENA-BAJA-CLAVE.
                 10 CADENA-BAJA-ARCHIVO PIC X(30).
                 10 CADENA-BAJA-NUMERO PIC 9(9).
              05 CADENA-BAJA-HASH PIC X(24).
              05 CADENA-BAJA-DESTINO PIC X(30).
              05 CADENA-BAJA-PROGRAMA PIC X(30).
              05 CADENA-BAJA-FECHA-HORA PIC X(21).

      *Un cliente de la lista de una campana: el saldo y la moneda
      *que tenia al generarse la lista (para medir despues cuanto
      *crecio) y las fechas en que se lo contacto, respondio y
      *convirtio, cada una en blanco mientras no haya pasado, con
      *el producto que tomo al convertir.
       FD  ARCHIVO-CAMPANA-OBJETIVOS.
           01 OBJETIVO-REGISTRO.
              10 OBJETIVO-CLAVE.
                 15 OBJETIVO-CAMPANA PIC X(8).
                 15 OBJETIVO-CLIENTES-ID PIC X(6).
              10 OBJETIVO-SALDO-INICIAL PIC S9(7)V99 COMP-3.
              10 OBJETIVO-MONEDA PIC X(3).
              10 OBJETIVO-FECHA-CONTACTO PIC X(8).
              10 OBJETIVO-FECHA-RESPUESTA PIC X(8).
              10 OBJETIVO-FECHA-CONVERSION PIC X(8).
              10 OBJETIVO-PRODUCTO PIC X(3).

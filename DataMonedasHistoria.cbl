      *Una tasa de cambio a la moneda base ARS con la fecha AAAAMMDD
      *desde la que rige: vale hasta el dia anterior a la siguiente
      *fecha de vigencia de la misma moneda. La fecha "00000000" es
      *la tasa que tenia monedas.dat antes del primer cambio
      *registrado, y rige para todo lo anterior. Cada renglon guarda
      *quien lo cargo, quien lo autorizo y cuando.
       FD  ARCHIVO-MONEDAS-HISTORIA.
           01 TASAH-REGISTRO.
              05 TASAH-CLAVE.
                 10 TASAH-MONEDA PIC X(3).
                 10 TASAH-VIGENCIA PIC X(8).
              05 TASAH-TASA PIC 9(5)V9(4).
              05 TASAH-OPERADOR PIC X(10).
              05 TASAH-SEGUNDO-OPERADOR PIC X(10).
              05 TASAH-FECHA-HORA PIC X(21).

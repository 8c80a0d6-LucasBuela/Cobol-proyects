      *Parametros de Atribuir-campana: el cliente, que paso con el
      *(un contacto o un producto nuevo, con su codigo) y, de
      *vuelta, la campana a la que se atribuyo (en blanco si el
      *cliente no es objetivo de ninguna campana en curso).
       01  ATRIBUCION-CAMPANA.
           05 ATRIBUCION-CLIENTES-ID PIC X(6).
           05 ATRIBUCION-EVENTO PIC X(1).
              88 ATRIBUCION-CONTACTO VALUE "C".
              88 ATRIBUCION-CONVERSION VALUE "V".
           05 ATRIBUCION-PRODUCTO PIC X(3).
           05 ATRIBUCION-CAMPANA-ID PIC X(8).

      *Autorizacion de un debito de un cliente menor (uso
      *compartido): el que llama carga el cliente y el importe del
      *debito en la moneda del cliente (cero cuando no hay importe
      *que topear, como en el cierre de la cuenta) y
      *Autorizar-debito-menor devuelve si el debito puede seguir y
      *que tutor lo autorizo. Un cliente mayor de edad pasa sin que
      *se le pregunte nada.
       01  MENOR-CONSULTA.
           05 MENOR-CLIENTES-ID PIC X(6).
           05 MENOR-IMPORTE PIC S9(7)V99 COMP-3.
           05 MENOR-RESULTADO PIC X.
              88 MENOR-AUTORIZADO VALUE "S".
              88 MENOR-RECHAZADO VALUE "N".
           05 MENOR-TUTOR-ID PIC X(6).

      *Desglose de IVA de un comprobante (uso compartido): el que
      *llama carga la condicion frente al IVA del cliente, la tasa,
      *el importe y si ese importe es neto ("N") o ya trae el IVA
      *incluido ("T"), y Desglosar-iva devuelve la letra, la tasa que
      *corresponde de verdad (cero para un exento), el neto, el IVA y
      *el total del comprobante.
       01  DESGLOSE-COMPROBANTE.
           05 DESGLOSE-CONDICION-IVA PIC X(1).
           05 DESGLOSE-MODO PIC X(1).
              88 DESGLOSE-IMPORTE-NETO VALUE "N".
              88 DESGLOSE-IMPORTE-TOTAL VALUE "T".
           05 DESGLOSE-TASA PIC 9(2)V99.
           05 DESGLOSE-IMPORTE PIC S9(7)V99 COMP-3.
           05 DESGLOSE-LETRA PIC X(1).
           05 DESGLOSE-NETO PIC S9(7)V99 COMP-3.
           05 DESGLOSE-IVA PIC S9(7)V99 COMP-3.
           05 DESGLOSE-TOTAL PIC S9(7)V99 COMP-3.
           05 DESGLOSE-RESULTADO PIC X(1).
              88 DESGLOSE-CORRECTO VALUE " ".
              88 DESGLOSE-EXCEDIDO VALUE "E".

              05 MOV-HIST-SALDO-RESULTANTE PIC S9(7)V99 COMP-3.
              05 MOV-HIST-TIPO PIC X(1).
              05 MOV-HIST-CONCEPTO PIC X(30).
              05 MOV-HIST-FECHA-VALOR PIC X(8).

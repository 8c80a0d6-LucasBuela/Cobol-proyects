      *Un renglon que la corrida simulada habria grabado en el ledger:
      *el tipo de movimiento, el importe y el saldo que habria
      *quedado, en la moneda de la cuenta (la revaluacion, como en el
      *ledger, lleva su importe en ARS). Cada simulacion de un
      *proceso reemplaza la anterior del mismo proceso; la secuencia
      *separa dos renglones del mismo cliente y tipo (dos ordenes, dos
      *renglones de ajuste).
       FD  ARCHIVO-SIMULACION.
           01 SIMULACION-REGISTRO.
              05 SIMULACION-CLAVE.
                 10 SIMULACION-PROCESO PIC X(1).
                    88 SIMULACION-INTERES VALUE "I".
                    88 SIMULACION-ORDENES VALUE "O".
                    88 SIMULACION-REVALUACION VALUE "R".
                    88 SIMULACION-AJUSTE VALUE "A".
                 10 SIMULACION-CLIENTES-ID PIC X(6).
                 10 SIMULACION-TIPO PIC X(1).
                 10 SIMULACION-SECUENCIA PIC 9(3).
      *Dia de imputacion que habria tenido el renglon (el de la
      *corrida) y momento en que se simulo:
              05 SIMULACION-FECHA PIC X(8).
              05 SIMULACION-FECHA-HORA PIC X(21).
              05 SIMULACION-MONEDA PIC X(3).
              05 SIMULACION-IMPORTE PIC S9(9)V99 COMP-3.
              05 SIMULACION-SALDO-RESULTANTE PIC S9(9)V99 COMP-3.
              05 SIMULACION-CONCEPTO PIC X(30).

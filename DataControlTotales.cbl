      *Totales de control de un dia y una moneda. La ventana de la
      *prueba va desde la corrida anterior (CONTROL-TOTALES-DESDE)
      *hasta esta (CONTROL-TOTALES-HASTA), en fecha-hora del ledger;
      *el cierre real es la suma de CLIENTES-SALDO al momento de la
      *corrida y es lo que arrastra el dia siguiente como apertura.
       FD  ARCHIVO-CONTROL-TOTALES.
           01 CONTROL-TOTALES-REGISTRO.
              05 CONTROL-TOTALES-CLAVE.
                 10 CONTROL-TOTALES-FECHA PIC X(8).
                 10 CONTROL-TOTALES-MONEDA PIC X(3).
              05 CONTROL-TOTALES-DESDE PIC X(16).
              05 CONTROL-TOTALES-HASTA PIC X(16).
              05 CONTROL-TOTALES-APERTURA PIC S9(11)V99 COMP-3.
              05 CONTROL-TOTALES-DEBITOS PIC S9(11)V99 COMP-3.
              05 CONTROL-TOTALES-CREDITOS PIC S9(11)V99 COMP-3.
              05 CONTROL-TOTALES-ENTRADAS PIC S9(11)V99 COMP-3.
              05 CONTROL-TOTALES-SALIDAS PIC S9(11)V99 COMP-3.
              05 CONTROL-TOTALES-CALCULADO PIC S9(11)V99 COMP-3.
              05 CONTROL-TOTALES-REAL PIC S9(11)V99 COMP-3.
              05 CONTROL-TOTALES-DIFERENCIA PIC S9(11)V99 COMP-3.
              05 CONTROL-TOTALES-CLIENTES PIC 9(7).
              05 CONTROL-TOTALES-MOVIMIENTOS PIC 9(7).
              05 CONTROL-TOTALES-ESTADO PIC X(1).
                 88 CONTROL-TOTALES-CUADRA VALUE "C".
                 88 CONTROL-TOTALES-CON-DIFERENCIA VALUE "D".
      *Primera prueba de una moneda sin dia anterior: la apertura se
      *deduce del cierre y no hay diferencia que informar.
                 88 CONTROL-TOTALES-ARRANQUE VALUE "A".
              05 CONTROL-TOTALES-OPERADOR PIC X(10).

      *Prevision por incobrables de un cliente en un periodo AAAAMM:
      *la exposicion (la deuda informada a la central de deudores),
      *el tramo en que cayo segun la base configurada, el porcentaje
      *aplicado, la prevision resultante y la del periodo anterior,
      *para que contaduria y auditoria sigan el numero cliente por
      *cliente. Un cliente que tenia prevision el mes anterior y ya
      *no debe queda con un registro en cero que la libera.
       FD  ARCHIVO-PREVISIONES.
           01 PREVISION-REGISTRO.
              10 PREVISION-CLAVE.
                 15 PREVISION-PERIODO PIC X(6).
                 15 PREVISION-CLIENTES-ID PIC X(6).
              10 PREVISION-BASE PIC X(1).
                 88 PREVISION-POR-SITUACION VALUE "S".
                 88 PREVISION-POR-DIAS VALUE "D".
              10 PREVISION-TRAMO PIC 9(5).
              10 PREVISION-SITUACION PIC 9(1).
              10 PREVISION-DIAS-ATRASO PIC 9(5).
              10 PREVISION-EXPOSICION PIC S9(9)V99 COMP-3.
              10 PREVISION-PORCENTAJE PIC 9(3)V99.
              10 PREVISION-IMPORTE PIC S9(9)V99 COMP-3.
              10 PREVISION-ANTERIOR PIC S9(9)V99 COMP-3.
              10 PREVISION-OPERADOR PIC X(10).
              10 PREVISION-FECHA-HORA PIC X(21).

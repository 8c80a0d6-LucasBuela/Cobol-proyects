      *Clasificacion de un deudor en un periodo AAAAMM para la
      *central de deudores del BCRA, con todo lo que la explica: la
      *deuda y los dias de atraso de cada origen (descubierto en
      *cuenta, facturas impagas y cuotas de prestamos), cual de los
      *tres dio el peor atraso y la situacion de 1 a 5 que salio de
      *el. Una re-corrida del mismo periodo pisa la clasificacion.
       FD  ARCHIVO-SITUACION-DEUDORES.
           01 SITUACION-REGISTRO.
              10 SITUACION-CLAVE.
                 15 SITUACION-PERIODO PIC X(6).
                 15 SITUACION-CLIENTES-ID PIC X(6).
              10 SITUACION-FECHA-CORTE PIC X(8).
              10 SITUACION-CUIT PIC X(11).
              10 SITUACION-DNI PIC X(9).
              10 SITUACION-CODIGO PIC 9(1).
                 88 SITUACION-NORMAL VALUE 1.
                 88 SITUACION-RIESGO-BAJO VALUE 2.
                 88 SITUACION-RIESGO-MEDIO VALUE 3.
                 88 SITUACION-RIESGO-ALTO VALUE 4.
                 88 SITUACION-IRRECUPERABLE VALUE 5.
              10 SITUACION-DIAS-ATRASO PIC 9(5).
      *Origen del peor atraso: D descubierto, F factura, P prestamo,
      *en blanco si la deuda esta toda al dia:
              10 SITUACION-ORIGEN PIC X(1).
                 88 SITUACION-POR-DESCUBIERTO VALUE "D".
                 88 SITUACION-POR-FACTURA VALUE "F".
                 88 SITUACION-POR-PRESTAMO VALUE "P".
              10 SITUACION-DEUDA-TOTAL PIC S9(9)V99 COMP-3.
              10 SITUACION-DEUDA-DESCUBIERTO PIC S9(9)V99 COMP-3.
              10 SITUACION-DIAS-DESCUBIERTO PIC 9(5).
              10 SITUACION-FECHA-ROJO PIC X(8).
              10 SITUACION-DEUDA-FACTURAS PIC S9(9)V99 COMP-3.
              10 SITUACION-DIAS-FACTURAS PIC 9(5).
              10 SITUACION-FACTURA-MAS-VIEJA PIC 9(8).
              10 SITUACION-DEUDA-PRESTAMOS PIC S9(9)V99 COMP-3.
              10 SITUACION-DIAS-PRESTAMOS PIC 9(5).
              10 SITUACION-PRESTAMO-MAS-VIEJO PIC 9(8).
              10 SITUACION-OPERADOR PIC X(10).
              10 SITUACION-FECHA-HORA PIC X(21).

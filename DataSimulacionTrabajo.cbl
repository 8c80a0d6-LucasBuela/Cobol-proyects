      *Campos de la corrida simulada de los posteos mensuales (ver
      *ProcSimulacion.cbl). El programa que la usa deja en
      *PROGRAMA-SIMULADO su PROGRAM-ID, en PROCESO-SIMULADO la letra
      *del proceso y en CODIGO-DEL-REPORTE el codigo de su spool.
       77  SIMULACION-SENAL-STATUS PIC XX.
       77  SIMULACION-STATUS PIC XX.
       77  MODO-SIMULACION PIC X VALUE "N".
       77  PROGRAMA-SIMULADO PIC X(30).
       77  PROCESO-SIMULADO PIC X(1).
       77  FECHA-SIMULADA PIC X(8).
       77  FIN-SIMULACION PIC X.
       77  SIMULACION-GRABADA PIC X.
       77  CONTADOR-SIMULADOS PIC 9(6) VALUE ZEROES.
      *Lo que el programa habria grabado en el ledger, antes de
      *pasarlo a GRABA-RENGLON-SIMULADO:
       77  SIMULADO-TIPO PIC X(1).
       77  SIMULADO-IMPORTE PIC S9(9)V99 COMP-3.
       77  SIMULADO-SALDO PIC S9(9)V99 COMP-3.
       77  SIMULADO-CONCEPTO PIC X(30).
       77  SIMULADO-MONEDA PIC X(3).
       77  SIMULADO-IMPORTE-MUESTRA PIC -(9)9.99.
       77  SIMULADO-SALDO-MUESTRA PIC -(9)9.99.
      *Totales por tipo de movimiento y moneda:
       77  MAXIMO-SIM-TOTALES PIC 9(2) VALUE 40.
       77  CANTIDAD-SIM-TOTALES PIC 9(2) VALUE ZEROES.
       77  INDICE-SIM-TOTAL PIC 9(2).
       77  SIM-TOTAL-HALLADO PIC X.
       01  TABLA-SIM-TOTALES.
           05 SIM-TOTAL OCCURS 40 TIMES.
              10 SIM-TOT-TIPO PIC X(1).
              10 SIM-TOT-MONEDA PIC X(3).
              10 SIM-TOT-RENGLONES PIC 9(6).
              10 SIM-TOT-IMPORTE PIC S9(13)V99 COMP-3.
       77  SIM-TOT-MUESTRA PIC -(13)9.99.
      *Saldo que ya dejo la simulacion a un cliente con mas de un
      *renglon (dos ordenes, dos lineas de ajuste): como el registro
      *no se regraba, la segunda lectura traeria el saldo original y
      *el control de embargos no daria lo mismo que la corrida real:
       77  MAXIMO-SALDOS-SIM PIC 9(4) VALUE 1000.
       77  CANTIDAD-SALDOS-SIM PIC 9(4) VALUE ZEROES.
       77  INDICE-SALDO-SIM PIC 9(4).
       77  SALDO-SIM-HALLADO PIC X.
       01  TABLA-SALDOS-SIM.
           05 SALDO-SIM OCCURS 1000 TIMES.
              10 SALDO-SIM-CLIENTES-ID PIC X(6).
              10 SALDO-SIM-SALDO PIC S9(7)V99 COMP-3.
      *Spool y catalogo del reporte de la simulacion:
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12).
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.

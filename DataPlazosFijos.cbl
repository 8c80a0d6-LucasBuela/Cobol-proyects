      *Un plazo fijo constituido por un cliente: capital inmovilizado,
      *tasa nominal anual en porcentaje, plazo en dias, fecha de
      *constitucion y de vencimiento, el interes a cobrar (simple,
      *sobre 365 dias) y que hacer al vencer. El paso nocturno lo
      *paga al saldo o lo renueva en un plazo fijo nuevo, que lleva
      *en PLAZO-ORIGEN el numero del que vencio.
       FD  ARCHIVO-PLAZOS-FIJOS.
           01 PLAZO-REGISTRO.
              10 PLAZO-NUMERO PIC 9(8).
              10 PLAZO-CLIENTES-ID PIC X(6).
              10 PLAZO-CAPITAL PIC S9(7)V99 COMP-3.
              10 PLAZO-TASA-ANUAL PIC 9(3)V99.
              10 PLAZO-DIAS PIC 9(3).
              10 PLAZO-FECHA-INICIO PIC X(8).
              10 PLAZO-FECHA-VENCIMIENTO PIC X(8).
              10 PLAZO-INTERES PIC S9(7)V99 COMP-3.
      *Instruccion al vencimiento: acreditar capital e interes en el
      *saldo, renovar solo el capital (el interes va al saldo) o
      *renovar capital mas interes:
              10 PLAZO-INSTRUCCION PIC X(1).
                 88 PLAZO-ACREDITA-AL-VENCER VALUE "A".
                 88 PLAZO-RENUEVA-CAPITAL VALUE "C".
                 88 PLAZO-RENUEVA-TOTAL VALUE "T".
              10 PLAZO-ESTADO PIC X(1).
                 88 PLAZO-VIGENTE VALUE "V".
                 88 PLAZO-PAGADO VALUE "P".
                 88 PLAZO-RENOVADO VALUE "R".
              10 PLAZO-ORIGEN PIC 9(8).
              10 PLAZO-FECHA-CIERRE PIC X(8).
              10 PLAZO-OPERADOR PIC X(10).
              10 PLAZO-FECHA-HORA PIC X(21).

      *Lo retenido a un cliente en un periodo AAAAMM sobre el interes
      *acreditado: el bruto, el minimo no sujeto, la base, la tasa y
      *el importe, con la condicion y el CUIT del momento. La clave
      *del renglon tipo "G" del ledger queda guardada para que la
      *declaracion lo pueda cuadrar contra el ledger uno por uno. El
      *numero de certificado lo asigna la declaracion del mes (cero
      *hasta entonces).
       FD  ARCHIVO-RETENCIONES.
           01 RETENCION-REGISTRO.
              10 RETENCION-CLAVE.
                 15 RETENCION-PERIODO PIC X(6).
                 15 RETENCION-CLIENTES-ID PIC X(6).
              10 RETENCION-FECHA PIC X(8).
              10 RETENCION-CUIT PIC X(11).
              10 RETENCION-CONDICION PIC X(1).
              10 RETENCION-INTERES-BRUTO PIC S9(7)V99 COMP-3.
              10 RETENCION-MINIMO PIC S9(7)V99 COMP-3.
              10 RETENCION-BASE PIC S9(7)V99 COMP-3.
              10 RETENCION-TASA PIC 9(2)V99.
              10 RETENCION-IMPORTE PIC S9(7)V99 COMP-3.
              10 RETENCION-MOV-FECHA-HORA PIC X(21).
              10 RETENCION-MOV-SECUENCIA PIC 9(3).
              10 RETENCION-CERTIFICADO PIC 9(8).

      *Un reclamo de un cliente: por donde llego, de que categoria,
      *cuando se abrio y para cuando tiene que estar resuelto segun
      *el plazo de su categoria, quien lo tiene asignado y, al
      *cerrarlo, el resultado y el texto de la resolucion. Un
      *reclamo sobre una factura o un movimiento concreto guarda su
      *referencia: el numero de factura, o la fecha-hora y la
      *secuencia del renglon del ledger.
       FD  ARCHIVO-RECLAMOS.
           01 RECLAMO-REGISTRO.
              10 RECLAMO-NUMERO PIC 9(8).
              10 RECLAMO-CLIENTES-ID PIC X(6).
              10 RECLAMO-CATEGORIA PIC X(3).
              10 RECLAMO-CANAL PIC X(1).
                 88 RECLAMO-POR-TELEFONO VALUE "T".
                 88 RECLAMO-POR-MOSTRADOR VALUE "M".
              10 RECLAMO-FECHA-APERTURA PIC X(8).
              10 RECLAMO-FECHA-LIMITE PIC X(8).
              10 RECLAMO-OPERADOR-ALTA PIC X(10).
              10 RECLAMO-OPERADOR-ASIGNADO PIC X(10).
              10 RECLAMO-ESTADO PIC X(1).
                 88 RECLAMO-ABIERTO VALUE "A".
                 88 RECLAMO-CERRADO VALUE "C".
              10 RECLAMO-DESCRIPCION PIC X(60).
              10 RECLAMO-REFERENCIA-TIPO PIC X(1).
                 88 RECLAMO-SIN-REFERENCIA VALUE SPACE.
                 88 RECLAMO-SOBRE-FACTURA VALUE "F".
                 88 RECLAMO-SOBRE-MOVIMIENTO VALUE "M".
              10 RECLAMO-REFERENCIA PIC X(24).
              10 RECLAMO-REF-FACTURA REDEFINES RECLAMO-REFERENCIA.
                 15 RECLAMO-REF-FACTURA-NUMERO PIC 9(8).
                 15 FILLER PIC X(16).
              10 RECLAMO-REF-MOVIMIENTO REDEFINES RECLAMO-REFERENCIA.
                 15 RECLAMO-REF-MOV-FECHA-HORA PIC X(21).
                 15 RECLAMO-REF-MOV-SECUENCIA PIC 9(3).
              10 RECLAMO-FECHA-CIERRE PIC X(8).
              10 RECLAMO-OPERADOR-CIERRE PIC X(10).
              10 RECLAMO-RESULTADO PIC X(1).
                 88 RECLAMO-A-FAVOR VALUE "F".
                 88 RECLAMO-PARCIAL VALUE "P".
                 88 RECLAMO-EN-CONTRA VALUE "D".
              10 RECLAMO-RESOLUCION PIC X(60).

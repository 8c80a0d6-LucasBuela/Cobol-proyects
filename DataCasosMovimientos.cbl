      *Copia de cada movimiento del ledger que sostiene un caso del
      *monitoreo. Se guarda la copia y no solo la clave porque el
      *cierre de periodo archiva los movimientos viejos y el caso
      *tiene que poder leerse igual. La clave arranca por la del
      *caso para que un START + READ NEXT traiga solo los suyos.
       FD  ARCHIVO-CASOS-MOVIMIENTOS.
           01 CMOV-REGISTRO.
              10 CMOV-CLAVE.
                 15 CMOV-CASO-CLAVE PIC X(32).
                 15 CMOV-MOV-FECHA-HORA PIC X(21).
                 15 CMOV-MOV-SECUENCIA PIC 9(3).
              10 CMOV-TIPO PIC X(1).
              10 CMOV-IMPORTE PIC S9(7)V99 COMP-3.
              10 CMOV-SALDO-RESULTANTE PIC S9(7)V99 COMP-3.
              10 CMOV-OPERADOR PIC X(10).
              10 CMOV-CONCEPTO PIC X(30).

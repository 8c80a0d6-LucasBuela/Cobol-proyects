      *Una promesa de pago de un cliente en mora: cuanto promete
      *depositar, hasta que fecha, y el operador que la tomo. Mientras
      *esta abierta Cartas-mora no le escala el aviso; la noche
      *siguiente a la fecha prometida el paso nocturno busca en el
      *ledger los creditos del cliente y la cierra como cumplida o
      *incumplida, con lo que efectivamente entro.
       FD  ARCHIVO-PROMESAS.
           01 PROMESA-REGISTRO.
              10 PROMESA-NUMERO PIC 9(8).
              10 PROMESA-CLIENTES-ID PIC X(6).
              10 PROMESA-IMPORTE PIC S9(7)V99 COMP-3.
              10 PROMESA-FECHA-PROMETIDA PIC X(8).
              10 PROMESA-OPERADOR PIC X(10).
              10 PROMESA-FECHA-HORA PIC X(21).
              10 PROMESA-ESTADO PIC X(1).
                 88 PROMESA-ABIERTA VALUE "A".
                 88 PROMESA-CUMPLIDA VALUE "C".
                 88 PROMESA-INCUMPLIDA VALUE "I".
              10 PROMESA-FECHA-CIERRE PIC X(8).
              10 PROMESA-IMPORTE-RECIBIDO PIC S9(7)V99 COMP-3.

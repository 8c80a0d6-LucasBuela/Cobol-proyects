              10 LVIEJO-CONCEPTO PIC X(30).

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(200).

       FD  ARCHIVO-MARCA-LEDGER.
           01 MARCA-LEDGER-REGISTRO PIC X(10).

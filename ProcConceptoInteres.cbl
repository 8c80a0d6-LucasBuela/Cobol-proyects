      *Arma el concepto del renglon de interes con el cargo que
      *quedo en CARGO-DEL-CLIENTE:
       ARMA-CONCEPTO-INTERES.
           MOVE CONCEPTO-INTERES-LEYENDA TO CONCEPTO-INTERES-TEXTO.
           MOVE CARGO-DEL-CLIENTE TO CONCEPTO-INTERES-CARGO.

      *Concepto del renglon "I" de interes y mantenimiento: el neto
      *va en el importe, y el cargo de mantenimiento cobrado queda
      *en el concepto para que el analisis de ingresos pueda separar
      *el interes pagado del cargo cobrado (interes = importe +
      *cargo). Los renglones grabados antes traen el concepto viejo
      *"INTERES Y MANTENIMIENTO" y solo se conoce el neto.
       01  CONCEPTO-INTERES.
           05 CONCEPTO-INTERES-TEXTO PIC X(22).
           05 CONCEPTO-INTERES-CARGO PIC 9(5).99.
           05 CONCEPTO-INTERES-PARTES REDEFINES
              CONCEPTO-INTERES-CARGO.
              10 CONCEPTO-INTERES-ENTERO PIC 9(5).
              10 FILLER PIC X(1).
              10 CONCEPTO-INTERES-CENTAVOS PIC 9(2).
       77  CONCEPTO-INTERES-LEYENDA PIC X(22)
           VALUE "INTERES Y MANT. CARGO ".

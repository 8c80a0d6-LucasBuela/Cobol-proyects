              10 HISTORICO-SCORE PIC X(1).
              10 HISTORICO-PREF-CONTACTO PIC X(1).
              10 HISTORICO-DIRECCION-INVALIDA PIC X(1).
              10 HISTORICO-CUIT PIC X(11).
              10 HISTORICO-CONDICION-IVA PIC X(1).
              10 HISTORICO-IDIOMA PIC X(2).
              10 HISTORICO-CONDICIONES-VERSION PIC X(4).
              10 HISTORICO-CONDICIONES-FECHA PIC X(8).

              10 HTEMP-SCORE PIC X(1).
              10 HTEMP-PREF-CONTACTO PIC X(1).
              10 HTEMP-DIRECCION-INVALIDA PIC X(1).
              10 HTEMP-CUIT PIC X(11).
              10 HTEMP-CONDICION-IVA PIC X(1).
              10 HTEMP-IDIOMA PIC X(2).
              10 HTEMP-CONDICIONES-VERSION PIC X(4).
              10 HTEMP-CONDICIONES-FECHA PIC X(8).

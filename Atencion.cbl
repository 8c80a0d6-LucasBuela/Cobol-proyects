              10 ORDEN-SCORE PIC X(1).
              10 ORDEN-PREF-CONTACTO PIC X(1).
              10 ORDEN-DIRECCION-INVALIDA PIC X(1).
              10 ORDEN-CUIT PIC X(11).
              10 ORDEN-CONDICION-IVA PIC X(1).
              10 ORDEN-IDIOMA PIC X(2).
              10 ORDEN-CONDICIONES-VERSION PIC X(4).
              10 ORDEN-CONDICIONES-FECHA PIC X(8).

       FD  ARCHIVO-SALIDA-ORDEN.
           01 SALIDA-ORDEN-REGISTRO.
              10 SALIDA-SCORE PIC X(1).
              10 SALIDA-PREF-CONTACTO PIC X(1).
              10 SALIDA-DIRECCION-INVALIDA PIC X(1).
              10 SALIDA-CUIT PIC X(11).
              10 SALIDA-CONDICION-IVA PIC X(1).
              10 SALIDA-IDIOMA PIC X(2).
              10 SALIDA-CONDICIONES-VERSION PIC X(4).
              10 SALIDA-CONDICIONES-FECHA PIC X(8).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).

      *Tabla de retenciones de ganancias sobre el interes que se
      *acredita a los clientes. Se mantiene a mano, como
      *interes_config.dat: una linea por condicion del cliente con
      *la condicion frente al IVA (I, M, F o E, o N para el cliente
      *sin CUIT cargado, que paga la tasa de no inscripto sea cual
      *sea su condicion) una coma, la tasa en porcentaje (dos enteros
      *y dos decimales implicitos) una coma y el minimo no sujeto del
      *mes (siete enteros y dos decimales implicitos); por ejemplo
      *"I,0600,000700000" retiene 6 % sobre lo que pase de 7.000,00.
      *Una condicion sin linea no sufre retencion; sin archivo no se
      *retiene nada.
       FD  ARCHIVO-CONFIG-RETENCIONES.
           01 CONFIG-RETENCIONES-REGISTRO.
              10 CONFIG-RETENCION-CONDICION PIC X(1).
              10 FILLER PIC X(1).
              10 CONFIG-RETENCION-TASA PIC 9(2)V99.
              10 FILLER PIC X(1).
              10 CONFIG-RETENCION-MINIMO PIC 9(7)V99.

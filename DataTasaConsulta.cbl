      *Consulta de la tasa de cambio vigente en una fecha (uso
      *compartido): el que llama carga la moneda y la fecha AAAAMMDD
      *(en blanco es hoy) y Tasa-de-cambio devuelve la tasa a ARS que
      *regia ese dia y desde cuando; si la moneda no tiene tasa para
      *esa fecha, CONSULTA-TASA-HALLADA queda en "N".
       01  TASA-CONSULTA.
           05 CONSULTA-TASA-MONEDA PIC X(3).
           05 CONSULTA-TASA-FECHA PIC X(8).
           05 CONSULTA-TASA-VALOR PIC 9(5)V9(4).
           05 CONSULTA-TASA-VIGENCIA PIC X(8).
           05 CONSULTA-TASA-HALLADA PIC X(1).
              88 TASA-CONSULTA-HALLADA VALUE "S".

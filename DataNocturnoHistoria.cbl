              10 NHIST-HORA-FIN PIC X(6).
              10 NHIST-DURACION PIC 9(7).
              10 NHIST-REGISTROS PIC 9(7).
      *"F" si el programa del paso no se pudo llamar o termino con
      *codigo de retorno distinto de cero:
              10 NHIST-RESULTADO PIC X(1).
      *En los renglones de paso 00 (la pasada unica de reportes de la
      *cola), cuantos reportes se alimentaron con la misma lectura
      *del archivo de clientes; en los pasos de la cadena, cero:
              10 NHIST-REPORTES PIC 9(2).

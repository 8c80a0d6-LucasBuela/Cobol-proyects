                 88 CLIENTE-PROSPECTO VALUE "P".
                 88 CLIENTE-SUSPENDIDO VALUE "S".
                 88 CLIENTE-MOROSO VALUE "M".
      *Cuenta castigada: un moroso cuyo saldo se dio de baja por
      *incobrable (Castigar-saldo, con supervisor). Solo recibe
      *pagos, que se imputan como recupero del castigo; salir de
      *este estado tambien pide supervisor.
                 88 CLIENTE-CASTIGADO VALUE "C".
      *Estados que no reciben correo ni devengan interes (un moroso
      *sigue operando: devenga interes y recibe su resumen):
                 88 CLIENTE-FUERA-DE-OPERATORIA VALUE "P" "S" "I" "C".
              10 CLIENTES-FECHA-ALTA PIC X(8).
              10 CLIENTES-SECUENCIA PIC 9(6).
              10 CLIENTES-FECHA-NACIMIENTO PIC X(8).
      *la direccion borra la marca sola).
              10 CLIENTES-DIRECCION-INVALIDA PIC X(1).
                 88 CLIENTE-DIRECCION-DEVUELTA VALUE "D".
      *Datos fiscales: CUIT o CUIL (once digitos, sin guiones) y
      *condicion frente al IVA. En blanco la condicion se toma como
      *consumidor final, la de los registros anteriores a estos
      *campos. La condicion decide como Emitir-factura separa neto e
      *IVA y en que renglon del Libro IVA Ventas cae la factura.
              10 CLIENTES-CUIT PIC X(11).
              10 CLIENTES-CONDICION-IVA PIC X(1).
                 88 CLIENTE-RESPONSABLE-INSCRIPTO VALUE "I".
                 88 CLIENTE-MONOTRIBUTO VALUE "M".
                 88 CLIENTE-CONSUMIDOR-FINAL VALUE "F" " ".
                 88 CLIENTE-EXENTO-IVA VALUE "E".
                 88 CONDICION-IVA-VALIDA VALUE "I" "M" "F" "E".
      *Idioma de la correspondencia (ES castellano, PT portugues, EN
      *ingles). En blanco las cartas y los estados de cuenta salen en
      *el idioma que corresponde al pais del cliente (ver
      *ProcIdiomaCarta.cbl), el criterio de los registros anteriores
      *a este campo.
              10 CLIENTES-IDIOMA PIC X(2).
                 88 CLIENTE-IDIOMA-SEGUN-PAIS VALUE SPACES.
                 88 IDIOMA-CLIENTE-VALIDO VALUE "ES" "PT" "EN" SPACES.
      *Version de las condiciones (condiciones.dat) que acepto el
      *cliente y la fecha AAAAMMDD en que la acepto; en blanco, no
      *hay aceptacion registrada (los registros anteriores a las
      *versiones). La carga el alta con la version vigente de su
      *producto y Aceptar-condiciones cuando firma una nueva.
              10 CLIENTES-CONDICIONES-VERSION PIC X(4).
              10 CLIENTES-CONDICIONES-FECHA PIC X(8).

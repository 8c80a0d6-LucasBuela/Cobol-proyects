      *Definicion del archivo de tasas de plazo fijo (uso
      *compartido): una linea por plazo ofrecido; lo mantiene a mano
      *quien administra el sistema, como monedas.dat. Un plazo que no
      *figura no se puede constituir ni renovar.
       SELECT OPTIONAL ARCHIVO-TASAS-PLAZO
       ASSIGN TO "tasas_plazo_fijo.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS TASAS-PLAZO-STATUS.

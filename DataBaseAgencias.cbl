      *Definicion del archivo de agencias de cobranza externas (uso
      *compartido): una linea por agencia con su comision. Lo
      *mantiene a mano quien administra el sistema.
       SELECT OPTIONAL ARCHIVO-AGENCIAS
       ASSIGN TO "agencias.dat"
       ORGANIZATION LINE SEQUENTIAL.

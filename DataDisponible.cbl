      *Consulta de saldo disponible (uso compartido): el que llama
      *carga el cliente, su saldo, su limite de descubierto y el
      *debito que quiere hacer (cero para solo consultar), y
      *Saldo-disponible devuelve lo retenido por embargos, lo que
      *esta en canje (cheques sin acreditar), el saldo libre, el piso
      *por debajo del cual no se puede debitar, si el debito entra y
      *si la cuenta esta inmovilizada o bloqueada por documentacion.
       01  DISPONIBLE-CONSULTA.
           05 DISPONIBLE-CLIENTES-ID PIC X(6).
           05 DISPONIBLE-SALDO PIC S9(7)V99 COMP-3.
           05 DISPONIBLE-LIMITE PIC S9(7)V99 COMP-3.
           05 DISPONIBLE-DEBITO PIC S9(7)V99 COMP-3.
           05 DISPONIBLE-RETENIDO PIC S9(7)V99 COMP-3.
           05 DISPONIBLE-SALDO-LIBRE PIC S9(7)V99 COMP-3.
           05 DISPONIBLE-PISO PIC S9(7)V99 COMP-3.
           05 DISPONIBLE-EN-CANJE PIC S9(7)V99 COMP-3.
           05 DISPONIBLE-RESULTADO PIC X.
              88 DEBITO-PERMITIDO VALUE " ".
              88 DEBITO-AFECTA-EMBARGO VALUE "R".
              88 DEBITO-SUPERA-LIMITE VALUE "L".
      *Cuenta inmovilizada por falta de movimientos del cliente
      *(ver Marcar-cuentas-inmovilizadas): se informa siempre, y los
      *debitos que pide el cliente se rechazan hasta que se la
      *reactive en persona. Los cargos del banco no la miran.
           05 DISPONIBLE-INMOVILIZADA PIC X.
              88 CUENTA-INMOVILIZADA VALUE "D".
      *Documentacion obligatoria vencida o faltante desde hace mas
      *que la gracia, con el bloqueo activado en
      *documentos_config.dat (ver Mantener-documentos): los debitos
      *que pide el cliente se rechazan hasta que la presente.
           05 DISPONIBLE-DOCUMENTACION PIC X.
              88 DOCUMENTACION-BLOQUEADA VALUE "V".

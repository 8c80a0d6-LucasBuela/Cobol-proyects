                 88 MOVIMIENTO-ORDEN-PERMANENTE VALUE "O".
      *Credito acreditado desde el archivo de pagos del banco:
                 88 MOVIMIENTO-PAGO-BANCO VALUE "P".
      *Deposito y extraccion en efectivo por ventanilla, desde
      *Caja-mostrador; el concepto lleva el numero de recibo:
                 88 MOVIMIENTO-DEPOSITO-CAJA VALUE "D".
                 88 MOVIMIENTO-EXTRACCION-CAJA VALUE "E".
      *Transferencia entre dos clientes desde Transferir-saldo: el
      *debito y el credito se graban con la misma fecha-hora y cada
      *concepto nombra al otro cliente, asi las dos patas se
      *encuentran una a la otra:
                 88 MOVIMIENTO-TRANSFERENCIA VALUE "T".
      *Deposito de cheque por ventanilla: suma al saldo contable en
      *el momento, pero queda en canje (ver cheques.dat) hasta la
      *fecha de acreditacion; el concepto lleva el numero de cheque
      *y el de recibo:
                 88 MOVIMIENTO-DEPOSITO-CHEQUE VALUE "Q".
      *Cheque rechazado por el banco: la reversion del credito y la
      *comision de rechazo, cada una en su renglon:
                 88 MOVIMIENTO-CHEQUE-RECHAZADO VALUE "K".
      *Factura cobrada por debito automatico en otro banco, desde
      *Procesar-respuesta-debitos: la factura ya queda cobrada en el
      *mismo paso, por eso Aplicar-pagos-facturas no la vuelve a
      *imputar; el concepto lleva el numero de factura:
                 88 MOVIMIENTO-DEBITO-AUTOMATICO VALUE "B".
      *Transferencia a una cuenta propia del cliente en otro banco:
      *el debito al pedirla y, si el banco la rechaza, la devolucion;
      *el concepto lleva el numero de transferencia:
                 88 MOVIMIENTO-TRANSFERENCIA-EXTERNA VALUE "X".
      *Prestamo personal: el desembolso del capital al otorgarlo y
      *cada cuota que cobra el paso nocturno; el concepto lleva el
      *numero de prestamo (y el de cuota):
                 88 MOVIMIENTO-PRESTAMO VALUE "L".
      *Plazo fijo: el capital que se inmoviliza al constituirlo y, al
      *vencer, el capital y el interes que vuelven al saldo; el
      *concepto lleva el numero de certificado:
                 88 MOVIMIENTO-PLAZO-FIJO VALUE "N".
      *Retencion de ganancias sobre el interes acreditado: la graba
      *Aplicar-interes-mensual al lado del renglon de interes, con
      *la misma fecha-hora, y queda acumulada en retenciones.dat:
                 88 MOVIMIENTO-RETENCION-GANANCIAS VALUE "G".
      *Castigo de un saldo incobrable: el credito que lleva el saldo
      *a cero al darlo de baja (Castigar-saldo) y, despues, el debito
      *que saca del saldo cada cobro imputado como recupero; el
      *concepto lleva el numero de castigo:
                 88 MOVIMIENTO-CASTIGO VALUE "W".
      *Cierre de cuenta (Cerrar-cuenta-cliente): el renglon que saca
      *el saldo liquidado y deja la cuenta exactamente en cero; el
      *concepto dice si se pago en efectivo o a que cliente se
      *transfirio:
                 88 MOVIMIENTO-CIERRE-CUENTA VALUE "Z".
      *Canje de puntos de fidelidad por saldo (Canjear-puntos): el
      *credito por el valor en pesos de los puntos canjeados:
                 88 MOVIMIENTO-CANJE-PUNTOS VALUE "U".
              05 MOVIMIENTO-CONCEPTO PIC X(30).
      *Fecha valor AAAAMMDD: el dia habil desde el que cuenta el
      *movimiento para el interes, la antiguedad del descubierto, los
      *snapshots y el extracto contable (la calcula Fecha-valor con
      *la hora de corte y el calendario de feriados). Un renglon
      *grabado antes de que existiera la trae en blanco y vale desde
      *su fecha de imputacion.
              05 MOVIMIENTO-FECHA-VALOR PIC X(8).
      *Cadena de hash (ver Encadenar-registro): numero correlativo del
      *renglon en el ledger y hash que lo ata al anterior. Un renglon
      *grabado antes de que existiera la cadena la trae en blanco y
      *queda fuera de la verificacion.
              05 MOVIMIENTO-CADENA.
                 10 MOVIMIENTO-CADENA-NUMERO PIC 9(9).
                 10 MOVIMIENTO-CADENA-HASH PIC X(24).

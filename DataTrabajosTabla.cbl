      *Tabla de trabajos de la cadena nocturna (uso compartido por
      *Proceso-nocturno y Mantener-configuracion), indexada por el
      *numero de paso: un paso sin definir queda con TRAB-DEFINIDO
      *en "N" y no corre.
       77  TRABAJOS-STATUS PIC XX.
       77  FIN-TRABAJOS PIC X.
       77  MAXIMO-PASO-TRABAJO PIC 9(2) VALUE 99.
       77  INDICE-TRABAJO PIC 9(3).
       77  PASO-DEL-TRABAJO PIC 9(2).
       77  INDICE-DEPENDENCIA PIC 9(1).
       77  CANTIDAD-TRABAJOS PIC 9(3) VALUE ZEROES.
      *"A" si la cadena salio de trabajos_nocturno.dat, "D" si se
      *tomo la cadena de siempre porque el archivo no esta:
       77  ORIGEN-DE-TRABAJOS PIC X.
       01  TABLA-TRABAJOS.
           05 TRAB-TABLA OCCURS 99 TIMES.
              10 TRAB-DEFINIDO PIC X(1).
              10 TRAB-PROGRAMA PIC X(30).
              10 TRAB-FRECUENCIA PIC X(1).
              10 TRAB-DIA-SEMANA PIC 9(1).
              10 TRAB-DEPENDE-DE PIC 9(2) OCCURS 3 TIMES.
              10 TRAB-HABILITADO PIC X(1).
              10 TRAB-AVISO-LOTE PIC X(1).
              10 TRAB-OMITIR-FECHA PIC X(8).
              10 TRAB-DESCRIPCION PIC X(40).

      *La cadena de siempre, tal como corria antes de existir el
      *archivo de trabajos: paso, programa, frecuencia, aviso de
      *lote, dependencias y descripcion. La reconciliacion de conteos
      *compara contra el listado del paso 1; el snapshot de fin de
      *mes tiene que incluir el interes del paso 7; el pasivo de
      *puntos sale despues de la corrida de puntos del paso 25; el
      *embudo web despues de la importacion del paso 32; y los
      *estados de cuenta (paso 34, antes el 3) despues de las ordenes
      *y el interes del mes, que el control de cierre les exige. La
      *prueba de totales del ledger (paso 35) va ultima, despues de
      *todo lo que asienta en el dia. El aviso de cambios de
      *condiciones (paso 36) encola sus cartas para la emision de la
      *noche siguiente:
       77  CANTIDAD-TRABAJOS-DEFECTO PIC 9(2) VALUE 35.
       01  TRABAJOS-POR-DEFECTO.
           05 FILLER PIC X(2) VALUE "01".
           05 FILLER PIC X(30) VALUE "Consultar-registro".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "listado impreso (Consultar-registro)".
           05 FILLER PIC X(2) VALUE "02".
           05 FILLER PIC X(30) VALUE "Reconciliar-clientes".
           05 FILLER PIC X(8) VALUE "DN010000".
           05 FILLER PIC X(40)
              VALUE "reconciliacion de conteos".
           05 FILLER PIC X(2) VALUE "04".
           05 FILLER PIC X(30) VALUE "Reconciliar-saldos-ledger".
           05 FILLER PIC X(8) VALUE "DN000000".
           05 FILLER PIC X(40)
              VALUE "reconciliacion de saldos con el ledger".
           05 FILLER PIC X(2) VALUE "05".
           05 FILLER PIC X(30) VALUE "Aplicar-ordenes-permanentes".
           05 FILLER PIC X(8) VALUE "DN000000".
           05 FILLER PIC X(40)
              VALUE "ordenes permanentes del periodo".
           05 FILLER PIC X(2) VALUE "06".
           05 FILLER PIC X(30) VALUE "Rotar-logs".
           05 FILLER PIC X(8) VALUE "DN000000".
           05 FILLER PIC X(40)
              VALUE "rotacion de logs por retencion".
           05 FILLER PIC X(2) VALUE "07".
           05 FILLER PIC X(30) VALUE "Aplicar-interes-mensual".
           05 FILLER PIC X(8) VALUE "MS000000".
           05 FILLER PIC X(40)
              VALUE "interes y mantenimiento mensual".
           05 FILLER PIC X(2) VALUE "08".
           05 FILLER PIC X(30) VALUE "Snapshot-saldos-mensual".
           05 FILLER PIC X(8) VALUE "MS070000".
           05 FILLER PIC X(40)
              VALUE "snapshot de saldos de fin de mes".
           05 FILLER PIC X(2) VALUE "09".
           05 FILLER PIC X(30) VALUE "Procesar-cola-reportes".
           05 FILLER PIC X(8) VALUE "DN000000".
           05 FILLER PIC X(40)
              VALUE "cola de reportes pedidos".
           05 FILLER PIC X(2) VALUE "10".
           05 FILLER PIC X(30) VALUE "Verificar-cambios-direccion".
           05 FILLER PIC X(8) VALUE "DN000000".
           05 FILLER PIC X(40)
              VALUE "control de cambios de direccion".
           05 FILLER PIC X(2) VALUE "11".
           05 FILLER PIC X(30) VALUE "Acreditar-cheques".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "acreditacion de cheques en canje".
           05 FILLER PIC X(2) VALUE "12".
           05 FILLER PIC X(30) VALUE "Emitir-cartas-aviso".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "cartas de aviso encoladas".
           05 FILLER PIC X(2) VALUE "13".
           05 FILLER PIC X(30) VALUE "Generar-transferencias-salida".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "archivo de transferencias a otros bancos".
           05 FILLER PIC X(2) VALUE "14".
           05 FILLER PIC X(30) VALUE "Cobrar-cuotas-prestamo".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "cobro de cuotas de prestamos".
           05 FILLER PIC X(2) VALUE "15".
           05 FILLER PIC X(30) VALUE "Vencer-plazos-fijos".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "vencimiento de plazos fijos".
           05 FILLER PIC X(2) VALUE "16".
           05 FILLER PIC X(30) VALUE "Verificar-promesas-pago".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "verificacion de promesas de pago".
           05 FILLER PIC X(2) VALUE "17".
           05 FILLER PIC X(30) VALUE "Calcular-punitorios".
           05 FILLER PIC X(8) VALUE "MS000000".
           05 FILLER PIC X(40)
              VALUE "punitorios por facturas vencidas".
           05 FILLER PIC X(2) VALUE "18".
           05 FILLER PIC X(30) VALUE "Vencer-presupuestos".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "vencimiento de presupuestos".
           05 FILLER PIC X(2) VALUE "19".
           05 FILLER PIC X(30) VALUE "Marcar-cuentas-inmovilizadas".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "control de cuentas inmovilizadas".
           05 FILLER PIC X(2) VALUE "20".
           05 FILLER PIC X(30) VALUE "Avisar-documentos-por-vencer".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "documentos de clientes por vencer".
           05 FILLER PIC X(2) VALUE "21".
           05 FILLER PIC X(30) VALUE "Monitorear-movimientos".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "monitoreo de movimientos".
           05 FILLER PIC X(2) VALUE "22".
           05 FILLER PIC X(30) VALUE "Reporte-reclamos-vencidos".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "reclamos vencidos por operador".
           05 FILLER PIC X(2) VALUE "23".
           05 FILLER PIC X(30) VALUE "Procesar-mayoria-edad".
           05 FILLER PIC X(8) VALUE "MS000000".
           05 FILLER PIC X(40)
              VALUE "mayoria de edad de clientes menores".
           05 FILLER PIC X(2) VALUE "24".
           05 FILLER PIC X(30) VALUE "Reporte-cartera-oficiales".
           05 FILLER PIC X(8) VALUE "MS000000".
           05 FILLER PIC X(40)
              VALUE "cartera de los oficiales de cuenta".
           05 FILLER PIC X(2) VALUE "25".
           05 FILLER PIC X(30) VALUE "Otorgar-puntos-mensual".
           05 FILLER PIC X(8) VALUE "MS000000".
           05 FILLER PIC X(40)
              VALUE "puntos de fidelidad del mes".
           05 FILLER PIC X(2) VALUE "26".
           05 FILLER PIC X(30) VALUE "Reporte-pasivo-puntos".
           05 FILLER PIC X(8) VALUE "MS250000".
           05 FILLER PIC X(40)
              VALUE "pasivo del programa de puntos".
           05 FILLER PIC X(2) VALUE "27".
           05 FILLER PIC X(30) VALUE "Reporte-tesoro-diario".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "tesoro diario por sucursal".
           05 FILLER PIC X(2) VALUE "28".
           05 FILLER PIC X(30) VALUE "Verificar-cadenas".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "verificacion de cadenas de hash".
           05 FILLER PIC X(2) VALUE "29".
           05 FILLER PIC X(30) VALUE "Revisar-segregacion-funciones".
           05 FILLER PIC X(8) VALUE "MS000000".
           05 FILLER PIC X(40)
              VALUE "revision de segregacion de funciones".
           05 FILLER PIC X(2) VALUE "30".
           05 FILLER PIC X(30) VALUE "Proponer-limites-descubierto".
           05 FILLER PIC X(8) VALUE "TS000000".
           05 FILLER PIC X(40)
              VALUE "revision de limites de descubierto".
           05 FILLER PIC X(2) VALUE "31".
           05 FILLER PIC X(30) VALUE "Procesar-recibos-correo".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "recibos del gateway de correo".
           05 FILLER PIC X(2) VALUE "32".
           05 FILLER PIC X(30) VALUE "Importar-solicitudes-web".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "solicitudes de alta del sitio web".
           05 FILLER PIC X(2) VALUE "33".
           05 FILLER PIC X(30) VALUE "Reporte-embudo-solicitudes".
           05 FILLER PIC X(8) VALUE "MS320000".
           05 FILLER PIC X(40)
              VALUE "embudo de solicitudes web".
           05 FILLER PIC X(2) VALUE "34".
           05 FILLER PIC X(30) VALUE "Estados-cuenta-lote".
           05 FILLER PIC X(8) VALUE "MS050700".
           05 FILLER PIC X(40)
              VALUE "estados de cuenta en lote".
           05 FILLER PIC X(2) VALUE "35".
           05 FILLER PIC X(30) VALUE "Probar-totales-ledger".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "prueba diaria de totales del ledger".
           05 FILLER PIC X(2) VALUE "36".
           05 FILLER PIC X(30) VALUE "Avisar-condiciones".
           05 FILLER PIC X(8) VALUE "DS000000".
           05 FILLER PIC X(40)
              VALUE "aviso de cambios de condiciones".
       01  TABLA-TRABAJOS-DEFECTO REDEFINES TRABAJOS-POR-DEFECTO.
           05 DEF-TABLA OCCURS 35 TIMES.
              10 DEF-PASO PIC 9(2).
              10 DEF-PROGRAMA PIC X(30).
              10 DEF-FRECUENCIA PIC X(1).
              10 DEF-AVISO-LOTE PIC X(1).
              10 DEF-DEPENDE-DE PIC 9(2) OCCURS 3 TIMES.
              10 DEF-DESCRIPCION PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  RESPUESTA-ENTRENAMIENTO PIC X.
       01  OPCION-MENU PIC X(3).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
              10 OP-TAB-INTENTOS PIC 9(1).
              10 OP-TAB-BLOQUEADO PIC X(1).
              10 OP-TAB-SUCURSAL PIC X(3).
              10 OP-TAB-CLIENTES-ID PIC X(6).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
               OP-TAB-BLOQUEADO (CANTIDAD-OPERADORES)
           MOVE OP-SUCURSAL TO
               OP-TAB-SUCURSAL (CANTIDAD-OPERADORES)
           MOVE OP-CLIENTES-ID TO
               OP-TAB-CLIENTES-ID (CANTIDAD-OPERADORES)
           END-IF.

       BUSCA-OPERADOR-EN-TABLA.
           MOVE OP-TAB-INTENTOS (INDICE-OPERADOR) TO OP-INTENTOS.
           MOVE OP-TAB-BLOQUEADO (INDICE-OPERADOR) TO OP-BLOQUEADO.
           MOVE OP-TAB-SUCURSAL (INDICE-OPERADOR) TO OP-SUCURSAL.
           MOVE OP-TAB-CLIENTES-ID (INDICE-OPERADOR) TO
               OP-CLIENTES-ID.
           WRITE OPERADORES-REGISTRO.

      *Una sesion de practica deja el archivo-senal que hace que
               WHEN "76"
               WHEN "77"
               WHEN "79"
               WHEN "91"
               WHEN "93"
               WHEN "95"
               WHEN "96"
               WHEN "100"
               WHEN "101"
               WHEN "108"
               WHEN "114"
               WHEN "115"
               WHEN "117"
               WHEN "118"
               WHEN "120"
               WHEN "123"
               WHEN "125"
               WHEN "128"
               WHEN "129"
               WHEN "130"
               WHEN "133"
               WHEN "137"
               WHEN "141"
               WHEN "142"
               WHEN "143"
               WHEN "144"
               WHEN "145"
               WHEN "146"
               WHEN "147"
               WHEN "148"
               WHEN "150"
               WHEN "151"
               WHEN "152"
               WHEN "155"
               WHEN "157"
               WHEN "158"
               WHEN "162"
               WHEN "164"
               WHEN "167"
               WHEN "169"
               WHEN "170"
                   MOVE "N" TO OPCION-PERMITIDA
               WHEN OTHER
                   CONTINUE
                   CALL "Cartas-bienvenida"
               WHEN "87"
                   CALL "Marcar-onboarding"
               WHEN "88"
                   CALL "Caja-mostrador"
               WHEN "89"
                   CALL "Verificar-recibos"
               WHEN "90"
                   CALL "Transferir-saldo"
               WHEN "91"
                   CALL "Mantener-embargos"
               WHEN "92"
                   CALL "Reporte-embargos"
               WHEN "93"
                   CALL "Procesar-cheques-rechazados"
               WHEN "94"
                   CALL "Mantener-adhesiones-debito"
               WHEN "95"
                   CALL "Generar-debitos-automaticos"
               WHEN "96"
                   CALL "Procesar-respuesta-debitos"
               WHEN "97"
                   CALL "Gestionar-rechazos-debito"
               WHEN "98"
                   CALL "Mantener-cuentas-destino"
               WHEN "99"
                   CALL "Transferir-a-otro-banco"
               WHEN "100"
                   CALL "Confirmar-transferencias"
               WHEN "101"
                   CALL "Otorgar-prestamo"
               WHEN "102"
                   CALL "Consultar-prestamos"
               WHEN "103"
                   CALL "Cartera-prestamos"
               WHEN "104"
                   CALL "Constituir-plazo-fijo"
               WHEN "105"
                   CALL "Reporte-plazos-por-vencer"
               WHEN "106"
                   CALL "Registrar-promesa-pago"
               WHEN "107"
                   CALL "Reporte-promesas-pago"
               WHEN "108"
                   CALL "Exenciones-punitorio"
               WHEN "109"
                   CALL "Emitir-nota-credito"
               WHEN "110"
                   CALL "Cargar-presupuesto"
               WHEN "111"
                   CALL "Aceptar-presupuesto"
               WHEN "112"
                   CALL "Reporte-conversion-presupuesto"
               WHEN "113"
                   CALL "Libro-iva-ventas"
               WHEN "114"
                   CALL "Declarar-retenciones"
               WHEN "115"
                   CALL "Clasificar-deudores"
               WHEN "116"
                   CALL "Consultar-situacion-deudor"
               WHEN "117"
                   CALL "Calcular-previsiones"
               WHEN "118"
                   CALL "Castigar-saldo"
               WHEN "119"
                   CALL "Reporte-castigos"
               WHEN "120"
                   CALL "Asignar-agencia-cobranza"
               WHEN "121"
                   CALL "Importar-rendicion-agencia"
               WHEN "122"
                   CALL "Reporte-agencias"
               WHEN "123"
                   CALL "Cerrar-cuenta-cliente"
               WHEN "124"
                   CALL "Reactivar-cuenta-inmovilizada"
               WHEN "125"
                   CALL "Reporte-saldos-no-reclamados"
               WHEN "126"
                   CALL "Mantener-documentos"
               WHEN "127"
                   CALL "Reporte-documentacion-vencida"
               WHEN "128"
                   CALL "Cargar-lista-sanciones"
               WHEN "129"
                   CALL "Revisar-coincidencias-cumplimiento"
               WHEN "130"
                   CALL "Revisar-casos-monitoreo"
               WHEN "131"
                   CALL "Mantener-reclamos"
               WHEN "132"
                   CALL "Reporte-reclamos-vencidos"
               WHEN "133"
                   CALL "Estadistica-reclamos-trimestral"
               WHEN "134"
                   CALL "Mantener-cotitulares"
               WHEN "135"
                   CALL "Mantener-tutores"
               WHEN "136"
                   CALL "Mantener-cartera-oficiales"
               WHEN "137"
                   CALL "Reporte-cartera-oficiales"
               WHEN "138"
                   CALL "Mantener-campanas"
               WHEN "139"
                   CALL "Reporte-resultados-campana"
               WHEN "140"
                   CALL "Canjear-puntos"
               WHEN "141"
                   CALL "Reporte-pasivo-puntos"
               WHEN "142"
                   CALL "Reporte-cambios-tasas"
               WHEN "143"
                   CALL "Tesoro-sucursal"
               WHEN "144"
                   CALL "Reporte-tesoro-diario"
               WHEN "145"
                   CALL "Verificar-cadenas"
               WHEN "146"
                   CALL "Revisar-segregacion-funciones"
               WHEN "147"
                   CALL "Investigar-operador"
               WHEN "148"
                   CALL "Emitir-confirmaciones-saldo"
               WHEN "149"
                   CALL "Registrar-respuesta-confirmacion"
               WHEN "150"
                   CALL "Reporte-confirmaciones-saldo"
               WHEN "151"
                   CALL "Proponer-limites-descubierto"
               WHEN "152"
                   CALL "Aprobar-limites-descubierto"
               WHEN "153"
                   CALL "Ficha-integral-cliente"
               WHEN "154"
                   CALL "Mantener-preferencias-envio"
               WHEN "155"
                   CALL "Procesar-recibos-correo"
               WHEN "156"
                   CALL "Mantener-pin-telefonico"
               WHEN "157"
                   CALL "Procesar-consultas-ivr"
               WHEN "158"
                   CALL "Importar-solicitudes-web"
               WHEN "159"
                   CALL "Revisar-solicitudes-web"
               WHEN "160"
                   CALL "Reporte-embudo-solicitudes"
               WHEN "161"
                   CALL "Simular-posteo-mensual"
               WHEN "162"
                   CALL "Comparar-simulacion"
               WHEN "163"
                   CALL "Controlar-cierre-mensual"
               WHEN "164"
                   CALL "Probar-totales-ledger"
               WHEN "165"
                   CALL "Analisis-ingresos-cargos"
               WHEN "166"
                   CALL "Reporte-cartas-idioma"
               WHEN "167"
                   CALL "Definir-listado"
               WHEN "168"
                   CALL "Listado-definido"
               WHEN "169"
                   CALL "Registrar-condiciones"
               WHEN "170"
                   CALL "Avisar-condiciones"
               WHEN "171"
                   CALL "Aceptar-condiciones"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
           DISPLAY "(85) Cuadre de caja por operador.".
           DISPLAY "(86) Tirada de cartas de bienvenida.".
           DISPLAY "(87) Checklist de onboarding y vencidos.".
           DISPLAY "(88) Caja: deposito o extraccion con recibo.".
           DISPLAY "(89) Verificar la numeracion de recibos de caja.".
           DISPLAY "(90) Transferir saldo entre dos clientes.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(91) Embargos judiciales."
           END-IF.
           DISPLAY "(92) Reporte de embargos vigentes.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(93) Procesar cheques rechazados del banco."
           END-IF.
           DISPLAY "(94) Adhesiones al debito automatico.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(95) Generar archivo de debito automatico."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(96) Procesar respuesta del debito automatico."
           END-IF.
           DISPLAY "(97) Rechazos de debito automatico.".
           DISPLAY "(98) Cuentas de destino en otros bancos.".
           DISPLAY "(99) Transferencia a cuenta de otro banco.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(100) Confirmacion de transferencias a otros "
                   "bancos."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(101) Otorgar prestamo personal."
           END-IF.
           DISPLAY "(102) Prestamos de un cliente y cronograma.".
           DISPLAY "(103) Cartera de prestamos por sucursal y "
                   "producto.".
           DISPLAY "(104) Constituir plazo fijo.".
           DISPLAY "(105) Plazos fijos por vencer en 7 dias.".
           DISPLAY "(106) Registrar promesa de pago.".
           DISPLAY "(107) Cumplimiento de promesas por operador.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(108) Exenciones de punitorio del mes."
           END-IF.
           DISPLAY "(109) Emitir nota de credito contra una factura.".
           DISPLAY "(110) Cargar presupuesto a un cliente.".
           DISPLAY "(111) Aceptar presupuesto y facturarlo.".
           DISPLAY "(112) Conversion de presupuestos por operador.".
           DISPLAY "(113) Libro IVA Ventas del mes (reporte y AFIP).".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(114) Declarar retenciones de ganancias del mes."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(115) Clasificar deudores del mes (BCRA)."
           END-IF.
           DISPLAY "(116) Consultar situacion de un deudor por mes.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(117) Calcular prevision por incobrables del mes."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(118) Castigar saldo incobrable de un moroso."
           END-IF.
           DISPLAY "(119) Reporte de castigos y recuperos del mes.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(120) Entregar cuentas en mora a una agencia."
           END-IF.
           DISPLAY "(121) Importar rendicion de agencia de cobranza.".
           DISPLAY "(122) Rendimiento de agencias de cobranza.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(123) Cerrar cuenta con liquidacion final."
           END-IF.
           DISPLAY "(124) Reactivar cuenta inmovilizada.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(125) Saldos no reclamados anual."
           END-IF.
           DISPLAY "(126) Documentos de clientes.".
           DISPLAY "(127) Documentacion vencida o faltante.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(128) Cargar listas de sanciones/PEP."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(129) Revisar coincidencias sanciones/PEP."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(130) Casos del monitoreo de movimientos."
           END-IF.
           DISPLAY "(131) Reclamos de clientes.".
           DISPLAY "(132) Reclamos vencidos por operador.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(133) Estadistica trimestral de reclamos."
           END-IF.
           DISPLAY "(134) Cotitulares y apoderados.".
           DISPLAY "(135) Tutores de clientes menores.".
           DISPLAY "(136) Cartera de oficiales de cuenta.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(137) Reporte mensual de cartera por oficial."
           END-IF.
           DISPLAY "(138) Campanas de marketing.".
           DISPLAY "(139) Resultados de una campana de marketing.".
           DISPLAY "(140) Canje de puntos de fidelidad.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(141) Pasivo del programa de puntos."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(142) Reporte de cambios de tasas de cambio."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(143) Tesoro de la sucursal."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(144) Reporte diario del tesoro."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(145) Verificar cadenas de auditoria y ledger."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(146) Segregacion de funciones del mes."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(147) Investigar operador por ventana horaria."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(148) Cartas de confirmacion de saldo."
           END-IF.
           DISPLAY "(149) Respuesta a confirmacion de saldo.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(150) Reporte de confirmaciones de saldo."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(151) Proponer limites de descubierto."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(152) Aprobar limites de descubierto."
           END-IF.
           DISPLAY "(153) Ficha integral del cliente.".
           DISPLAY "(154) Preferencias de envio de documentos.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(155) Procesar recibos del gateway de correo."
           END-IF.
           DISPLAY "(156) PIN de consulta telefonica.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(157) Atender consultas de la central telefonica."
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(158) Importar solicitudes de alta del sitio web."
           END-IF.
           DISPLAY "(159) Revisar solicitudes de alta del sitio web.".
           DISPLAY "(160) Embudo mensual de solicitudes web.".
           DISPLAY "(161) Simular posteo mensual (sin asentar).".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(162) Comparar simulacion contra corrida real."
           END-IF.
           DISPLAY "(163) Control del cierre mensual y certificado.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(164) Prueba diaria de totales del ledger."
           END-IF.
           DISPLAY "(165) Analisis de ingresos por cargos e intereses.".
           DISPLAY "(166) Reporte de cartas por idioma.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(167) Definir listados de clientes."
           END-IF.
           DISPLAY "(168) Correr un listado definido.".
           IF OPERADOR-ES-SUPERVISOR
           DISPLAY "(169) Registrar condiciones de los productos."
           DISPLAY "(170) Avisar a los clientes cambios de condiciones."
           END-IF.
           DISPLAY "(171) Aceptacion de condiciones por el cliente.".
           DISPLAY "(X) Salir.".
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = "x"

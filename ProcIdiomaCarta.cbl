      *Cartas en el idioma del cliente (uso compartido por los
      *programas de cartas). El programa abre con ABRE-TEXTOS-CARTAS,
      *y por cada carta carga IDIOMA-CARTA-CODIGO con el cliente en
      *CLIENTES-REGISTRO y hace ELIGE-IDIOMA-CARTA; despues, por cada
      *renglon, carga IDIOMA-CARTA-RENGLON y los datos @1 a @9 y
      *hace ARMA-RENGLON-CARTA. CIERRA-TEXTOS-CARTAS al final.
      *Los renglones 90 a 99 son comunes a todas las cartas (codigo
      *COMU en textos_cartas.dat).
       ABRE-TEXTOS-CARTAS.
           MOVE ZEROES TO CANTIDAD-TEXTOS-CARTAS.
           MOVE ZEROES TO CONTADOR-SIN-TRADUCCION.
           PERFORM CARGA-TEXTOS-CASTELLANO.
           OPEN INPUT ARCHIVO-TEXTOS-CARTAS.
           MOVE "1" TO FIN-TEXTOS-CARTAS.
           IF TEXTOS-CARTAS-STATUS = "00"
           PERFORM CARGA-TEXTO-DEL-ARCHIVO
               UNTIL FIN-TEXTOS-CARTAS = "0"
           END-IF.
           CLOSE ARCHIVO-TEXTOS-CARTAS.
      *En entrenamiento no se anota nada: el registro de cartas es
      *uno solo y acompana a produccion.
           IF MODO-ENTRENAMIENTO NOT = "S"
           OPEN EXTEND ARCHIVO-CARTAS-IDIOMA
           END-IF.

       CIERRA-TEXTOS-CARTAS.
           IF MODO-ENTRENAMIENTO NOT = "S"
           CLOSE ARCHIVO-CARTAS-IDIOMA
           END-IF.
           IF CONTADOR-SIN-TRADUCCION > ZEROES
           DISPLAY "Cartas en castellano por falta de texto en el "
                   "idioma del cliente: " CONTADOR-SIN-TRADUCCION
           END-IF.

      *Textos de fabrica en castellano; textos_cartas.dat agrega los
      *demas idiomas y puede corregir estos. Renglones 01 a 10 son
      *titulos y encabezados, 11 a 19 el cuerpo de la carta:
       CARGA-TEXTOS-CASTELLANO.
           MOVE "COMUES90" TO TEXTO-NUEVO-CLAVE.
           MOVE "y @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "COMUES91" TO TEXTO-NUEVO-CLAVE.
           MOVE "@1 por @2"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "COMUES92" TO TEXTO-NUEVO-CLAVE.
           MOVE "Motivo: @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "MORAES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "PRIMER AVISO - DESCUBIERTO EXCEDIDO"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "MORAES02" TO TEXTO-NUEVO-CLAVE.
           MOVE "SEGUNDO AVISO - DESCUBIERTO EXCEDIDO"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "MORAES03" TO TEXTO-NUEVO-CLAVE.
           MOVE "AVISO FINAL - DESCUBIERTO EXCEDIDO"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "MORAES11" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "Su saldo @1 supera el descubierto aprobado"
                  " de @2. Le pedimos regularizarlo."
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "BIENES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "BIENVENIDO"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "BIENES11" TO TEXTO-NUEVO-CLAVE.
           MOVE "Gracias por sumarse; su cuenta ya esta activa."
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "DIREES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "CONFIRMACION DE CAMBIO DE DIRECCION"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "DIREES11" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "El @1 se registro un cambio de direccion en"
                  " su cuenta."
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "DIREES12" TO TEXTO-NUEVO-CLAVE.
           MOVE "Si usted no lo pidio, comuniquese de inmediato."
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACHQES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "AVISO DE CHEQUE RECHAZADO - @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACHQES11" TO TEXTO-NUEVO-CLAVE.
           MOVE "El importe fue debitado de su cuenta, junto con la"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACHQES12" TO TEXTO-NUEVO-CLAVE.
           MOVE "comision de rechazo que corresponda a su producto."
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ADEBES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "AVISO DE DEBITO AUTOMATICO RECHAZADO - @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ADEBES11" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "La factura sigue pendiente; le pedimos"
                  " abonarla por"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ADEBES12" TO TEXTO-NUEVO-CLAVE.
           MOVE "otro medio o regularizar la cuenta adherida."
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ATRFES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "AVISO DE TRANSFERENCIA RECHAZADA - @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ATRFES11" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "El banco no acepto la cuenta de destino; el"
                  " importe"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ATRFES12" TO TEXTO-NUEVO-CLAVE.
           MOVE "ya fue devuelto a su saldo. Revise los datos de la"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ATRFES13" TO TEXTO-NUEVO-CLAVE.
           MOVE "cuenta registrada antes de volver a transferir."
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "AMAYES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "AVISO DE MAYORIA DE EDAD - @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "AMAYES11" TO TEXTO-NUEVO-CLAVE.
           MOVE "Desde ahora opera su cuenta sin la autorizacion de"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "AMAYES12" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "su tutor. Le pedimos acercarse a la sucursal"
                  " con su"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "AMAYES13" TO TEXTO-NUEVO-CLAVE.
           MOVE "propio DNI para actualizar su documentacion."
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ALIMES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "AVISO DE CAMBIO DE LIMITE DE DESCUBIERTO - @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ALIMES11" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "El nuevo limite rige desde hoy para el saldo"
                  " en rojo"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ALIMES12" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "de su cuenta, como resultado de la revision"
                  " periodica"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ALIMES13" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "de su operatoria. Ante cualquier duda"
                  " consulte en su"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ALIMES14" TO TEXTO-NUEVO-CLAVE.
           MOVE "sucursal."
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACONES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "AVISO DE CAMBIO DE CONDICIONES - @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACONES11" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "Le informamos la version @1 de las condiciones"
                  " de su cuenta,"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACONES12" TO TEXTO-NUEVO-CLAVE.
           MOVE "que rige desde el @2. Cambios: @3"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACONES13" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "Tasa de interes mensual: @4  Cargo de"
                  " mantenimiento: @5"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACONES14" TO TEXTO-NUEVO-CLAVE.
           MOVE "Comision por cheque rechazado: @6"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACONES15" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "Hasta esa fecha siguen rigiendo sus condiciones"
                  " actuales. Ante"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ACONES16" TO TEXTO-NUEVO-CLAVE.
           MOVE "cualquier duda consulte en su sucursal."
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "AGENES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "AVISO A CLIENTE - @1"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES01" TO TEXTO-NUEVO-CLAVE.
           MOVE "ESTADO DE CUENTA"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES02" TO TEXTO-NUEVO-CLAVE.
           MOVE "ID:@1  Nombre:@2  Apellido:@3  EDAD:@4"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES03" TO TEXTO-NUEVO-CLAVE.
           MOVE "Telefono:@1  Direccion:@2  Pais:@3"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES04" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "Saldo actual:@1  Limite de descubierto:@2 "
                  " Fecha de alta:@3"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES05" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "Saldo contable:@1  Limite de descubierto:@2 "
                  " Fecha de alta:@3"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES06" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "Saldo disponible:@1  Cheques en canje:@2 "
                  " Retenido por embargos:@3"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES07" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "Puntos de fidelidad:@1 (valor ARS @2) "
                  " Vencen este mes:@3"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES08" TO TEXTO-NUEVO-CLAVE.
           MOVE "MOVIMIENTOS RECIENTES:"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES09" TO TEXTO-NUEVO-CLAVE.
           MOVE "  (sin movimientos registrados)"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES10" TO TEXTO-NUEVO-CLAVE.
           MOVE SPACES TO TEXTO-NUEVO-TEXTO.
           STRING "  @1  Valor:@2  [@3] @4  Operador:@5 "
                  " Importe:@6  Saldo resultante:@7"
                  DELIMITED BY SIZE INTO TEXTO-NUEVO-TEXTO
           END-STRING.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES11" TO TEXTO-NUEVO-CLAVE.
           MOVE "Titular: @1  (ID:@2)"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES12" TO TEXTO-NUEVO-CLAVE.
           MOVE "Cotitular: @1  (ID:@2)"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES13" TO TEXTO-NUEVO-CLAVE.
           MOVE "Apoderado: @1  (ID:@2)"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.
           MOVE "ESTCES14" TO TEXTO-NUEVO-CLAVE.
           MOVE "(va en el mismo sobre del hogar @1)"
               TO TEXTO-NUEVO-TEXTO.
           PERFORM AGREGA-TEXTO-CARTA.

      *Las lineas con * en la primera columna son comentarios; las
      *que no traen un renglon numerico se ignoran:
       CARGA-TEXTO-DEL-ARCHIVO.
           READ ARCHIVO-TEXTOS-CARTAS
               AT END
               MOVE "0" TO FIN-TEXTOS-CARTAS
               NOT AT END
               IF TEXTOS-CARTAS-CODIGO (1:1) NOT = "*"
                  AND TEXTOS-CARTAS-CODIGO NOT = SPACES
                  AND TEXTOS-CARTAS-RENGLON IS NUMERIC
               MOVE FUNCTION UPPER-CASE(TEXTOS-CARTAS-CODIGO)
                   TO TEXTO-NUEVO-CODIGO
               MOVE FUNCTION UPPER-CASE(TEXTOS-CARTAS-IDIOMA)
                   TO TEXTO-NUEVO-IDIOMA
               MOVE TEXTOS-CARTAS-RENGLON TO TEXTO-NUEVO-RENGLON
               MOVE TEXTOS-CARTAS-TEXTO TO TEXTO-NUEVO-TEXTO
               PERFORM AGREGA-TEXTO-CARTA
               END-IF
           END-READ.

      *Un texto ya cargado con la misma clave se reemplaza: asi el
      *archivo puede corregir un texto de fabrica en castellano.
       AGREGA-TEXTO-CARTA.
           MOVE TEXTO-NUEVO-CLAVE TO TEXTO-BUSCADO.
           PERFORM BUSCA-TEXTO-CARTA.
           IF TEXTO-CARTA-HALLADO > ZEROES
           MOVE TEXTO-NUEVO-TEXTO
               TO TEXTO-CARTA-TEXTO (TEXTO-CARTA-HALLADO)
           ELSE
           IF CANTIDAD-TEXTOS-CARTAS < MAXIMO-TEXTOS-CARTAS
           ADD 1 TO CANTIDAD-TEXTOS-CARTAS
           MOVE TEXTO-NUEVO-CLAVE
               TO TEXTO-CARTA-CLAVE (CANTIDAD-TEXTOS-CARTAS)
           MOVE TEXTO-NUEVO-TEXTO
               TO TEXTO-CARTA-TEXTO (CANTIDAD-TEXTOS-CARTAS)
           ELSE
           DISPLAY "Tabla de textos de cartas llena; se ignora "
                   TEXTO-NUEVO-CLAVE
           END-IF
           END-IF.

       BUSCA-TEXTO-CARTA.
           MOVE ZEROES TO TEXTO-CARTA-HALLADO.
           PERFORM COMPARA-TEXTO-CARTA
               VARYING INDICE-TEXTO-CARTA FROM 1 BY 1
               UNTIL INDICE-TEXTO-CARTA > CANTIDAD-TEXTOS-CARTAS
                  OR TEXTO-CARTA-HALLADO > ZEROES.

       COMPARA-TEXTO-CARTA.
           IF TEXTO-CARTA-CLAVE (INDICE-TEXTO-CARTA) = TEXTO-BUSCADO
           MOVE INDICE-TEXTO-CARTA TO TEXTO-CARTA-HALLADO
           END-IF.

      *Alcanza con que la carta tenga algun renglon en el idioma:
       COMPARA-CARTA-EN-IDIOMA.
           IF TEXTO-CARTA-CLAVE (INDICE-TEXTO-CARTA) (1:6)
              = TEXTO-BUSCADO (1:6)
           MOVE INDICE-TEXTO-CARTA TO TEXTO-CARTA-HALLADO
           END-IF.

      *El idioma elegido en la ficha manda; sin eleccion, sale del
      *pais. Si la carta no esta escrita en ese idioma va en
      *castellano, con aviso, y queda anotada como sustituida.
       ELIGE-IDIOMA-CARTA.
           MOVE CLIENTES-IDIOMA TO IDIOMA-CARTA-PEDIDO.
           IF IDIOMA-CARTA-PEDIDO = SPACES
           PERFORM IDIOMA-SEGUN-PAIS
           END-IF.
           MOVE IDIOMA-CARTA-PEDIDO TO IDIOMA-DE-LA-CARTA.
           MOVE "N" TO IDIOMA-CARTA-SUSTITUIDA.
           MOVE SPACES TO IDIOMA-CARTA-VALORES.
           MOVE IDIOMA-CARTA-CODIGO TO TEXTO-BUSCADO-CODIGO.
           MOVE IDIOMA-CARTA-PEDIDO TO TEXTO-BUSCADO-IDIOMA.
           MOVE ZEROES TO TEXTO-CARTA-HALLADO.
           PERFORM COMPARA-CARTA-EN-IDIOMA
               VARYING INDICE-TEXTO-CARTA FROM 1 BY 1
               UNTIL INDICE-TEXTO-CARTA > CANTIDAD-TEXTOS-CARTAS
                  OR TEXTO-CARTA-HALLADO > ZEROES.
           IF TEXTO-CARTA-HALLADO = ZEROES
              AND IDIOMA-CARTA-PEDIDO NOT = "ES"
           MOVE "ES" TO IDIOMA-DE-LA-CARTA
           MOVE "S" TO IDIOMA-CARTA-SUSTITUIDA
           ADD 1 TO CONTADOR-SIN-TRADUCCION
           DISPLAY "Aviso: la carta " IDIOMA-CARTA-CODIGO
                   " no esta escrita en " IDIOMA-CARTA-PEDIDO
                   "; el cliente " CLIENTES-ID
                   " la recibe en castellano."
           END-IF.
           PERFORM ANOTA-CARTA-IDIOMA.

       IDIOMA-SEGUN-PAIS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CLIENTES-PAIS))
               TO PAIS-DEL-CLIENTE.
           EVALUATE PAIS-DEL-CLIENTE
               WHEN "BRASIL"
               WHEN "BRAZIL"
               WHEN "PORTUGAL"
               MOVE "PT" TO IDIOMA-CARTA-PEDIDO
               WHEN "ESTADOS UNIDOS"
               WHEN "EEUU"
               WHEN "EE.UU."
               WHEN "EE UU"
               WHEN "USA"
               WHEN "UNITED STATES"
               WHEN "REINO UNIDO"
               WHEN "INGLATERRA"
               WHEN "UNITED KINGDOM"
               WHEN "CANADA"
               WHEN "AUSTRALIA"
               MOVE "EN" TO IDIOMA-CARTA-PEDIDO
               WHEN OTHER
               MOVE "ES" TO IDIOMA-CARTA-PEDIDO
           END-EVALUATE.

       ANOTA-CARTA-IDIOMA.
           IF MODO-ENTRENAMIENTO NOT = "S"
           MOVE FUNCTION CURRENT-DATE TO CARTAIDI-FECHA-HORA
           MOVE IDIOMA-CARTA-CODIGO TO CARTAIDI-CODIGO
           MOVE CLIENTES-ID TO CARTAIDI-CLIENTES-ID
           MOVE IDIOMA-CARTA-PEDIDO TO CARTAIDI-IDIOMA-PEDIDO
           MOVE IDIOMA-DE-LA-CARTA TO CARTAIDI-IDIOMA-USADO
           MOVE IDIOMA-CARTA-SUSTITUIDA TO CARTAIDI-SUSTITUIDA
           WRITE CARTAIDI-REGISTRO
           END-IF.

      *Arma en IDIOMA-CARTA-LINEA el renglon pedido de la carta en
      *su idioma. Si a la traduccion le falta ese renglon, va el de
      *castellano. Los datos quedan cargados hasta que el programa
      *los cambie; ELIGE-IDIOMA-CARTA los limpia en cada carta.
       ARMA-RENGLON-CARTA.
           MOVE SPACES TO IDIOMA-CARTA-LINEA.
           IF IDIOMA-CARTA-RENGLON > 89
           MOVE "COMU" TO TEXTO-BUSCADO-CODIGO
           ELSE
           MOVE IDIOMA-CARTA-CODIGO TO TEXTO-BUSCADO-CODIGO
           END-IF.
           MOVE IDIOMA-DE-LA-CARTA TO TEXTO-BUSCADO-IDIOMA.
           MOVE IDIOMA-CARTA-RENGLON TO TEXTO-BUSCADO-RENGLON.
           PERFORM BUSCA-TEXTO-CARTA.
           IF TEXTO-CARTA-HALLADO = ZEROES
              AND IDIOMA-DE-LA-CARTA NOT = "ES"
           MOVE "ES" TO TEXTO-BUSCADO-IDIOMA
           PERFORM BUSCA-TEXTO-CARTA
           IF TEXTO-CARTA-HALLADO > ZEROES
           DISPLAY "Aviso: falta el renglon " IDIOMA-CARTA-RENGLON
                   " de la carta " TEXTO-BUSCADO-CODIGO " en "
                   IDIOMA-DE-LA-CARTA "; va en castellano."
           END-IF
           END-IF.
           IF TEXTO-CARTA-HALLADO > ZEROES
           MOVE TEXTO-CARTA-TEXTO (TEXTO-CARTA-HALLADO)
               TO PLANTILLA-CARTA
           PERFORM EXPANDE-PLANTILLA-CARTA
           END-IF.

      *Copia la plantilla caracter por caracter y cambia cada @n por
      *el dato n sin blancos a los costados. Un dato vacio no deja
      *nada en su lugar.
       EXPANDE-PLANTILLA-CARTA.
           IF PLANTILLA-CARTA NOT = SPACES
           COMPUTE LARGO-PLANTILLA = FUNCTION LENGTH(
               FUNCTION TRIM(PLANTILLA-CARTA TRAILING))
           MOVE 1 TO POSICION-PLANTILLA
           MOVE 1 TO PUNTERO-LINEA-CARTA
           PERFORM COPIA-CARACTER-PLANTILLA
               UNTIL POSICION-PLANTILLA > LARGO-PLANTILLA
           END-IF.

       COPIA-CARACTER-PLANTILLA.
           IF PLANTILLA-CARTA (POSICION-PLANTILLA:1) = "@"
              AND POSICION-PLANTILLA < LARGO-PLANTILLA
              AND PLANTILLA-CARTA (POSICION-PLANTILLA + 1:1) >= "1"
              AND PLANTILLA-CARTA (POSICION-PLANTILLA + 1:1) <= "9"
           MOVE PLANTILLA-CARTA (POSICION-PLANTILLA + 1:1)
               TO INDICE-VALOR-CARTA
           IF IDIOMA-CARTA-VALOR (INDICE-VALOR-CARTA) NOT = SPACES
           STRING FUNCTION TRIM(
                      IDIOMA-CARTA-VALOR (INDICE-VALOR-CARTA))
                  DELIMITED BY SIZE
                  INTO IDIOMA-CARTA-LINEA
                  WITH POINTER PUNTERO-LINEA-CARTA
           END-STRING
           END-IF
           ADD 2 TO POSICION-PLANTILLA
           ELSE
           STRING PLANTILLA-CARTA (POSICION-PLANTILLA:1)
                  DELIMITED BY SIZE
                  INTO IDIOMA-CARTA-LINEA
                  WITH POINTER PUNTERO-LINEA-CARTA
           END-STRING
           ADD 1 TO POSICION-PLANTILLA
           END-IF.

      *Importe de IDIOMA-CARTA-IMPORTE con los separadores del
      *idioma: 1,234.56 en ingles y 1.234,56 en castellano y
      *portugues.
       FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE TO IMPORTE-CARTA-EDITADO.
           MOVE IMPORTE-CARTA-EDITADO TO IMPORTE-CARTA-SEPARADORES.
           IF IDIOMA-DE-LA-CARTA NOT = "EN"
           INSPECT IMPORTE-CARTA-SEPARADORES CONVERTING ",." TO ".,"
           END-IF.
           MOVE FUNCTION TRIM(IMPORTE-CARTA-SEPARADORES)
               TO IDIOMA-CARTA-IMPORTE-TEXTO.

      *Fecha AAAAMMDD de IDIOMA-CARTA-FECHA: mm/dd/aaaa en ingles y
      *dd/mm/aaaa en castellano y portugues. Lo que no es una fecha
      *pasa tal cual.
       FORMATEA-FECHA-CARTA.
           MOVE SPACES TO IDIOMA-CARTA-FECHA-TEXTO.
           IF IDIOMA-CARTA-FECHA IS NUMERIC
           IF IDIOMA-DE-LA-CARTA = "EN"
           STRING IDIOMA-CARTA-FECHA (5:2) "/"
                  IDIOMA-CARTA-FECHA (7:2) "/"
                  IDIOMA-CARTA-FECHA (1:4)
                  DELIMITED BY SIZE INTO IDIOMA-CARTA-FECHA-TEXTO
           END-STRING
           ELSE
           STRING IDIOMA-CARTA-FECHA (7:2) "/"
                  IDIOMA-CARTA-FECHA (5:2) "/"
                  IDIOMA-CARTA-FECHA (1:4)
                  DELIMITED BY SIZE INTO IDIOMA-CARTA-FECHA-TEXTO
           END-STRING
           END-IF
           ELSE
           MOVE IDIOMA-CARTA-FECHA TO IDIOMA-CARTA-FECHA-TEXTO
           END-IF.

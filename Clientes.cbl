       COPY "DataBaseOnboarding.cbl".
      *Politica configurable de campos obligatorios del alta:
       COPY "DataBasePolitica.cbl".
      *Oficial de cuenta que queda asignado al cliente nuevo:
       COPY "DataBaseCartera.cbl".
       COPY "DataBaseCarteraHistoria.cbl".
      *Constancia de la version de condiciones aceptada en el alta:
       COPY "DataBaseAceptaciones.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".
       COPY "DataProductos.cbl".
       COPY "DataOnboarding.cbl".
       COPY "DataPolitica.cbl".
       COPY "DataCartera.cbl".
       COPY "DataCarteraHistoria.cbl".
       COPY "DataAceptaciones.cbl".

       COPY "DataEntrenamiento.cbl".

       77  PRODUCTO-VALIDO PIC X.
       77  HAY-CATALOGO-PRODUCTOS PIC X.
       01  CAMPO-PRODUCTO PIC X(3).
      *Datos fiscales del alta: la condicion frente al IVA y el
      *CUIT/CUIL, validado con la rutina compartida Validar-cuit:
       01  CAMPO-CONDICION-IVA PIC X(1).
       01  CAMPO-CUIT PIC X(11).
       77  CUIT-VALIDO PIC X.
       77  CONDICION-ACEPTADA PIC X.
      *Idioma de la correspondencia; en blanco, el del pais:
       01  CAMPO-IDIOMA PIC X(2).
       77  IDIOMA-ACEPTADO PIC X.
      *Version de las condiciones de su producto que el cliente
      *acepta al darse de alta:
       77  ACEPTACIONES-STATUS PIC XX.
       COPY "DataCondicionesConsulta.cbl".
       77  ONBOARDING-STATUS PIC XX.
      *Oficial de cuenta del alta; en blanco queda el operador que
      *lo da de alta:
       77  CARTERA-STATUS PIC XX.
       77  CARTERA-HISTORIA-STATUS PIC XX.
       01  CAMPO-OFICIAL PIC X(10).
       77  OFICIAL-VALIDO PIC X.
       01  ID-DUPLICADO PIC X.
       01  DNI-DUPLICADO PIC X.
       01  CONFIRMA-MENSAJE PIC X(60).
       77  OBLIGA-EMAIL PIC X VALUE "S".
       77  OBLIGA-DNI PIC X VALUE "S".

      *Cotejo del cliente nuevo contra las listas de sanciones y PEP:
       COPY "DataCotejo.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

      *Formulario de alta en pantalla completa: el ID ya se pidio y
      *valido en OBTENER-ID-CLIENTE, asi que aqui solo se muestra;
      *los otros cinco campos se capturan de una sola vez.
       ESCRIBIR-REGISTRO.
           PERFORM PIDE-SUCURSAL.
           PERFORM PIDE-PRODUCTO.
           PERFORM PIDE-DATOS-FISCALES.
           MOVE "N" TO IDIOMA-ACEPTADO.
           PERFORM PIDE-IDIOMA
           UNTIL IDIOMA-ACEPTADO = "S".
           PERFORM TOMA-CONDICIONES-DEL-ALTA.
           PERFORM PIDE-OFICIAL-CUENTA.
           DISPLAY "Dar de alta como (A) activo o (P) prospecto?".
           ACCEPT ESTADO-ALTA.
           IF ESTADO-ALTA = "P" OR ESTADO-ALTA = "p"
           ADD 1 TO CONTADOR-ALTAS-SESION
           PERFORM GRABA-LOG-ALTA
           PERFORM CREA-FICHA-ONBOARDING
           PERFORM GRABA-ACEPTACION-ALTA
           PERFORM ASIGNA-OFICIAL-CUENTA
           PERFORM COTEJA-LISTAS-CUMPLIMIENTO
           END-IF.

      *El alta no se frena: una coincidencia con las listas de
      *sanciones o PEP queda pendiente para que la decida un
      *supervisor, y el operador lo ve en el momento:
       COTEJA-LISTAS-CUMPLIMIENTO.
           MOVE CLIENTES-ID TO COTEJO-CLIENTES-ID.
           MOVE CLIENTES-DNI TO COTEJO-DNI.
           MOVE CLIENTES-NOMBRE TO COTEJO-NOMBRE.
           MOVE CLIENTES-APELLIDO TO COTEJO-APELLIDO.
           MOVE "A" TO COTEJO-ORIGEN.
           CALL "Cotejar-listas-cumplimiento" USING COTEJO-CONSULTA.
           IF COTEJO-COINCIDENCIAS > ZEROES
           DISPLAY "ATENCION: el cliente coincide con "
                   COTEJO-COINCIDENCIAS " nombre(s) de las listas de "
                   "sanciones/PEP; queda pendiente de revision del "
                   "supervisor."
           END-IF.

      *Lee la mayor secuencia asignada hasta ahora, le suma uno, la
           MOVE "0" TO FIN-SUCURSALES
           END-IF.

      *El cliente nuevo firma las condiciones que rigen hoy para su
      *producto; si el producto todavia no tiene versiones
      *registradas queda sin aceptacion, como los anteriores:
       TOMA-CONDICIONES-DEL-ALTA.
           MOVE SPACES TO CLIENTES-CONDICIONES-VERSION.
           MOVE SPACES TO CLIENTES-CONDICIONES-FECHA.
           MOVE CLIENTES-PRODUCTO TO CONSULTA-COND-PRODUCTO.
           MOVE SPACES TO CONSULTA-COND-FECHA.
           MOVE ZEROES TO CONSULTA-COND-TASA.
           MOVE ZEROES TO CONSULTA-COND-CARGO.
           MOVE ZEROES TO CONSULTA-COND-CARGO-RECHAZO.
           CALL "Condiciones-vigentes" USING CONDICIONES-CONSULTA.
           IF CONDICIONES-CON-VERSION
           MOVE CONSULTA-COND-VERSION TO CLIENTES-CONDICIONES-VERSION
           MOVE CONSULTA-COND-FECHA TO CLIENTES-CONDICIONES-FECHA
           DISPLAY "El cliente acepta la version "
                   CONSULTA-COND-VERSION " de las condiciones de su "
                   "producto."
           END-IF.

      *En entrenamiento no se anota: el registro de aceptaciones es
      *uno solo y acompana a produccion.
       GRABA-ACEPTACION-ALTA.
           IF CLIENTES-CONDICIONES-VERSION NOT = SPACES
              AND MODO-ENTRENAMIENTO NOT = "S"
           OPEN EXTEND ARCHIVO-ACEPTACIONES
           MOVE FUNCTION CURRENT-DATE TO ACEPTACION-FECHA-HORA
           MOVE CLIENTES-ID TO ACEPTACION-CLIENTES-ID
           MOVE CLIENTES-PRODUCTO TO ACEPTACION-PRODUCTO
           MOVE CLIENTES-CONDICIONES-VERSION TO ACEPTACION-VERSION
           MOVE SPACES TO ACEPTACION-VERSION-ANTERIOR
           MOVE OPERADOR TO ACEPTACION-OPERADOR
           MOVE "A" TO ACEPTACION-MEDIO
           WRITE ACEPTACION-REGISTRO
           CLOSE ARCHIVO-ACEPTACIONES
           END-IF.

      *Pide el producto contratado y lo valida contra el catalogo;
      *en blanco el cliente paga la tasa y el cargo generales, y sin
      *catalogo cargado se acepta lo tipeado:
           MOVE "0" TO FIN-PRODUCTOS
           END-IF.

      *Pide la condicion frente al IVA y el CUIT/CUIL; el CUIT se
      *puede dejar en blanco solo para un consumidor final:
       PIDE-DATOS-FISCALES.
           MOVE "N" TO CONDICION-ACEPTADA.
           PERFORM PIDE-CONDICION-IVA
           UNTIL CONDICION-ACEPTADA = "S".
           MOVE "N" TO CUIT-VALIDO.
           PERFORM PIDE-CUIT
           UNTIL CUIT-VALIDO = "S".

       PIDE-CONDICION-IVA.
           MOVE SPACE TO CAMPO-CONDICION-IVA.
           DISPLAY "Condicion frente al IVA: (I) responsable "
                   "inscripto, (M) monotributo,".
           DISPLAY "(F) consumidor final, (E) exento "
                   "(blanco = F): ".
           ACCEPT CAMPO-CONDICION-IVA.
           MOVE FUNCTION UPPER-CASE(CAMPO-CONDICION-IVA) TO
               CAMPO-CONDICION-IVA.
           IF CAMPO-CONDICION-IVA = SPACE
           MOVE "F" TO CAMPO-CONDICION-IVA
           END-IF.
           MOVE CAMPO-CONDICION-IVA TO CLIENTES-CONDICION-IVA.
           IF CONDICION-IVA-VALIDA
           MOVE "S" TO CONDICION-ACEPTADA
           ELSE
           DISPLAY "Condicion invalida, vuelva a ingresarla."
           END-IF.

      *El idioma en que le salen las cartas y el estado de cuenta;
      *en blanco se decide por el pais en cada carta:
       PIDE-IDIOMA.
           MOVE SPACES TO CAMPO-IDIOMA.
           DISPLAY "Idioma de la correspondencia: (ES) castellano, "
                   "(PT) portugues, (EN) ingles".
           DISPLAY "(blanco = segun el pais): ".
           ACCEPT CAMPO-IDIOMA.
           MOVE FUNCTION UPPER-CASE(CAMPO-IDIOMA) TO CLIENTES-IDIOMA.
           IF IDIOMA-CLIENTE-VALIDO
           MOVE "S" TO IDIOMA-ACEPTADO
           ELSE
           DISPLAY "Idioma invalido, vuelva a ingresarlo."
           END-IF.

       PIDE-CUIT.
           MOVE SPACES TO CAMPO-CUIT.
           DISPLAY "CUIT/CUIL (11 digitos sin guiones): ".
           ACCEPT CAMPO-CUIT.
           IF CAMPO-CUIT = SPACES AND CLIENTE-CONSUMIDOR-FINAL
           MOVE "S" TO CUIT-VALIDO
           ELSE
           CALL "Validar-cuit" USING CAMPO-CUIT CUIT-VALIDO
           IF CUIT-VALIDO = "N"
           DISPLAY "CUIT/CUIL invalido, vuelva a ingresarlo."
           END-IF
           END-IF.
           MOVE CAMPO-CUIT TO CLIENTES-CUIT.

      *Cada alta estrena su ficha de onboarding con los tres items
      *pendientes; la completan Cartas-bienvenida y la pantalla de
      *Marcar-onboarding:
                   "onboarding.".
           CLOSE ARCHIVO-ONBOARDING.

      *El oficial de cuenta tiene que figurar en la lista de
      *operadores; en blanco lo atiende quien hace el alta:
       PIDE-OFICIAL-CUENTA.
           MOVE "N" TO OFICIAL-VALIDO.
           PERFORM PIDE-CODIGO-OFICIAL
           UNTIL OFICIAL-VALIDO = "S".

       PIDE-CODIGO-OFICIAL.
           MOVE SPACES TO CAMPO-OFICIAL.
           DISPLAY "Oficial de cuenta (blanco = usted): ".
           ACCEPT CAMPO-OFICIAL.
           IF CAMPO-OFICIAL = SPACES
           MOVE OPERADOR TO CAMPO-OFICIAL
           MOVE "S" TO OFICIAL-VALIDO
           ELSE
           OPEN INPUT ARCHIVO-OPERADORES
           MOVE "1" TO FIN-OPERADORES
           PERFORM COMPARA-OFICIAL
           UNTIL FIN-OPERADORES = "0"
           CLOSE ARCHIVO-OPERADORES
           IF OFICIAL-VALIDO = "N"
           DISPLAY "Ese oficial no figura en la lista de operadores, "
                   "vuelva a ingresarlo."
           END-IF
           END-IF.

       COMPARA-OFICIAL.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = CAMPO-OFICIAL
           MOVE "S" TO OFICIAL-VALIDO
           MOVE "0" TO FIN-OPERADORES
           END-IF.

      *Cada cliente nuevo entra a la cartera de su oficial, y la
      *asignacion queda en la historia como hecha en el alta:
       ASIGNA-OFICIAL-CUENTA.
           OPEN I-O ARCHIVO-CARTERA.
           MOVE SPACES TO CARTERA-REGISTRO.
           MOVE CLIENTES-ID TO CARTERA-CLIENTES-ID.
           MOVE CAMPO-OFICIAL TO CARTERA-OFICIAL.
           MOVE CLIENTES-FECHA-ALTA TO CARTERA-FECHA-DESDE.
           MOVE OPERADOR TO CARTERA-OPERADOR.
           WRITE CARTERA-REGISTRO
           INVALID KEY
           DISPLAY "Aviso: el cliente ya tenia oficial de cuenta."
           NOT INVALID KEY
           OPEN EXTEND ARCHIVO-CARTERA-HISTORIA
           MOVE SPACES TO CARHIST-REGISTRO
           MOVE FUNCTION CURRENT-DATE TO CARHIST-FECHA-HORA
           MOVE OPERADOR TO CARHIST-OPERADOR
           MOVE CLIENTES-ID TO CARHIST-CLIENTES-ID
           MOVE CAMPO-OFICIAL TO CARHIST-OFICIAL-NUEVO
           MOVE "A" TO CARHIST-TIPO
           MOVE "Alta del cliente" TO CARHIST-MOTIVO
           WRITE CARHIST-REGISTRO
           CLOSE ARCHIVO-CARTERA-HISTORIA
           END-WRITE.
           CLOSE ARCHIVO-CARTERA.

      *Registra el alta en el archivo de auditoria:
       GRABA-LOG-ALTA.
           MOVE FUNCTION CURRENT-DATE TO LOG-FECHA-HORA.
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaLog.cbl".

       END PROGRAM Agregar-registro.

      *          cambios sensibles (la tasa de interes y los
      *          operadores) piden la firma de un segundo operador,
      *          como el umbral de movimientos de Modificar-registro.
      *          Las tasas de cambio tambien: cada una se carga con la
      *          fecha desde la que rige y queda en el historial
      *          monedas_historia.dat con las dos firmas, y
      *          monedas.dat se regraba con la tasa vigente hoy.
      *          Tambien los pasos del proceso nocturno
      *          (trabajos_nocturno.dat): alta, cambio, habilitacion,
      *          omision por una corrida y baja de un paso, con la
      *          firma de un segundo operador.
      *          Un cambio de tasa o cargo en interes_config.dat solo
      *          rige cuando se registra como version de las
      *          condiciones y se cumple el preaviso a los clientes:
      *          si las condiciones generales todavia no tenian
      *          versiones, la tasa y el cargo anteriores quedan
      *          primero en condiciones.dat como version inicial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBaseMonedas.cbl".
      *Historial de tasas de cambio por fecha de vigencia:
       COPY "DataBaseMonedasHistoria.cbl".
       COPY "DataBaseInteres.cbl".
       COPY "DataBasePolitica.cbl".
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Auditoria de los cambios de configuracion:
       COPY "DataBaseConfigAuditoria.cbl".
      *Pasos de la cadena del proceso nocturno:
       COPY "DataBaseTrabajosNocturno.cbl".
      *Versiones de las condiciones, para no perder las generales
      *anteriores a un cambio de tasa o cargo:
       COPY "DataBaseCondiciones.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataMonedas.cbl".
       COPY "DataMonedasHistoria.cbl".
       COPY "DataInteres.cbl".
       COPY "DataPolitica.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataConfigAuditoria.cbl".
       COPY "DataTrabajosNocturno.cbl".
       COPY "DataCondiciones.cbl".

       WORKING-STORAGE SECTION.
       77  CONFIG-INTERES-STATUS PIC XX.
       77  MONEDAS-HISTORIA-STATUS PIC XX.
       77  POLITICA-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       01  CAMPO-CODIGO PIC X(3).
       01  CAMPO-TASA-TEXTO PIC X(9).
       01  CAMPO-TASA PIC 9(5)V9(4).
      *Fecha desde la que rige la tasa cargada, y la tasa que queda
      *vigente hoy despues del cambio (para regrabar monedas.dat):
       01  CAMPO-VIGENCIA PIC X(8).
       77  FECHA-DE-HOY PIC X(8).
       77  INDICE-MONEDA-HALLADA PIC 9(2).
       77  MONEDA-CON-HISTORIA PIC X.
       77  FIN-DE-HISTORIA PIC X.
       COPY "DataTasaConsulta.cbl".
      *Campos de interes_config.dat:
       01  CAMPO-TASA-INTERES-TEXTO PIC X(5).
       01  CAMPO-CARGO-TEXTO PIC X(7).
      *Tasa y cargo que regian antes del cambio, y lo necesario para
      *dejarlos como version inicial de las condiciones generales:
       01  INTERES-ANTERIOR-TASA PIC 9(1)V9(4) VALUE ZEROES.
       01  INTERES-ANTERIOR-CARGO PIC 9(5)V99 VALUE ZEROES.
       77  CONDICIONES-STATUS PIC XX.
       77  FIN-DE-VERSIONES PIC X.
       77  GENERALES-CON-VERSION PIC X.
       77  MAYOR-VERSION PIC 9(4).
      *Tabla de politica de campos:
       77  MAXIMO-POLITICAS PIC 9(2) VALUE 10.
       77  CANTIDAD-POLITICAS PIC 9(2) VALUE ZEROES.
              10 OP-TAB-INTENTOS PIC 9(1).
              10 OP-TAB-BLOQUEADO PIC X(1).
              10 OP-TAB-SUCURSAL PIC X(3).
              10 OP-TAB-CLIENTES-ID PIC X(6).
       01  CAMPO-OP-ID PIC X(10).
       01  CAMPO-OP-NIVEL PIC X(1).
       01  CAMPO-OP-PASSWORD PIC X(10).
       01  CAMPO-OP-VENCIMIENTO PIC X(8).
       01  CAMPO-OP-SUCURSAL PIC X(3).
       01  CAMPO-OP-CLIENTES-ID PIC X(6).
      *Tabla de pasos de la cadena nocturna y campos del paso que se
      *esta cargando:
       COPY "DataTrabajosTabla.cbl".
       01  CAMPO-PASO-TEXTO PIC X(2).
       01  CAMPO-ACCION-TRABAJO PIC X(1).
       77  CAMBIO-TRABAJO-VALIDO PIC X.
       01  ENTRADA-TRABAJO PIC X(40).
       01  CAMPO-TRAB-PROGRAMA PIC X(30).
       01  CAMPO-TRAB-FRECUENCIA PIC X(1).
       01  CAMPO-TRAB-DIA PIC X(1).
       01  CAMPO-TRAB-DEPENDENCIAS.
           05 CAMPO-TRAB-DEPENDE-DE PIC X(2) OCCURS 3 TIMES.
       01  CAMPO-TRAB-HABILITADO PIC X(1).
       01  CAMPO-TRAB-LOTE PIC X(1).
       01  CAMPO-TRAB-OMITIR PIC X(8).
       01  CAMPO-TRAB-DESCRIPCION PIC X(40).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(M) Monedas, (I) Interes y cargo, (P) Politica "
                   "de campos, (O) Operadores, (N) Cadena nocturna, "
                   "(X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
                   PERFORM MANTIENE-POLITICA
               WHEN "O"
                   PERFORM MANTIENE-OPERADORES
               WHEN "N"
                   PERFORM MANTIENE-CADENA-NOCTURNA
               WHEN "X"
                   CONTINUE
               WHEN OTHER
           ACCEPT CAMPO-TASA-TEXTO
           IF CAMPO-TASA-TEXTO NUMERIC
           MOVE CAMPO-TASA-TEXTO TO CAMPO-TASA
           PERFORM PIDE-VIGENCIA-TASA
           ELSE
           DISPLAY "La tasa debe ser de 9 digitos, no se cambio."
           END-IF
           END-IF.

      *La tasa rige desde una fecha (hoy si se deja en blanco); una
      *fecha pasada corrige la historia y una futura deja la tasa
      *cargada de antemano. Mueve las conversiones de todo el
      *sistema, asi que pide la firma de un segundo operador:
       PIDE-VIGENCIA-TASA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
           MOVE SPACES TO CAMPO-VIGENCIA.
           DISPLAY "Rige desde (AAAAMMDD, blanco = hoy): ".
           ACCEPT CAMPO-VIGENCIA.
           IF CAMPO-VIGENCIA = SPACES
           MOVE FECHA-DE-HOY TO CAMPO-VIGENCIA
           END-IF.
           IF CAMPO-VIGENCIA NOT NUMERIC
           DISPLAY "La fecha debe ser AAAAMMDD, no se cambio."
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
              CAMPO-VIGENCIA)) NOT = ZERO
           DISPLAY "La fecha no es valida, no se cambio."
           ELSE
           PERFORM PIDE-SEGUNDO-OPERADOR
           IF SEGUNDO-OPERADOR-AUTORIZADO = "S"
           PERFORM APLICA-CAMBIO-MONEDA
           ELSE
           DISPLAY "Cambio cancelado: falta la firma del segundo "
                   "operador."
           END-IF
           END-IF
           END-IF.

       CARGA-MONEDAS.
           MOVE ZEROES TO CANTIDAD-MONEDAS.
           OPEN INPUT ARCHIVO-MONEDAS.
           DISPLAY "  " MON-TAB-CODIGO (INDICE-MONEDA) "  "
                   MON-TAB-TASA (INDICE-MONEDA).

      *Primero la historia; despues monedas.dat queda con la tasa
      *que rige hoy para esa moneda. Una moneda nueva cargada con
      *fecha futura entra igual a monedas.dat, para que figure en
      *la lista de monedas, con la tasa que va a regir:
       APLICA-CAMBIO-MONEDA.
           PERFORM BUSCA-MONEDA-EN-TABLA.
           PERFORM GRABA-TASA-EN-HISTORIA.
           IF MONEDAS-HISTORIA-STATUS = "00"
           MOVE CAMPO-CODIGO TO CONSULTA-TASA-MONEDA
           MOVE FECHA-DE-HOY TO CONSULTA-TASA-FECHA
           CALL "Tasa-de-cambio" USING TASA-CONSULTA
           IF MONEDA-HALLADA = "S"
           IF TASA-CONSULTA-HALLADA
           MOVE CONSULTA-TASA-VALOR TO
               MON-TAB-TASA (INDICE-MONEDA-HALLADA)
           END-IF
           ELSE
           IF CANTIDAD-MONEDAS < MAXIMO-MONEDAS
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE CAMPO-CODIGO TO MON-TAB-CODIGO (CANTIDAD-MONEDAS)
           IF TASA-CONSULTA-HALLADA
           MOVE CONSULTA-TASA-VALOR TO
               MON-TAB-TASA (CANTIDAD-MONEDAS)
           ELSE
           MOVE CAMPO-TASA TO MON-TAB-TASA (CANTIDAD-MONEDAS)
           END-IF
           ELSE
           DISPLAY "Tabla de monedas llena, no se agrego a "
                   "monedas.dat."
           END-IF
           END-IF
           PERFORM REGRABA-MONEDAS
           MOVE SPACES TO DESCRIPCION-CAMBIO
           STRING
               "TASA " CAMPO-CODIGO " " CAMPO-TASA-TEXTO
               " VIG " CAMPO-VIGENCIA " FIRMA " SEGUNDO-OPERADOR
               DELIMITED BY SIZE INTO DESCRIPCION-CAMBIO
           END-STRING
           MOVE "MONEDAS" TO CAUDIT-ARCHIVO
           PERFORM GRABA-AUDITORIA-CONFIG
           DISPLAY "Tasa grabada en el historial, firmada y "
                   "auditada."
           END-IF.

       BUSCA-MONEDA-EN-TABLA.
           MOVE "N" TO MONEDA-HALLADA.
           MOVE ZEROES TO INDICE-MONEDA-HALLADA.
           PERFORM COMPARA-MONEDA-TABLA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > CANTIDAD-MONEDAS
               OR MONEDA-HALLADA = "S".

       COMPARA-MONEDA-TABLA.
           IF MON-TAB-CODIGO (INDICE-MONEDA) = CAMPO-CODIGO
           MOVE "S" TO MONEDA-HALLADA
           MOVE INDICE-MONEDA TO INDICE-MONEDA-HALLADA
           END-IF.

      *La primera vez que se cambia una moneda que ya estaba en
      *monedas.dat, su tasa de siempre entra al historial con
      *vigencia "00000000", asi lo anterior al cambio se sigue
      *convirtiendo como se convertia. Una segunda carga para la
      *misma moneda y fecha reemplaza la tasa de ese dia:
       GRABA-TASA-EN-HISTORIA.
           OPEN I-O ARCHIVO-MONEDAS-HISTORIA.
           IF MONEDAS-HISTORIA-STATUS = "05"
           MOVE "00" TO MONEDAS-HISTORIA-STATUS
           END-IF.
           IF MONEDAS-HISTORIA-STATUS NOT = "00"
           DISPLAY "Error abriendo el historial de tasas, status: "
                   MONEDAS-HISTORIA-STATUS ". No se cambio."
           ELSE
           PERFORM VERIFICA-HISTORIA-MONEDA
           IF MONEDA-CON-HISTORIA = "N" AND MONEDA-HALLADA = "S"
           MOVE "00000000" TO TASAH-VIGENCIA
           MOVE MON-TAB-TASA (INDICE-MONEDA-HALLADA) TO TASAH-TASA
           PERFORM ESCRIBE-TASA-HISTORIA
           END-IF
           MOVE CAMPO-VIGENCIA TO TASAH-VIGENCIA
           MOVE CAMPO-TASA TO TASAH-TASA
           PERFORM ESCRIBE-TASA-HISTORIA
           END-IF.
           CLOSE ARCHIVO-MONEDAS-HISTORIA.

       VERIFICA-HISTORIA-MONEDA.
           MOVE "N" TO MONEDA-CON-HISTORIA.
           MOVE CAMPO-CODIGO TO TASAH-MONEDA.
           MOVE LOW-VALUES TO TASAH-VIGENCIA.
           MOVE "1" TO FIN-DE-HISTORIA.
           START ARCHIVO-MONEDAS-HISTORIA KEY IS NOT LESS TASAH-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-HISTORIA
           END-START.
           IF FIN-DE-HISTORIA = "1"
           READ ARCHIVO-MONEDAS-HISTORIA NEXT RECORD
           AT END
           CONTINUE
           NOT AT END
           IF TASAH-MONEDA = CAMPO-CODIGO
           MOVE "S" TO MONEDA-CON-HISTORIA
           END-IF
           END-READ
           END-IF.

       ESCRIBE-TASA-HISTORIA.
           MOVE CAMPO-CODIGO TO TASAH-MONEDA.
           MOVE OPERADOR TO TASAH-OPERADOR.
           MOVE SEGUNDO-OPERADOR TO TASAH-SEGUNDO-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO TASAH-FECHA-HORA.
           WRITE TASAH-REGISTRO
           INVALID KEY
           REWRITE TASAH-REGISTRO
           END-WRITE.

       REGRABA-MONEDAS.
           OPEN OUTPUT ARCHIVO-MONEDAS.
           PERFORM REGRABA-UNA-MONEDA
           NOT AT END
           DISPLAY "Tasa vigente: " CONFIG-TASA-INTERES
                   "  Cargo vigente: " CONFIG-CARGO-MANTENIMIENTO
           MOVE CONFIG-TASA-INTERES TO INTERES-ANTERIOR-TASA
           MOVE CONFIG-CARGO-MANTENIMIENTO TO INTERES-ANTERIOR-CARGO
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-INTERES.
           END-IF.

       GRABA-INTERES-NUEVO.
           PERFORM CONGELA-CONDICIONES-GENERALES.
           OPEN OUTPUT ARCHIVO-CONFIG-INTERES.
           MOVE SPACES TO CONFIG-INTERES-REGISTRO.
           MOVE CAMPO-TASA-INTERES-TEXTO TO CONFIG-TASA-INTERES.
           MOVE "INTERES" TO CAUDIT-ARCHIVO.
           PERFORM GRABA-AUDITORIA-CONFIG.
           DISPLAY "Tasa y cargo grabados, firmados y auditados.".
           DISPLAY "El cambio no se aplica hasta registrarlo en "
                   "Registrar condiciones y cumplir el preaviso a "
                   "los clientes.".

      *La primera vez que se cambia interes_config.dat con las
      *condiciones ya en uso, la tasa y el cargo de siempre entran a
      *condiciones.dat como version inicial de las generales (igual
      *que la primera tasa de una moneda en su historial), asi el
      *cambio queda retenido hasta que se registre y se avise:
       CONGELA-CONDICIONES-GENERALES.
           OPEN I-O ARCHIVO-CONDICIONES.
           IF CONDICIONES-STATUS = "05"
           MOVE "00" TO CONDICIONES-STATUS
           END-IF.
           IF CONDICIONES-STATUS NOT = "00"
           DISPLAY "Error abriendo condiciones.dat, status: "
                   CONDICIONES-STATUS
           ELSE
           PERFORM BUSCA-VERSIONES-GENERALES
           IF GENERALES-CON-VERSION = "N"
           PERFORM GRABA-GENERALES-INICIALES
           END-IF
           END-IF.
           CLOSE ARCHIVO-CONDICIONES.

      *Recorre todo el archivo: dice si las generales (producto en
      *blanco, que van primero) ya tienen versiones y toma el mayor
      *numero de version, que es correlativo entre todos:
       BUSCA-VERSIONES-GENERALES.
           MOVE "N" TO GENERALES-CON-VERSION.
           MOVE ZEROES TO MAYOR-VERSION.
           MOVE LOW-VALUES TO CONDV-CLAVE.
           MOVE "1" TO FIN-DE-VERSIONES.
           START ARCHIVO-CONDICIONES KEY IS NOT LESS CONDV-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-VERSIONES
           END-START.
           PERFORM REVISA-UNA-VERSION
           UNTIL FIN-DE-VERSIONES = "0".

       REVISA-UNA-VERSION.
           READ ARCHIVO-CONDICIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VERSIONES
           NOT AT END
           IF CONDV-PRODUCTO = SPACES
           MOVE "S" TO GENERALES-CON-VERSION
           END-IF
           IF CONDV-VERSION > MAYOR-VERSION
           MOVE CONDV-VERSION TO MAYOR-VERSION
           END-IF
           END-READ.

       GRABA-GENERALES-INICIALES.
           MOVE SPACES TO CONDV-REGISTRO.
           MOVE SPACES TO CONDV-PRODUCTO.
           MOVE "00000000" TO CONDV-VIGENCIA.
           COMPUTE CONDV-VERSION = MAYOR-VERSION + 1.
           MOVE INTERES-ANTERIOR-TASA TO CONDV-TASA.
           MOVE INTERES-ANTERIOR-CARGO TO CONDV-CARGO.
           MOVE ZEROES TO CONDV-CARGO-RECHAZO.
           MOVE "Condiciones anteriores a las versiones" TO
               CONDV-RESUMEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CONDV-FECHA-REGISTRO.
           MOVE OPERADOR TO CONDV-OPERADOR.
           MOVE SEGUNDO-OPERADOR TO CONDV-SEGUNDO-OPERADOR.
           MOVE SPACES TO CONDV-FECHA-AVISO.
           MOVE ZEROES TO CONDV-CLIENTES-AVISADOS.
           WRITE CONDV-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la version inicial de las "
                   "condiciones generales, status: "
                   CONDICIONES-STATUS
           NOT INVALID KEY
           DISPLAY "Las condiciones generales anteriores quedaron "
                   "como version inicial " CONDV-VERSION "."
           END-WRITE.

      *--- politica_campos.dat: que campos del alta pueden quedar en
      *blanco; solo admite los cuatro campos conocidos y S/N:
           WRITE POLITICA-REGISTRO.

      *--- operadores.dat: alta o modificacion de un operador (nivel,
      *clave, vencimiento, sucursal, cuenta propia, desbloqueo); todo
      *cambio de operadores pide la firma de un segundo operador:
       MANTIENE-OPERADORES.
           PERFORM CARGA-OPERADORES-TABLA.
           DISPLAY "Operadores cargados:".
           ACCEPT CAMPO-OP-SUCURSAL.
           MOVE FUNCTION UPPER-CASE(CAMPO-OP-SUCURSAL) TO
               CAMPO-OP-SUCURSAL.
           MOVE SPACE TO CAMPO-OP-CLIENTES-ID.
           DISPLAY "Cuenta de cliente propia del operador (blanco = "
                   "no es cliente): ".
           ACCEPT CAMPO-OP-CLIENTES-ID.

       CARGA-OPERADORES-TABLA.
           MOVE ZEROES TO CANTIDAD-OPERADORES.
               OP-TAB-BLOQUEADO (CANTIDAD-OPERADORES)
           MOVE OP-SUCURSAL TO
               OP-TAB-SUCURSAL (CANTIDAD-OPERADORES)
           MOVE OP-CLIENTES-ID TO
               OP-TAB-CLIENTES-ID (CANTIDAD-OPERADORES)
           END-IF.

       MUESTRA-OPERADOR.
               OP-TAB-VENCIMIENTO (INDICE-HALLADO)
           MOVE CAMPO-OP-SUCURSAL TO
               OP-TAB-SUCURSAL (INDICE-HALLADO)
           MOVE CAMPO-OP-CLIENTES-ID TO
               OP-TAB-CLIENTES-ID (INDICE-HALLADO)
           MOVE ZERO TO OP-TAB-INTENTOS (INDICE-HALLADO)
           MOVE SPACE TO OP-TAB-BLOQUEADO (INDICE-HALLADO)
           PERFORM REGRABA-OPERADORES
           MOVE OP-TAB-INTENTOS (INDICE-OPERADOR) TO OP-INTENTOS.
           MOVE OP-TAB-BLOQUEADO (INDICE-OPERADOR) TO OP-BLOQUEADO.
           MOVE OP-TAB-SUCURSAL (INDICE-OPERADOR) TO OP-SUCURSAL.
           MOVE OP-TAB-CLIENTES-ID (INDICE-OPERADOR) TO
               OP-CLIENTES-ID.
           WRITE OPERADORES-REGISTRO.

      *--- trabajos_nocturno.dat: los pasos de Proceso-nocturno.
      *Deshabilitar, omitir una noche o cambiar un paso mueve lo que
      *corre de noche (el interes, los debitos), asi que todo cambio
      *pide la firma de un segundo operador. Si el archivo todavia no
      *existe se parte de la cadena de siempre y el primer cambio lo
      *graba completo:
       MANTIENE-CADENA-NOCTURNA.
           PERFORM CARGA-TRABAJOS-NOCTURNO.
           IF ORIGEN-DE-TRABAJOS = "D"
           DISPLAY "No hay trabajos_nocturno.dat: se muestra la "
                   "cadena de siempre."
           END-IF.
           DISPLAY "Pasos (paso / programa / frecuencia y dia / "
                   "depende de / habilitado / aviso de lote / "
                   "omitido el):".
           PERFORM MUESTRA-TRABAJO
               VARYING INDICE-TRABAJO FROM 1 BY 1
               UNTIL INDICE-TRABAJO > MAXIMO-PASO-TRABAJO.
           MOVE SPACES TO CAMPO-PASO-TEXTO.
           DISPLAY "Paso a cargar o cambiar (01 a 99; blanco para "
                   "volver): ".
           ACCEPT CAMPO-PASO-TEXTO.
           IF CAMPO-PASO-TEXTO = SPACES
           CONTINUE
           ELSE
           IF CAMPO-PASO-TEXTO NOT NUMERIC OR
              CAMPO-PASO-TEXTO = "00"
           DISPLAY "El paso debe ser de 01 a 99, no se cambio."
           ELSE
           MOVE CAMPO-PASO-TEXTO TO PASO-DEL-TRABAJO
           PERFORM PIDE-ACCION-TRABAJO
           END-IF
           END-IF.

       MUESTRA-TRABAJO.
           IF TRAB-DEFINIDO (INDICE-TRABAJO) = "S"
           DISPLAY "  " INDICE-TRABAJO (2:2) " "
                   TRAB-PROGRAMA (INDICE-TRABAJO) " "
                   TRAB-FRECUENCIA (INDICE-TRABAJO)
                   TRAB-DIA-SEMANA (INDICE-TRABAJO) " "
                   TRAB-DEPENDE-DE (INDICE-TRABAJO, 1) ","
                   TRAB-DEPENDE-DE (INDICE-TRABAJO, 2) ","
                   TRAB-DEPENDE-DE (INDICE-TRABAJO, 3) " "
                   TRAB-HABILITADO (INDICE-TRABAJO) " "
                   TRAB-AVISO-LOTE (INDICE-TRABAJO) " "
                   TRAB-OMITIR-FECHA (INDICE-TRABAJO)
           DISPLAY "       "
                   FUNCTION TRIM(TRAB-DESCRIPCION (INDICE-TRABAJO))
           END-IF.

      *Un paso que no existe solo se puede cargar:
       PIDE-ACCION-TRABAJO.
           MOVE "N" TO CAMBIO-TRABAJO-VALIDO.
           IF TRAB-DEFINIDO (PASO-DEL-TRABAJO) = "S"
           MOVE SPACE TO CAMPO-ACCION-TRABAJO
           DISPLAY "(M) Modificar, (H) Habilitar o deshabilitar, "
                   "(O) Omitir en una corrida, (B) Borrar: "
           ACCEPT CAMPO-ACCION-TRABAJO
           MOVE FUNCTION UPPER-CASE(CAMPO-ACCION-TRABAJO) TO
               CAMPO-ACCION-TRABAJO
           ELSE
           DISPLAY "Paso nuevo."
           MOVE "M" TO CAMPO-ACCION-TRABAJO
           END-IF.
           EVALUATE CAMPO-ACCION-TRABAJO
               WHEN "M"
                   PERFORM PIDE-DATOS-TRABAJO
               WHEN "H"
                   PERFORM PIDE-HABILITACION-TRABAJO
               WHEN "O"
                   PERFORM PIDE-OMISION-TRABAJO
               WHEN "B"
                   PERFORM VERIFICA-BORRADO-TRABAJO
               WHEN OTHER
                   DISPLAY "Opcion invalida, no se cambio."
           END-EVALUATE.
           IF CAMBIO-TRABAJO-VALIDO = "S"
           PERFORM PIDE-SEGUNDO-OPERADOR
           IF SEGUNDO-OPERADOR-AUTORIZADO = "S"
           PERFORM APLICA-CAMBIO-TRABAJO
           ELSE
           DISPLAY "Cambio cancelado: falta la firma del segundo "
                   "operador."
           END-IF
           END-IF.

      *Cada dato en blanco conserva el valor que tenia el paso; un
      *paso nuevo arranca diario, habilitado y con aviso de lote:
       PIDE-DATOS-TRABAJO.
           IF TRAB-DEFINIDO (PASO-DEL-TRABAJO) = "S"
           MOVE TRAB-PROGRAMA (PASO-DEL-TRABAJO) TO CAMPO-TRAB-PROGRAMA
           MOVE TRAB-FRECUENCIA (PASO-DEL-TRABAJO) TO
               CAMPO-TRAB-FRECUENCIA
           MOVE TRAB-DIA-SEMANA (PASO-DEL-TRABAJO) TO CAMPO-TRAB-DIA
           MOVE TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 1) TO
               CAMPO-TRAB-DEPENDE-DE (1)
           MOVE TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 2) TO
               CAMPO-TRAB-DEPENDE-DE (2)
           MOVE TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 3) TO
               CAMPO-TRAB-DEPENDE-DE (3)
           MOVE TRAB-HABILITADO (PASO-DEL-TRABAJO) TO
               CAMPO-TRAB-HABILITADO
           MOVE TRAB-AVISO-LOTE (PASO-DEL-TRABAJO) TO CAMPO-TRAB-LOTE
           MOVE TRAB-DESCRIPCION (PASO-DEL-TRABAJO) TO
               CAMPO-TRAB-DESCRIPCION
           ELSE
           MOVE SPACES TO CAMPO-TRAB-PROGRAMA
           MOVE "D" TO CAMPO-TRAB-FRECUENCIA
           MOVE "0" TO CAMPO-TRAB-DIA
           MOVE "000000" TO CAMPO-TRAB-DEPENDENCIAS
           MOVE "S" TO CAMPO-TRAB-HABILITADO
           MOVE "S" TO CAMPO-TRAB-LOTE
           MOVE SPACES TO CAMPO-TRAB-DESCRIPCION
           END-IF.
           MOVE SPACES TO ENTRADA-TRABAJO.
           DISPLAY "Programa a llamar (blanco = "
                   FUNCTION TRIM(CAMPO-TRAB-PROGRAMA) "): ".
           ACCEPT ENTRADA-TRABAJO.
           IF ENTRADA-TRABAJO NOT = SPACES
           MOVE ENTRADA-TRABAJO TO CAMPO-TRAB-PROGRAMA
           END-IF.
           MOVE SPACES TO ENTRADA-TRABAJO.
           DISPLAY "Descripcion (blanco = "
                   FUNCTION TRIM(CAMPO-TRAB-DESCRIPCION) "): ".
           ACCEPT ENTRADA-TRABAJO.
           IF ENTRADA-TRABAJO NOT = SPACES
           MOVE ENTRADA-TRABAJO TO CAMPO-TRAB-DESCRIPCION
           END-IF.
           MOVE SPACES TO ENTRADA-TRABAJO.
           DISPLAY "Frecuencia: (D) diaria, (M) ultimo dia habil del "
                   "mes, (T) del trimestre, (S) semanal (blanco = "
                   CAMPO-TRAB-FRECUENCIA "): ".
           ACCEPT ENTRADA-TRABAJO.
           IF ENTRADA-TRABAJO NOT = SPACES
           MOVE FUNCTION UPPER-CASE(ENTRADA-TRABAJO (1:1)) TO
               CAMPO-TRAB-FRECUENCIA
           END-IF.
           IF CAMPO-TRAB-FRECUENCIA = "S"
           MOVE SPACES TO ENTRADA-TRABAJO
           DISPLAY "Dia de la semana, 1 lunes a 5 viernes (blanco = "
                   CAMPO-TRAB-DIA "): "
           ACCEPT ENTRADA-TRABAJO
           IF ENTRADA-TRABAJO NOT = SPACES
           MOVE ENTRADA-TRABAJO (1:1) TO CAMPO-TRAB-DIA
           END-IF
           ELSE
           MOVE "0" TO CAMPO-TRAB-DIA
           END-IF.
           MOVE SPACES TO ENTRADA-TRABAJO.
           DISPLAY "Depende de los pasos (hasta tres de dos digitos, "
                   "00 = ninguno; blanco = " CAMPO-TRAB-DEPENDENCIAS
                   "): ".
           ACCEPT ENTRADA-TRABAJO.
           IF ENTRADA-TRABAJO NOT = SPACES
           MOVE ENTRADA-TRABAJO (1:6) TO CAMPO-TRAB-DEPENDENCIAS
           INSPECT CAMPO-TRAB-DEPENDENCIAS REPLACING ALL SPACE
               BY ZERO
           END-IF.
           MOVE SPACES TO ENTRADA-TRABAJO.
           DISPLAY "Deja el aviso de lote con la fecha de la cadena "
                   "(S/N; blanco = " CAMPO-TRAB-LOTE "): ".
           ACCEPT ENTRADA-TRABAJO.
           IF ENTRADA-TRABAJO NOT = SPACES
           MOVE FUNCTION UPPER-CASE(ENTRADA-TRABAJO (1:1)) TO
               CAMPO-TRAB-LOTE
           END-IF.
           MOVE SPACES TO ENTRADA-TRABAJO.
           DISPLAY "Habilitado (S/N; blanco = " CAMPO-TRAB-HABILITADO
                   "): ".
           ACCEPT ENTRADA-TRABAJO.
           IF ENTRADA-TRABAJO NOT = SPACES
           MOVE FUNCTION UPPER-CASE(ENTRADA-TRABAJO (1:1)) TO
               CAMPO-TRAB-HABILITADO
           END-IF.
           PERFORM VALIDA-DATOS-TRABAJO.

      *Los pasos corren en orden de numero, asi que solo se puede
      *depender de un paso anterior que este definido:
       VALIDA-DATOS-TRABAJO.
           MOVE "N" TO CAMBIO-TRABAJO-VALIDO.
           IF CAMPO-TRAB-PROGRAMA = SPACES
           DISPLAY "Falta el programa, no se cambio."
           ELSE
           IF CAMPO-TRAB-FRECUENCIA NOT = "D" AND
              CAMPO-TRAB-FRECUENCIA NOT = "M" AND
              CAMPO-TRAB-FRECUENCIA NOT = "T" AND
              CAMPO-TRAB-FRECUENCIA NOT = "S"
           DISPLAY "La frecuencia debe ser D, M, T o S, no se cambio."
           ELSE
           IF CAMPO-TRAB-FRECUENCIA = "S" AND
              (CAMPO-TRAB-DIA < "1" OR CAMPO-TRAB-DIA > "5")
           DISPLAY "El dia debe ser de 1 (lunes) a 5 (viernes): la "
                   "cadena no corre en dias no habiles. No se cambio."
           ELSE
           IF CAMPO-TRAB-LOTE NOT = "S" AND CAMPO-TRAB-LOTE NOT = "N"
              OR (CAMPO-TRAB-HABILITADO NOT = "S" AND
                  CAMPO-TRAB-HABILITADO NOT = "N")
           DISPLAY "Aviso de lote y habilitado deben ser S o N, no se "
                   "cambio."
           ELSE
           MOVE "S" TO CAMBIO-TRABAJO-VALIDO
           PERFORM VALIDA-UNA-DEPENDENCIA
               VARYING INDICE-DEPENDENCIA FROM 1 BY 1
               UNTIL INDICE-DEPENDENCIA > 3
           END-IF
           END-IF
           END-IF
           END-IF.

       VALIDA-UNA-DEPENDENCIA.
           IF CAMPO-TRAB-DEPENDE-DE (INDICE-DEPENDENCIA) NOT NUMERIC
           DISPLAY "Las dependencias deben ser numeros de dos "
                   "digitos, no se cambio."
           MOVE "N" TO CAMBIO-TRABAJO-VALIDO
           ELSE
           IF CAMPO-TRAB-DEPENDE-DE (INDICE-DEPENDENCIA) NOT = "00"
           MOVE CAMPO-TRAB-DEPENDE-DE (INDICE-DEPENDENCIA) TO
               INDICE-TRABAJO
           IF INDICE-TRABAJO NOT < PASO-DEL-TRABAJO
           DISPLAY "El paso " INDICE-TRABAJO (2:2) " no es anterior "
                   "a este; no se cambio."
           MOVE "N" TO CAMBIO-TRABAJO-VALIDO
           ELSE
           IF TRAB-DEFINIDO (INDICE-TRABAJO) NOT = "S"
           DISPLAY "El paso " INDICE-TRABAJO (2:2) " no esta "
                   "definido; no se cambio."
           MOVE "N" TO CAMBIO-TRABAJO-VALIDO
           END-IF
           END-IF
           END-IF
           END-IF.

      *Deshabilitado no es fallido: los pasos que dependen de este
      *siguen corriendo:
       PIDE-HABILITACION-TRABAJO.
           IF TRAB-HABILITADO (PASO-DEL-TRABAJO) = "S"
           MOVE "N" TO CAMPO-TRAB-HABILITADO
           DISPLAY "El paso queda deshabilitado hasta que se vuelva "
                   "a habilitar."
           ELSE
           MOVE "S" TO CAMPO-TRAB-HABILITADO
           DISPLAY "El paso queda habilitado."
           END-IF.
           MOVE "S" TO CAMBIO-TRABAJO-VALIDO.

      *Saltear el paso en una sola corrida, sin deshabilitarlo; la
      *fecha es la de la cadena (la de la corrida original si se
      *reanuda pasada la medianoche):
       PIDE-OMISION-TRABAJO.
           MOVE SPACES TO CAMPO-TRAB-OMITIR.
           DISPLAY "Fecha de la corrida en que no corre (AAAAMMDD; "
                   "blanco = quitar la omision): ".
           ACCEPT CAMPO-TRAB-OMITIR.
           IF CAMPO-TRAB-OMITIR = SPACES
           MOVE "S" TO CAMBIO-TRABAJO-VALIDO
           ELSE
           IF CAMPO-TRAB-OMITIR NOT NUMERIC
           DISPLAY "La fecha debe ser AAAAMMDD, no se cambio."
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
              CAMPO-TRAB-OMITIR)) NOT = ZERO
           DISPLAY "La fecha no es valida, no se cambio."
           ELSE
           MOVE "S" TO CAMBIO-TRABAJO-VALIDO
           END-IF
           END-IF
           END-IF.

       VERIFICA-BORRADO-TRABAJO.
           MOVE "S" TO CAMBIO-TRABAJO-VALIDO.
           PERFORM BUSCA-DEPENDIENTE
               VARYING INDICE-TRABAJO FROM 1 BY 1
               UNTIL INDICE-TRABAJO > MAXIMO-PASO-TRABAJO.

       BUSCA-DEPENDIENTE.
           IF TRAB-DEFINIDO (INDICE-TRABAJO) = "S" AND
              (TRAB-DEPENDE-DE (INDICE-TRABAJO, 1) = PASO-DEL-TRABAJO
               OR TRAB-DEPENDE-DE (INDICE-TRABAJO, 2) =
                  PASO-DEL-TRABAJO
               OR TRAB-DEPENDE-DE (INDICE-TRABAJO, 3) =
                  PASO-DEL-TRABAJO)
           DISPLAY "El paso " INDICE-TRABAJO (2:2) " depende de "
                   "este; no se borra."
           MOVE "N" TO CAMBIO-TRABAJO-VALIDO
           END-IF.

      *El cambio va a la tabla, el archivo se regraba entero en
      *orden de paso y queda el renglon de auditoria; un paso nuevo
      *o borrado deja antes otro renglon con el programa:
       APLICA-CAMBIO-TRABAJO.
           MOVE SPACES TO DESCRIPCION-CAMBIO.
           EVALUATE CAMPO-ACCION-TRABAJO
               WHEN "M"
                   MOVE "S" TO TRAB-DEFINIDO (PASO-DEL-TRABAJO)
                   MOVE CAMPO-TRAB-PROGRAMA TO
                       TRAB-PROGRAMA (PASO-DEL-TRABAJO)
                   MOVE CAMPO-TRAB-FRECUENCIA TO
                       TRAB-FRECUENCIA (PASO-DEL-TRABAJO)
                   MOVE CAMPO-TRAB-DIA TO
                       TRAB-DIA-SEMANA (PASO-DEL-TRABAJO)
                   MOVE CAMPO-TRAB-DEPENDE-DE (1) TO
                       TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 1)
                   MOVE CAMPO-TRAB-DEPENDE-DE (2) TO
                       TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 2)
                   MOVE CAMPO-TRAB-DEPENDE-DE (3) TO
                       TRAB-DEPENDE-DE (PASO-DEL-TRABAJO, 3)
                   MOVE CAMPO-TRAB-HABILITADO TO
                       TRAB-HABILITADO (PASO-DEL-TRABAJO)
                   MOVE CAMPO-TRAB-LOTE TO
                       TRAB-AVISO-LOTE (PASO-DEL-TRABAJO)
                   MOVE CAMPO-TRAB-DESCRIPCION TO
                       TRAB-DESCRIPCION (PASO-DEL-TRABAJO)
                   PERFORM AUDITA-PROGRAMA-TRABAJO
                   STRING "PASO " PASO-DEL-TRABAJO
                       " F=" CAMPO-TRAB-FRECUENCIA CAMPO-TRAB-DIA
                       " DEP=" CAMPO-TRAB-DEPENDENCIAS
                       " H=" CAMPO-TRAB-HABILITADO
                       " L=" CAMPO-TRAB-LOTE
                       " FIRMA " SEGUNDO-OPERADOR
                       DELIMITED BY SIZE INTO DESCRIPCION-CAMBIO
                   END-STRING
               WHEN "H"
                   MOVE CAMPO-TRAB-HABILITADO TO
                       TRAB-HABILITADO (PASO-DEL-TRABAJO)
                   STRING "PASO " PASO-DEL-TRABAJO " HABILITADO "
                       CAMPO-TRAB-HABILITADO " FIRMA " SEGUNDO-OPERADOR
                       DELIMITED BY SIZE INTO DESCRIPCION-CAMBIO
                   END-STRING
               WHEN "O"
                   MOVE CAMPO-TRAB-OMITIR TO
                       TRAB-OMITIR-FECHA (PASO-DEL-TRABAJO)
                   STRING "PASO " PASO-DEL-TRABAJO " OMITIR "
                       CAMPO-TRAB-OMITIR " FIRMA " SEGUNDO-OPERADOR
                       DELIMITED BY SIZE INTO DESCRIPCION-CAMBIO
                   END-STRING
               WHEN "B"
                   MOVE TRAB-PROGRAMA (PASO-DEL-TRABAJO) TO
                       CAMPO-TRAB-PROGRAMA
                   PERFORM AUDITA-PROGRAMA-TRABAJO
                   MOVE PASO-DEL-TRABAJO TO INDICE-TRABAJO
                   PERFORM LIMPIA-TRABAJO
                   STRING "PASO " PASO-DEL-TRABAJO " BORRADO FIRMA "
                       SEGUNDO-OPERADOR
                       DELIMITED BY SIZE INTO DESCRIPCION-CAMBIO
                   END-STRING
           END-EVALUATE.
           PERFORM REGRABA-TRABAJOS.
           MOVE "NOCTURNO" TO CAUDIT-ARCHIVO.
           PERFORM GRABA-AUDITORIA-CONFIG.
           DISPLAY "Cadena nocturna grabada, firmada y auditada.".

       AUDITA-PROGRAMA-TRABAJO.
           MOVE SPACES TO DESCRIPCION-CAMBIO.
           STRING "PASO " PASO-DEL-TRABAJO " PROGRAMA "
               CAMPO-TRAB-PROGRAMA
               DELIMITED BY SIZE INTO DESCRIPCION-CAMBIO
           END-STRING.
           MOVE "NOCTURNO" TO CAUDIT-ARCHIVO.
           PERFORM GRABA-AUDITORIA-CONFIG.
           MOVE SPACES TO DESCRIPCION-CAMBIO.

       REGRABA-TRABAJOS.
           OPEN OUTPUT ARCHIVO-TRABAJOS-NOCTURNO.
           PERFORM REGRABA-UN-TRABAJO
               VARYING INDICE-TRABAJO FROM 1 BY 1
               UNTIL INDICE-TRABAJO > MAXIMO-PASO-TRABAJO.
           CLOSE ARCHIVO-TRABAJOS-NOCTURNO.

       REGRABA-UN-TRABAJO.
           IF TRAB-DEFINIDO (INDICE-TRABAJO) = "S"
           MOVE SPACES TO TRABAJO-REGISTRO
           MOVE INDICE-TRABAJO TO TRABAJO-PASO
           MOVE TRAB-PROGRAMA (INDICE-TRABAJO) TO TRABAJO-PROGRAMA
           MOVE TRAB-FRECUENCIA (INDICE-TRABAJO) TO TRABAJO-FRECUENCIA
           MOVE TRAB-DIA-SEMANA (INDICE-TRABAJO) TO TRABAJO-DIA-SEMANA
           MOVE TRAB-DEPENDE-DE (INDICE-TRABAJO, 1) TO
               TRABAJO-DEPENDE-DE (1)
           MOVE TRAB-DEPENDE-DE (INDICE-TRABAJO, 2) TO
               TRABAJO-DEPENDE-DE (2)
           MOVE TRAB-DEPENDE-DE (INDICE-TRABAJO, 3) TO
               TRABAJO-DEPENDE-DE (3)
           MOVE TRAB-HABILITADO (INDICE-TRABAJO) TO TRABAJO-HABILITADO
           MOVE TRAB-AVISO-LOTE (INDICE-TRABAJO) TO TRABAJO-AVISO-LOTE
           MOVE TRAB-OMITIR-FECHA (INDICE-TRABAJO) TO
               TRABAJO-OMITIR-FECHA
           MOVE TRAB-DESCRIPCION (INDICE-TRABAJO) TO
               TRABAJO-DESCRIPCION
           WRITE TRABAJO-REGISTRO
           END-IF.

       COPY "ProcTrabajosNocturno.cbl".

       END PROGRAM Mantener-configuracion.

      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Recepcion diaria de las solicitudes de alta que deja
      *          el sitio web (solicitudes_web.csv). Cada solicitud se
      *          coteja contra los clientes existentes por DNI (clave
      *          alterna), por telefono (clave alterna y telefono
      *          alternativo) y por correo electronico, y entra a la
      *          cola de revision como prospecto ("P") con la
      *          coincidencia anotada, en lugar de cargarse derecho a
      *          clientes.dat: la convierte en cliente, la fusiona o
      *          la descarta un operador desde
      *          Revisar-solicitudes-web. Las que llegan sin nombre o
      *          sin ningun dato de contacto quedan rechazadas ("R")
      *          en la misma cola, para que cuenten en el embudo. Una
      *          referencia del sitio ya cargada se saltea, asi que
      *          reprocesar el archivo del dia no duplica nada. Corre
      *          como paso diario de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Importar-solicitudes-web.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Cola de solicitudes web y su numeracion:
       COPY "DataBaseSolicitudesWeb.cbl".
       COPY "DataBaseSolicitudWebControl.cbl".
      *Solicitudes del dia que deja el sitio:
       SELECT OPTIONAL ARCHIVO-SOLICITUDES-CSV
       ASSIGN TO "solicitudes_web.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS SOLICITUDES-CSV-STATUS.

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataSolicitudesWeb.cbl".
       COPY "DataSolicitudWebControl.cbl".

       FD  ARCHIVO-SOLICITUDES-CSV.
           01 LINEA-SOLICITUD PIC X(400).

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  SOLICITUDES-WEB-STATUS PIC XX.
       77  SOLICITUD-WEB-CONTROL-STATUS PIC XX.
       77  SOLICITUDES-CSV-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-CLIENTES PIC X.
       77  REFERENCIA-CARGADA PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).

      *Campos de la linea del sitio, separados por ";" porque la
      *direccion que tipea el interesado suele traer comas:
      *referencia;fecha (AAAAMMDD);nombre;apellido;DNI;telefono;
      *email;direccion;codigo postal;pais;fecha de nacimiento
      *(AAAAMMDD);sucursal
       01  CAMPOS-SOLICITUD.
           05 CAMPO-REFERENCIA PIC X(20).
           05 CAMPO-FECHA PIC X(8).
           05 CAMPO-NOMBRE PIC X(25).
           05 CAMPO-APELLIDO PIC X(35).
           05 CAMPO-DNI-CRUDO PIC X(15).
           05 CAMPO-TELEFONO-CRUDO PIC X(20).
           05 CAMPO-EMAIL PIC X(50).
           05 CAMPO-DIRECCION PIC X(35).
           05 CAMPO-CODIGO-POSTAL PIC X(10).
           05 CAMPO-PAIS PIC X(20).
           05 CAMPO-FECHA-NACIMIENTO PIC X(8).
           05 CAMPO-SUCURSAL PIC X(3).

      *Limpieza del telefono y del DNI, misma tecnica que
      *LIMPIA-TELEFONO del alta: el sitio deja pasar guiones,
      *espacios y puntos:
       01  TELEFONO-LIMPIO PIC X(10).
       77  TELEFONO-POSICION PIC 9(2).
       77  TELEFONO-CARACTER PIC X.
       77  TELEFONO-DIGITOS PIC 9(2).
       01  DNI-LIMPIO PIC X(9).
       77  DNI-POSICION PIC 9(2).
       77  DNI-CARACTER PIC X.
       77  DNI-DIGITOS PIC 9(2).
       01  EMAIL-BUSCADO PIC X(50).

      *Ni el telefono alternativo ni el correo son clave del archivo
      *de clientes: un solo recorrido al arrancar los deja en tabla,
      *igual que en Importar-llamadas:
       77  MAXIMO-CONTACTOS PIC 9(4) VALUE 3000.
       77  CANTIDAD-CONTACTOS PIC 9(4) VALUE ZEROES.
       77  INDICE-CONTACTO PIC 9(4).
       01  TABLA-CONTACTOS.
           05 CON-TABLA OCCURS 3000 TIMES.
              10 CON-TAB-ID PIC X(6).
              10 CON-TAB-TELEFONO-ALT PIC X(10).
              10 CON-TAB-EMAIL PIC X(50).

       77  CONTADOR-LEIDAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-PROSPECTOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-COINCIDENCIAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-RECHAZADAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-YA-CARGADAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-INVALIDAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SIN-LUGAR PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RECEPCION DE SOLICITUDES WEB =====".
      *La cola no tiene juego de practica: una practica no puede
      *consumir las solicitudes reales del dia:
           IF MODO-ENTRENAMIENTO = "S"
           DISPLAY "En modo entrenamiento no se reciben solicitudes."
           GOBACK
           END-IF.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           PERFORM CARGA-CONTACTOS-CLIENTES.
           OPEN I-O ARCHIVO-SOLICITUDES-WEB.
           OPEN INPUT ARCHIVO-SOLICITUDES-CSV.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF SOLICITUDES-CSV-STATUS NOT = "00"
           DISPLAY "No hay archivo de solicitudes del sitio."
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-SOLICITUD
           END-IF.
           PERFORM PROCESA-SOLICITUD
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-SOLICITUDES-CSV.
           CLOSE ARCHIVO-SOLICITUDES-WEB.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Solicitudes leidas:                 "
                   CONTADOR-LEIDAS.
           DISPLAY "Prospectos a la cola de revision:   "
                   CONTADOR-PROSPECTOS.
           DISPLAY "  de ellos con cliente coincidente: "
                   CONTADOR-COINCIDENCIAS.
           DISPLAY "Rechazadas por datos incompletos:   "
                   CONTADOR-RECHAZADAS.
           DISPLAY "Ya cargadas en una corrida anterior: "
                   CONTADOR-YA-CARGADAS.
           DISPLAY "Lineas invalidas:                   "
                   CONTADOR-INVALIDAS.
           IF CONTADOR-SIN-LUGAR > ZEROES
           DISPLAY "ATENCION: " CONTADOR-SIN-LUGAR " clientes no "
                   "entraron en la tabla de cotejo por correo."
           END-IF.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi; corriendo a mano se
      *usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

      *Telefono alternativo y correo de cada cliente, con el correo
      *en mayusculas para compararlo sin importar como se tipeo:
       CARGA-CONTACTOS-CLIENTES.
           MOVE ZEROES TO CANTIDAD-CONTACTOS.
           MOVE "1" TO FIN-DE-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-CLIENTES
           ELSE
           PERFORM LEE-SIGUIENTE-CLIENTE
           END-IF.
           PERFORM ANOTA-CONTACTO-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

       ANOTA-CONTACTO-CLIENTE.
           IF CLIENTES-TELEFONO-ALT NOT = SPACE OR
              CLIENTES-EMAIL NOT = SPACE
           IF CANTIDAD-CONTACTOS < MAXIMO-CONTACTOS
           ADD 1 TO CANTIDAD-CONTACTOS
           MOVE CLIENTES-ID TO CON-TAB-ID (CANTIDAD-CONTACTOS)
           MOVE CLIENTES-TELEFONO-ALT TO
               CON-TAB-TELEFONO-ALT (CANTIDAD-CONTACTOS)
           MOVE FUNCTION UPPER-CASE(CLIENTES-EMAIL) TO
               CON-TAB-EMAIL (CANTIDAD-CONTACTOS)
           ELSE
           ADD 1 TO CONTADOR-SIN-LUGAR
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

       LEE-SIGUIENTE-SOLICITUD.
           READ ARCHIVO-SOLICITUDES-CSV
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       PROCESA-SOLICITUD.
           ADD 1 TO CONTADOR-LEIDAS.
           MOVE SPACES TO CAMPOS-SOLICITUD.
           UNSTRING LINEA-SOLICITUD DELIMITED BY ";"
               INTO CAMPO-REFERENCIA CAMPO-FECHA CAMPO-NOMBRE
                    CAMPO-APELLIDO CAMPO-DNI-CRUDO
                    CAMPO-TELEFONO-CRUDO CAMPO-EMAIL
                    CAMPO-DIRECCION CAMPO-CODIGO-POSTAL CAMPO-PAIS
                    CAMPO-FECHA-NACIMIENTO CAMPO-SUCURSAL
           END-UNSTRING.
           IF CAMPO-REFERENCIA = SPACES
           ADD 1 TO CONTADOR-INVALIDAS
           ELSE
           PERFORM BUSCA-REFERENCIA
           IF REFERENCIA-CARGADA = "S"
           ADD 1 TO CONTADOR-YA-CARGADAS
           ELSE
           PERFORM ARMA-SOLICITUD
           PERFORM CLASIFICA-SOLICITUD
           PERFORM ASIGNA-NUMERO-SOLICITUD
           WRITE SOLWEB-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la solicitud "
                   FUNCTION TRIM(CAMPO-REFERENCIA) ", status: "
                   SOLICITUDES-WEB-STATUS
           END-WRITE
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-SOLICITUD.

       BUSCA-REFERENCIA.
           MOVE "N" TO REFERENCIA-CARGADA.
           MOVE CAMPO-REFERENCIA TO SOLWEB-REFERENCIA.
           START ARCHIVO-SOLICITUDES-WEB
               KEY IS EQUAL TO SOLWEB-REFERENCIA
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO REFERENCIA-CARGADA
           END-START.

      *La fecha de recepcion es la que informa el sitio; si no la
      *trae, la de la corrida:
       ARMA-SOLICITUD.
           MOVE SPACES TO SOLWEB-REGISTRO.
           MOVE CAMPO-REFERENCIA TO SOLWEB-REFERENCIA.
           IF CAMPO-FECHA NUMERIC
           MOVE CAMPO-FECHA TO SOLWEB-FECHA-RECIBIDA
           ELSE
           MOVE FECHA-DE-CORRIDA TO SOLWEB-FECHA-RECIBIDA
           END-IF.
           MOVE CAMPO-NOMBRE TO SOLWEB-NOMBRE.
           MOVE CAMPO-APELLIDO TO SOLWEB-APELLIDO.
           PERFORM LIMPIA-DNI.
           MOVE DNI-LIMPIO TO SOLWEB-DNI.
           PERFORM LIMPIA-TELEFONO.
           MOVE TELEFONO-LIMPIO TO SOLWEB-TELEFONO.
           MOVE CAMPO-EMAIL TO SOLWEB-EMAIL.
           MOVE CAMPO-DIRECCION TO SOLWEB-DIRECCION.
           MOVE CAMPO-CODIGO-POSTAL TO SOLWEB-CODIGO-POSTAL.
           MOVE FUNCTION UPPER-CASE(CAMPO-PAIS) TO SOLWEB-PAIS.
           MOVE CAMPO-FECHA-NACIMIENTO TO SOLWEB-FECHA-NACIMIENTO.
           MOVE FUNCTION UPPER-CASE(CAMPO-SUCURSAL) TO
               SOLWEB-SUCURSAL.

      *Sin nombre y apellido, o sin ningun dato para contactarlo, no
      *hay prospecto que trabajar: queda rechazada en la recepcion.
      *El resto entra a la cola con la primera coincidencia que se
      *encuentre, en orden de confianza: DNI, telefono, correo:
       CLASIFICA-SOLICITUD.
           IF SOLWEB-NOMBRE = SPACES OR SOLWEB-APELLIDO = SPACES OR
              (SOLWEB-TELEFONO = SPACES AND SOLWEB-EMAIL = SPACES)
           MOVE "R" TO SOLWEB-ESTADO
           MOVE "Datos incompletos en el sitio" TO SOLWEB-MOTIVO
           MOVE FECHA-DE-CORRIDA TO SOLWEB-FECHA-RESOLUCION
           MOVE "WEB" TO SOLWEB-OPERADOR
           ADD 1 TO CONTADOR-RECHAZADAS
           ELSE
           MOVE "P" TO SOLWEB-ESTADO
           ADD 1 TO CONTADOR-PROSPECTOS
           PERFORM COTEJA-CON-CLIENTES
           IF NOT SOLWEB-SIN-COINCIDENCIA
           ADD 1 TO CONTADOR-COINCIDENCIAS
           END-IF
           END-IF.

       COTEJA-CON-CLIENTES.
           IF SOLWEB-DNI NOT = SPACES
           PERFORM BUSCA-POR-DNI
           END-IF.
           IF SOLWEB-SIN-COINCIDENCIA AND SOLWEB-TELEFONO NOT = SPACES
           PERFORM BUSCA-POR-TELEFONO
           END-IF.
           IF SOLWEB-SIN-COINCIDENCIA AND SOLWEB-EMAIL NOT = SPACES
           MOVE FUNCTION UPPER-CASE(SOLWEB-EMAIL) TO EMAIL-BUSCADO
           PERFORM BUSCA-EN-CONTACTOS
               VARYING INDICE-CONTACTO FROM 1 BY 1
               UNTIL INDICE-CONTACTO > CANTIDAD-CONTACTOS
               OR NOT SOLWEB-SIN-COINCIDENCIA
           END-IF.

       BUSCA-POR-DNI.
           MOVE SOLWEB-DNI TO CLIENTES-DNI.
           START ARCHIVO-CLIENTES KEY IS EQUAL CLIENTES-DNI
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           CONTINUE
           NOT AT END
           MOVE CLIENTES-ID TO SOLWEB-COINCIDE-CLIENTES-ID
           MOVE "D" TO SOLWEB-COINCIDE-POR
           END-READ
           END-START.

      *Primero por la clave alterna del telefono principal; si no,
      *por el alternativo de la tabla:
       BUSCA-POR-TELEFONO.
           MOVE SOLWEB-TELEFONO TO CLIENTES-TELEFONO.
           START ARCHIVO-CLIENTES KEY IS EQUAL CLIENTES-TELEFONO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           CONTINUE
           NOT AT END
           MOVE CLIENTES-ID TO SOLWEB-COINCIDE-CLIENTES-ID
           MOVE "T" TO SOLWEB-COINCIDE-POR
           END-READ
           END-START.
           IF SOLWEB-SIN-COINCIDENCIA
           MOVE SPACES TO EMAIL-BUSCADO
           PERFORM BUSCA-EN-CONTACTOS
               VARYING INDICE-CONTACTO FROM 1 BY 1
               UNTIL INDICE-CONTACTO > CANTIDAD-CONTACTOS
               OR NOT SOLWEB-SIN-COINCIDENCIA
           END-IF.

      *Con EMAIL-BUSCADO en blanco se busca el telefono alternativo;
      *con algo cargado, el correo:
       BUSCA-EN-CONTACTOS.
           IF EMAIL-BUSCADO = SPACES
           IF CON-TAB-TELEFONO-ALT (INDICE-CONTACTO) =
              SOLWEB-TELEFONO
           MOVE CON-TAB-ID (INDICE-CONTACTO) TO
               SOLWEB-COINCIDE-CLIENTES-ID
           MOVE "T" TO SOLWEB-COINCIDE-POR
           END-IF
           ELSE
           IF CON-TAB-EMAIL (INDICE-CONTACTO) = EMAIL-BUSCADO
           MOVE CON-TAB-ID (INDICE-CONTACTO) TO
               SOLWEB-COINCIDE-CLIENTES-ID
           MOVE "E" TO SOLWEB-COINCIDE-POR
           END-IF
           END-IF.

      *Toma el numero siguiente del archivo de control, misma
      *tecnica que ASIGNA-NUMERO-RECLAMO:
       ASIGNA-NUMERO-SOLICITUD.
           MOVE ZEROES TO SOLWEB-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-SOLICITUD-WEB-CONTROL.
           IF SOLICITUD-WEB-CONTROL-STATUS = "00"
           READ ARCHIVO-SOLICITUD-WEB-CONTROL
           END-IF.
           CLOSE ARCHIVO-SOLICITUD-WEB-CONTROL.
           ADD 1 TO SOLWEB-NUMERO-ACTUAL.
           MOVE SOLWEB-NUMERO-ACTUAL TO SOLWEB-NUMERO.
           OPEN OUTPUT ARCHIVO-SOLICITUD-WEB-CONTROL.
           WRITE SOLICITUD-WEB-CONTROL-REGISTRO.
           CLOSE ARCHIVO-SOLICITUD-WEB-CONTROL.

      *Descarta todo lo que no sea digito, misma tecnica que
      *LIMPIA-TELEFONO del alta:
       LIMPIA-TELEFONO.
           MOVE SPACE TO TELEFONO-LIMPIO.
           MOVE ZEROES TO TELEFONO-DIGITOS.
           MOVE 1 TO TELEFONO-POSICION.
           PERFORM QUITA-CARACTER-TELEFONO
           UNTIL TELEFONO-POSICION > 20.

       QUITA-CARACTER-TELEFONO.
           MOVE CAMPO-TELEFONO-CRUDO (TELEFONO-POSICION:1) TO
               TELEFONO-CARACTER.
           IF TELEFONO-CARACTER IS NUMERIC
           IF TELEFONO-DIGITOS < 10
           ADD 1 TO TELEFONO-DIGITOS
           MOVE TELEFONO-CARACTER TO
               TELEFONO-LIMPIO (TELEFONO-DIGITOS:1)
           END-IF
           END-IF.
           ADD 1 TO TELEFONO-POSICION.

      *El DNI llega con o sin puntos; queda solo con sus digitos,
      *como lo guarda el alta:
       LIMPIA-DNI.
           MOVE SPACE TO DNI-LIMPIO.
           MOVE ZEROES TO DNI-DIGITOS.
           MOVE 1 TO DNI-POSICION.
           PERFORM QUITA-CARACTER-DNI
           UNTIL DNI-POSICION > 15.

       QUITA-CARACTER-DNI.
           MOVE CAMPO-DNI-CRUDO (DNI-POSICION:1) TO DNI-CARACTER.
           IF DNI-CARACTER IS NUMERIC
           IF DNI-DIGITOS < 9
           ADD 1 TO DNI-DIGITOS
           MOVE DNI-CARACTER TO DNI-LIMPIO (DNI-DIGITOS:1)
           END-IF
           END-IF.
           ADD 1 TO DNI-POSICION.

       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDAS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Importar-solicitudes-web.

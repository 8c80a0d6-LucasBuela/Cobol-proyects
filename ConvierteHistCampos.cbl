      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Conversion por unica vez de los historicos de fin de
      *          ano a sus layouts nuevos: clientes_historico.dat suma
      *          al final el CUIT y la condicion frente al IVA, el
      *          idioma de la correspondencia y la version y fecha de
      *          las condiciones aceptadas, y movimientos_historico.dat
      *          suma la fecha valor. Cada archivo se relee con su
      *          layout de entonces, se rearma en un archivo de trabajo
      *          con los campos nuevos en blanco (como los leen
      *          Desarchivar-clientes y los reportes en un registro
      *          anterior a ellos) y se vuelca sobre el original. Un
      *          marcador impide correrla dos veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir-historicos-campos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Los historicos en su layout nuevo, el de los copybooks:
       COPY "DataBaseHistorico.cbl".
       COPY "DataBaseMovimientosHistorico.cbl".
      *Los mismos archivos con el layout sin los campos nuevos:
       SELECT OPTIONAL ARCHIVO-HISTORICO-VIEJO
       ASSIGN TO "clientes_historico.dat"
       ORGANIZATION SEQUENTIAL.
       SELECT OPTIONAL ARCHIVO-MOV-HIST-VIEJO
       ASSIGN TO "movimientos_historico.dat"
       ORGANIZATION SEQUENTIAL.
      *Archivo de trabajo entre pasadas:
       SELECT ARCHIVO-TRABAJO
       ASSIGN TO "conversion_historicos.tmp"
       ORGANIZATION SEQUENTIAL.
      *Marcador de conversion ya corrida:
       SELECT OPTIONAL ARCHIVO-MARCA-HISTORICOS
       ASSIGN TO "conversion_historicos.flg"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS MARCA-HISTORICOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "DataHistorico.cbl".
       COPY "DataMovimientosHistorico.cbl".

       FD  ARCHIVO-HISTORICO-VIEJO.
           01 HVIEJO-REGISTRO.
              10 HVIEJO-CLIENTES-ID PIC X(6).
              10 HVIEJO-NOMBRE PIC X(25).
              10 HVIEJO-APELLIDO PIC X(35).
              10 HVIEJO-EDAD PIC 9(3) COMP-3.
              10 HVIEJO-TELEFONO PIC X(10).
              10 HVIEJO-DIRECCION PIC X(35).
              10 HVIEJO-ESTADO PIC X(1).
              10 HVIEJO-FECHA-ALTA PIC X(8).
              10 HVIEJO-SECUENCIA PIC 9(6).
              10 HVIEJO-FECHA-NACIMIENTO PIC X(8).
              10 HVIEJO-PAIS PIC X(20).
              10 HVIEJO-CODIGO-POSTAL PIC X(10).
              10 HVIEJO-EMAIL PIC X(50).
              10 HVIEJO-DNI PIC X(9).
              10 HVIEJO-SALDO PIC S9(7)V99 COMP-3.
              10 HVIEJO-FECHA-ULTIMO-CONTACTO PIC X(8).
              10 HVIEJO-LIMITE-DESCUBIERTO PIC S9(7)V99 COMP-3.
              10 HVIEJO-MONEDA PIC X(3).
              10 HVIEJO-SEGUIMIENTO PIC X(1).
              10 HVIEJO-TELEFONO-ALT PIC X(10).
              10 HVIEJO-DIRECCION-ALT PIC X(35).
              10 HVIEJO-FECHA-ARCHIVADO PIC X(8).
              10 HVIEJO-MOTIVO PIC X(1).
              10 HVIEJO-SUCURSAL PIC X(3).
              10 HVIEJO-PRODUCTO PIC X(3).
              10 HVIEJO-SCORE PIC X(1).
              10 HVIEJO-PREF-CONTACTO PIC X(1).
              10 HVIEJO-DIRECCION-INVALIDA PIC X(1).

       FD  ARCHIVO-MOV-HIST-VIEJO.
           01 MHVIEJO-REGISTRO.
              05 MHVIEJO-CLAVE.
                 10 MHVIEJO-CLIENTES-ID PIC X(6).
                 10 MHVIEJO-FECHA-HORA PIC X(21).
                 10 MHVIEJO-SECUENCIA PIC 9(3).
              05 MHVIEJO-OPERADOR PIC X(10).
              05 MHVIEJO-IMPORTE PIC S9(7)V99 COMP-3.
              05 MHVIEJO-SALDO-RESULTANTE PIC S9(7)V99 COMP-3.
              05 MHVIEJO-TIPO PIC X(1).
              05 MHVIEJO-CONCEPTO PIC X(30).

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(400).

       FD  ARCHIVO-MARCA-HISTORICOS.
           01 MARCA-HISTORICOS-REGISTRO PIC X(10).

       WORKING-STORAGE SECTION.
       77  MARCA-HISTORICOS-STATUS PIC XX.
       77  CONVERSION-HECHA PIC X.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CONTADOR-HISTORICO PIC 9(6) VALUE ZEROES.
       77  CONTADOR-MOV-HIST PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           DISPLAY " ".
           DISPLAY "===== CONVERSION DE LOS HISTORICOS A LOS CAMPOS "
                   "NUEVOS =====".
           PERFORM COMPRUEBA-MARCA.
           IF CONVERSION-HECHA = "S"
           DISPLAY "La conversion ya se corrio en esta instalacion "
                   "(existe conversion_historicos.flg), no se repite."
           ELSE
           PERFORM CONVIERTE-HISTORICO
           PERFORM CONVIERTE-MOV-HISTORICO
           PERFORM GRABA-MARCA
           DISPLAY "Registros de historico convertidos: "
                   CONTADOR-HISTORICO
           DISPLAY "Movimientos de historico convertidos: "
                   CONTADOR-MOV-HIST
           END-IF.
           GOBACK.

       COMPRUEBA-MARCA.
           MOVE "N" TO CONVERSION-HECHA.
           OPEN INPUT ARCHIVO-MARCA-HISTORICOS.
           IF MARCA-HISTORICOS-STATUS = "00"
           READ ARCHIVO-MARCA-HISTORICOS
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CONVERSION-HECHA
           END-READ
           END-IF.
           CLOSE ARCHIVO-MARCA-HISTORICOS.

       GRABA-MARCA.
           OPEN OUTPUT ARCHIVO-MARCA-HISTORICOS.
           MOVE "CONVERTIDO" TO MARCA-HISTORICOS-REGISTRO.
           WRITE MARCA-HISTORICOS-REGISTRO.
           CLOSE ARCHIVO-MARCA-HISTORICOS.

      *Primera pasada: lee el archivo con el layout viejo y deja las
      *imagenes ya convertidas en el archivo de trabajo. Segunda
      *pasada: reconstruye el archivo original desde el trabajo.
       CONVIERTE-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO-VIEJO.
           OPEN OUTPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-HISTORICO-VIEJO.
           PERFORM PASA-HISTORICO-A-TRABAJO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-HISTORICO-VIEJO.
           CLOSE ARCHIVO-TRABAJO.
           OPEN OUTPUT ARCHIVO-CLIENTES-HISTORICO.
           OPEN INPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-TRABAJO.
           PERFORM GRABA-HISTORICO-NUEVO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES-HISTORICO.
           CLOSE ARCHIVO-TRABAJO.
           DELETE FILE ARCHIVO-TRABAJO.

       LEE-HISTORICO-VIEJO.
           READ ARCHIVO-HISTORICO-VIEJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       PASA-HISTORICO-A-TRABAJO.
           MOVE SPACE TO HISTORICO-REGISTRO.
           MOVE HVIEJO-CLIENTES-ID TO HISTORICO-CLIENTES-ID.
           MOVE HVIEJO-NOMBRE TO HISTORICO-CLIENTES-NOMBRE.
           MOVE HVIEJO-APELLIDO TO HISTORICO-CLIENTES-APELLIDO.
           MOVE HVIEJO-EDAD TO HISTORICO-CLIENTES-EDAD.
           MOVE HVIEJO-TELEFONO TO HISTORICO-CLIENTES-TELEFONO.
           MOVE HVIEJO-DIRECCION TO HISTORICO-CLIENTES-DIRECCION.
           MOVE HVIEJO-ESTADO TO HISTORICO-CLIENTES-ESTADO.
           MOVE HVIEJO-FECHA-ALTA TO HISTORICO-CLIENTES-FECHA-ALTA.
           MOVE HVIEJO-SECUENCIA TO HISTORICO-CLIENTES-SECUENCIA.
           MOVE HVIEJO-FECHA-NACIMIENTO TO
               HISTORICO-CLIENTES-FECHA-NACIMIENTO.
           MOVE HVIEJO-PAIS TO HISTORICO-CLIENTES-PAIS.
           MOVE HVIEJO-CODIGO-POSTAL TO
               HISTORICO-CLIENTES-CODIGO-POSTAL.
           MOVE HVIEJO-EMAIL TO HISTORICO-CLIENTES-EMAIL.
           MOVE HVIEJO-DNI TO HISTORICO-CLIENTES-DNI.
           MOVE HVIEJO-SALDO TO HISTORICO-CLIENTES-SALDO.
           MOVE HVIEJO-FECHA-ULTIMO-CONTACTO TO
               HISTORICO-CLIENTES-FECHA-ULTIMO-CONTACTO.
           MOVE HVIEJO-LIMITE-DESCUBIERTO TO
               HISTORICO-CLIENTES-LIMITE-DESCUBIERTO.
           MOVE HVIEJO-MONEDA TO HISTORICO-CLIENTES-MONEDA.
           MOVE HVIEJO-SEGUIMIENTO TO HISTORICO-CLIENTES-SEGUIMIENTO.
           MOVE HVIEJO-TELEFONO-ALT TO HISTORICO-TELEFONO-ALT.
           MOVE HVIEJO-DIRECCION-ALT TO HISTORICO-DIRECCION-ALT.
           MOVE HVIEJO-FECHA-ARCHIVADO TO HISTORICO-FECHA-ARCHIVADO.
           MOVE HVIEJO-MOTIVO TO HISTORICO-MOTIVO.
           MOVE HVIEJO-SUCURSAL TO HISTORICO-SUCURSAL.
           MOVE HVIEJO-PRODUCTO TO HISTORICO-PRODUCTO.
           MOVE HVIEJO-SCORE TO HISTORICO-SCORE.
           MOVE HVIEJO-PREF-CONTACTO TO HISTORICO-PREF-CONTACTO.
           MOVE HVIEJO-DIRECCION-INVALIDA TO
               HISTORICO-DIRECCION-INVALIDA.
           MOVE SPACES TO HISTORICO-CUIT.
           MOVE SPACES TO HISTORICO-CONDICION-IVA.
           MOVE SPACES TO HISTORICO-IDIOMA.
           MOVE SPACES TO HISTORICO-CONDICIONES-VERSION.
           MOVE SPACES TO HISTORICO-CONDICIONES-FECHA.
           MOVE SPACES TO TRABAJO-REGISTRO.
           WRITE TRABAJO-REGISTRO FROM HISTORICO-REGISTRO.
           ADD 1 TO CONTADOR-HISTORICO.
           PERFORM LEE-HISTORICO-VIEJO.

       LEE-TRABAJO.
           READ ARCHIVO-TRABAJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       GRABA-HISTORICO-NUEVO.
           MOVE TRABAJO-REGISTRO (1:LENGTH OF HISTORICO-REGISTRO)
               TO HISTORICO-REGISTRO.
           WRITE HISTORICO-REGISTRO.
           PERFORM LEE-TRABAJO.

       CONVIERTE-MOV-HISTORICO.
           OPEN INPUT ARCHIVO-MOV-HIST-VIEJO.
           OPEN OUTPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-MOV-HIST-VIEJO.
           PERFORM PASA-MOV-HIST-A-TRABAJO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOV-HIST-VIEJO.
           CLOSE ARCHIVO-TRABAJO.
           OPEN OUTPUT ARCHIVO-MOVIMIENTOS-HISTORICO.
           OPEN INPUT ARCHIVO-TRABAJO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-TRABAJO.
           PERFORM GRABA-MOV-HIST-NUEVO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-HISTORICO.
           CLOSE ARCHIVO-TRABAJO.
           DELETE FILE ARCHIVO-TRABAJO.

       LEE-MOV-HIST-VIEJO.
           READ ARCHIVO-MOV-HIST-VIEJO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       PASA-MOV-HIST-A-TRABAJO.
           MOVE SPACE TO MOV-HIST-REGISTRO.
           MOVE MHVIEJO-CLIENTES-ID TO MOV-HIST-CLIENTES-ID.
           MOVE MHVIEJO-FECHA-HORA TO MOV-HIST-FECHA-HORA.
           MOVE MHVIEJO-SECUENCIA TO MOV-HIST-SECUENCIA.
           MOVE MHVIEJO-OPERADOR TO MOV-HIST-OPERADOR.
           MOVE MHVIEJO-IMPORTE TO MOV-HIST-IMPORTE.
           MOVE MHVIEJO-SALDO-RESULTANTE TO MOV-HIST-SALDO-RESULTANTE.
           MOVE MHVIEJO-TIPO TO MOV-HIST-TIPO.
           MOVE MHVIEJO-CONCEPTO TO MOV-HIST-CONCEPTO.
           MOVE SPACES TO MOV-HIST-FECHA-VALOR.
           MOVE SPACES TO TRABAJO-REGISTRO.
           WRITE TRABAJO-REGISTRO FROM MOV-HIST-REGISTRO.
           ADD 1 TO CONTADOR-MOV-HIST.
           PERFORM LEE-MOV-HIST-VIEJO.

       GRABA-MOV-HIST-NUEVO.
           MOVE TRABAJO-REGISTRO (1:LENGTH OF MOV-HIST-REGISTRO)
               TO MOV-HIST-REGISTRO.
           WRITE MOV-HIST-REGISTRO.
           PERFORM LEE-TRABAJO.

       END PROGRAM Convertir-historicos-campos.

      * Author:Lucas Gustavo Buela
      * Date:21/8/2026
      * Purpose: Estado de cuenta imprimible de un solo cliente: datos
      *          personales, saldo contable y disponible (lo retenido
      *          por embargos y los cheques en canje no se pueden
      *          usar todavia) y los movimientos de saldo
      *          mas recientes, en una sola pagina que un cajero pueda
      *          entregar en el mostrador. Si la cuenta tiene
      *          cotitulares o apoderados, se listan todos. Si tiene
      *          puntos de fidelidad, muestra su saldo, su valor y
      *          cuantos vencen este mes.
      *          Cada movimiento muestra su fecha de imputacion y su
      *          fecha valor.
      *          El estado sale en el idioma del cliente
      *          (textos_cartas.dat), con las fechas y los importes
      *          en el formato de ese idioma; sin traduccion sale en
      *          castellano, con aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ASSIGN TO "estado_cuenta.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Textos de las cartas por idioma y registro de las cartas
      *emitidas en cada idioma:
       COPY "DataBaseTextosCartas.cbl".
       COPY "DataBaseCartasIdioma.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       FD  ARCHIVO-IMPRESION.
           01 LINEA-IMPRESION PIC X(150).

       COPY "DataTextosCartas.cbl".
       COPY "DataCartasIdioma.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  FIN-DEL-ARCHIVO PIC X.
       77  CAMPO-EDAD-MUESTRA PIC 999.
       77  FECHA-VALOR-MUESTRA PIC X(8).
      *Otras personas de la cuenta (cotitulares y apoderados):
       COPY "DataTitulares.cbl".
       77  INDICE-TITULAR PIC 9(2).
      *Saldo de puntos de fidelidad del cliente:
       COPY "DataPuntosConsulta.cbl".
       77  CAMPO-PUNTOS-MUESTRA PIC Z(6)9.
       77  CAMPO-PUNTOS-VENCER-MUESTRA PIC Z(6)9.
      *Consulta del saldo disponible (embargos y cheques en canje):
       COPY "DataDisponible.cbl".
       77  CONTADOR-MOVIMIENTOS PIC 9(3) VALUE ZEROES.
       77  MAXIMO-MOVIMIENTOS PIC 9(3) VALUE 10.
       77  TOTAL-MOVIMIENTOS-CLIENTE PIC 9(5) VALUE ZEROES.
       77  MOVIMIENTOS-A-SALTEAR PIC 9(5) VALUE ZEROES.
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "-".
      *Estado en el idioma del cliente:
       COPY "DataIdiomaCarta.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.

       IMPRIME-ESTADO-CUENTA.
           OPEN OUTPUT ARCHIVO-IMPRESION.
           PERFORM ABRE-TEXTOS-CARTAS.
           MOVE "ESTC" TO IDIOMA-CARTA-CODIGO.
           PERFORM ELIGE-IDIOMA-CARTA.
           PERFORM IMPRIME-DATOS-PERSONALES.
           PERFORM IMPRIME-MOVIMIENTOS-RECIENTES.
           PERFORM CIERRA-TEXTOS-CARTAS.
           CLOSE ARCHIVO-IMPRESION.

       IMPRIME-DATOS-PERSONALES.
           MOVE CLIENTES-EDAD TO CAMPO-EDAD-MUESTRA.
           PERFORM CONSULTA-SALDO-DISPONIBLE.
           MOVE 1 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           MOVE LINEA-SEPARADORA TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE CLIENTES-ID TO IDIOMA-CARTA-VALOR (1).
           MOVE CLIENTES-NOMBRE TO IDIOMA-CARTA-VALOR (2).
           MOVE CLIENTES-APELLIDO TO IDIOMA-CARTA-VALOR (3).
           MOVE CAMPO-EDAD-MUESTRA TO IDIOMA-CARTA-VALOR (4).
           MOVE 2 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           PERFORM IMPRIME-OTROS-TITULARES.
           MOVE CLIENTES-TELEFONO TO IDIOMA-CARTA-VALOR (1).
           MOVE CLIENTES-DIRECCION TO IDIOMA-CARTA-VALOR (2).
           MOVE CLIENTES-PAIS TO IDIOMA-CARTA-VALOR (3).
           MOVE 3 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           MOVE CLIENTES-SALDO TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (1).
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (2).
           MOVE CLIENTES-FECHA-ALTA TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           MOVE IDIOMA-CARTA-FECHA-TEXTO TO IDIOMA-CARTA-VALOR (3).
           MOVE 5 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           MOVE DISPONIBLE-SALDO-LIBRE TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (1).
           MOVE DISPONIBLE-EN-CANJE TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (2).
           MOVE DISPONIBLE-RETENIDO TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (3).
           MOVE 6 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           PERFORM IMPRIME-PUNTOS-FIDELIDAD.
           MOVE LINEA-SEPARADORA TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.

      *Los puntos salen de la misma rutina que usa el canje del
      *mostrador; un cliente sin puntos no lleva la linea:
       IMPRIME-PUNTOS-FIDELIDAD.
           MOVE CLIENTES-ID TO CONSULTA-PUNTOS-CLIENTES-ID.
           CALL "Saldo-puntos" USING PUNTOS-CONSULTA.
           IF CONSULTA-PUNTOS-SALDO > ZEROES
           MOVE CONSULTA-PUNTOS-SALDO TO CAMPO-PUNTOS-MUESTRA
           MOVE CONSULTA-PUNTOS-POR-VENCER
               TO CAMPO-PUNTOS-VENCER-MUESTRA
           MOVE CONSULTA-PUNTOS-VALOR TO IDIOMA-CARTA-IMPORTE
           PERFORM FORMATEA-IMPORTE-CARTA
           MOVE CAMPO-PUNTOS-MUESTRA TO IDIOMA-CARTA-VALOR (1)
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (2)
           MOVE CAMPO-PUNTOS-VENCER-MUESTRA TO IDIOMA-CARTA-VALOR (3)
           MOVE 7 TO IDIOMA-CARTA-RENGLON
           PERFORM ARMA-RENGLON-ESTADO
           END-IF.

      *Mismo calculo que usan la caja y Modificar-registro: lo que
      *el cliente puede usar es el saldo contable menos lo retenido
      *y menos los cheques que todavia no se acreditaron:
       CONSULTA-SALDO-DISPONIBLE.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.

      *Con el ledger indexado por cliente + fecha-hora, un START
      *posiciona directo en el primer movimiento del cliente y se
      *lee hasta que cambia el cliente; la primera pasada cuenta
      *cuantos tiene y la segunda saltea los viejos para imprimir
      *solo los ultimos MAXIMO-MOVIMIENTOS:
       IMPRIME-MOVIMIENTOS-RECIENTES.
           MOVE 8 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           PERFORM CUENTA-MOVIMIENTOS-CLIENTE.
           MOVE ZEROES TO MOVIMIENTOS-A-SALTEAR.
           IF TOTAL-MOVIMIENTOS-CLIENTE > MAXIMO-MOVIMIENTOS
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           IF TOTAL-MOVIMIENTOS-CLIENTE = 0
           MOVE 9 TO IDIOMA-CARTA-RENGLON
           PERFORM ARMA-RENGLON-ESTADO
           END-IF.

       CUENTA-MOVIMIENTOS-CLIENTE.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

       IMPRIME-MOVIMIENTO.
      *Un renglon sin fecha valor vale desde el dia de imputacion:
           IF MOVIMIENTO-FECHA-VALOR = SPACES
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO FECHA-VALOR-MUESTRA
           ELSE
           MOVE MOVIMIENTO-FECHA-VALOR TO FECHA-VALOR-MUESTRA
           END-IF.
      *La fecha y la hora de imputacion y la fecha valor van en el
      *formato del idioma del estado:
           MOVE FECHA-VALOR-MUESTRA TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           MOVE IDIOMA-CARTA-FECHA-TEXTO TO IDIOMA-CARTA-VALOR (2).
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           STRING IDIOMA-CARTA-FECHA-TEXTO " "
                  MOVIMIENTO-FECHA-HORA (9:2) ":"
                  MOVIMIENTO-FECHA-HORA (11:2) ":"
                  MOVIMIENTO-FECHA-HORA (13:2)
                  DELIMITED BY SIZE INTO IDIOMA-CARTA-VALOR (1)
           END-STRING.
           MOVE MOVIMIENTO-TIPO TO IDIOMA-CARTA-VALOR (3).
           MOVE MOVIMIENTO-CONCEPTO TO IDIOMA-CARTA-VALOR (4).
           MOVE MOVIMIENTO-OPERADOR TO IDIOMA-CARTA-VALOR (5).
           MOVE MOVIMIENTO-IMPORTE TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (6).
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (7).
           MOVE 10 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           ADD 1 TO CONTADOR-MOVIMIENTOS.

      *Los demas titulares, cotitulares y apoderados de la cuenta van
      *debajo del titular, asi el estado queda dirigido a todos:
       IMPRIME-OTROS-TITULARES.
           MOVE CLIENTES-ID TO TITULARES-CUENTA-ID.
           CALL "Consultar-titulares" USING TITULARES-CONSULTA.
           PERFORM IMPRIME-TITULAR-VINCULADO
               VARYING INDICE-TITULAR FROM 1 BY 1
               UNTIL INDICE-TITULAR > TITULARES-CANTIDAD.

      *Renglon 11 titular, 12 cotitular y 13 apoderado:
       IMPRIME-TITULAR-VINCULADO.
           EVALUATE TRUE
               WHEN TITULARES-ES-TITULAR (INDICE-TITULAR)
                   MOVE 11 TO IDIOMA-CARTA-RENGLON
               WHEN TITULARES-ES-COTITULAR (INDICE-TITULAR)
                   MOVE 12 TO IDIOMA-CARTA-RENGLON
               WHEN OTHER
                   MOVE 13 TO IDIOMA-CARTA-RENGLON
           END-EVALUATE.
           MOVE TITULARES-NOMBRE (INDICE-TITULAR)
               TO IDIOMA-CARTA-VALOR (1).
           MOVE TITULARES-CLIENTES-ID (INDICE-TITULAR)
               TO IDIOMA-CARTA-VALOR (2).
           PERFORM ARMA-RENGLON-ESTADO.

      *Renglon del estado en el idioma del cliente; los datos se
      *limpian para el renglon siguiente:
       ARMA-RENGLON-ESTADO.
           PERFORM ARMA-RENGLON-CARTA.
           MOVE IDIOMA-CARTA-LINEA TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO IDIOMA-CARTA-VALORES.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcIdiomaCarta.cbl".

       END PROGRAM Estado-cuenta-cliente.

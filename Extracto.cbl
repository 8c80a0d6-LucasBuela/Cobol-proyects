      *          de cabecera y de cola (conteo y hash total), para que
      *          contaduria verifique que el archivo llego completo
      *          antes de importarlo en lugar de retipear el cierre.
      *          Las notas de credito emitidas en el periodo van en
      *          renglones propios (tipo de registro "N") por moneda,
      *          con importe negativo porque bajan lo que se factura.
      *          Cada renglon lleva ademas su equivalente en ARS,
      *          convirtiendo cada movimiento y cada nota con la tasa
      *          que regia el dia en que se hizo (Tasa-de-cambio), asi
      *          un extracto rehecho de un mes pasado da lo mismo.
      *          El movimiento entra en el periodo de su fecha valor
      *          y se convierte con la tasa de ese dia; un renglon sin
      *          fecha valor vale desde el dia en que se imputo.
      *          Cada corrida real pasa por el control de cierre
      *          mensual (Control-cierre-mensual): no corre si falta
      *          completar un paso previo del cierre del periodo o si
      *          el periodo anterior no quedo cerrado, y al terminar
      *          queda anotada con su operador y su hora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBase.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Notas de credito contra facturas:
       COPY "DataBaseNotasCredito.cbl".
      *Archivo de interfase fechado para contaduria:
       SELECT ARCHIVO-ASIENTOS
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-ASIENTOS
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataNotasCredito.cbl".

       FD  ARCHIVO-ASIENTOS.
           01 ASIENTO-LINEA PIC X(60).
              10 GRUPO-MONEDA PIC X(3).
              10 GRUPO-CANTIDAD PIC 9(7).
              10 GRUPO-TOTAL PIC S9(11)V99 COMP-3.
              10 GRUPO-TOTAL-ARS PIC S9(11)V99 COMP-3.
      *Resumen de notas de credito del periodo por moneda:
       77  MAXIMO-GRUPOS-NOTAS PIC 9(2) VALUE 10.
       77  CANTIDAD-GRUPOS-NOTAS PIC 9(2) VALUE ZEROES.
       01  TABLA-GRUPOS-NOTAS.
           05 GRUPO-NOTAS OCCURS 10 TIMES.
              10 GRUPO-NOTAS-MONEDA PIC X(3).
              10 GRUPO-NOTAS-CANTIDAD PIC 9(7).
              10 GRUPO-NOTAS-TOTAL PIC S9(11)V99 COMP-3.
              10 GRUPO-NOTAS-TOTAL-ARS PIC S9(11)V99 COMP-3.
      *Equivalente en ARS del movimiento o nota que se esta sumando,
      *con la tasa de su fecha valor; la ultima consulta queda
      *en TASA-CONSULTA y se reusa mientras no cambien la moneda ni
      *el dia:
       01  IMPORTE-EN-PESOS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  FECHA-DEL-IMPORTE PIC X(8).
       77  FECHA-VALOR-RENGLON PIC X(8).
       77  CONTADOR-SIN-TASA PIC 9(7) VALUE ZEROES.
       COPY "DataTasaConsulta.cbl".
       77  NOTAS-CREDITO-STATUS PIC XX.
       77  FIN-DE-NOTAS PIC X.
       77  CONTADOR-NOTAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-MOVIMIENTOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-RENGLONES PIC 9(5) VALUE ZEROES.
      *El hash total suma los importes en valor absoluto, para que
           05 DET-MONEDA PIC X(3).
           05 DET-CANTIDAD PIC 9(7).
           05 DET-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 DET-IMPORTE-ARS PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(19) VALUE SPACES.
       01  LINEA-NOTAS.
           05 FILLER PIC X(1) VALUE "N".
           05 NOT-MONEDA PIC X(3).
           05 NOT-CANTIDAD PIC 9(7).
           05 NOT-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 NOT-IMPORTE-ARS PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(21) VALUE SPACES.
       01  LINEA-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 COLA-RENGLONES PIC 9(5).
           05 COLA-MOVIMIENTOS PIC 9(7).
           05 COLA-HASH PIC 9(13)V99.
           05 FILLER PIC X(32) VALUE SPACES.
       COPY "DataCierreControl.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           DISPLAY "Periodo a extraer (AAAAMM): ".
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO NUMERIC
           INITIALIZE CIERRE-CONTROL
           MOVE "Extracto-contable" TO CONTROL-CIERRE-PROGRAMA
           MOVE PERIODO-PEDIDO TO CONTROL-CIERRE-PERIODO
           PERFORM VERIFICA-CONTROL-CIERRE
           IF CONTROL-CIERRE-AUTORIZADO
           PERFORM GENERA-EXTRACTO
           MOVE CONTADOR-MOVIMIENTOS TO CONTROL-CIERRE-CANTIDAD
           MOVE NOMBRE-ARCHIVO-ASIENTOS TO CONTROL-CIERRE-REFERENCIA
           PERFORM COMPLETA-CONTROL-CIERRE
           END-IF
           ELSE
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           END-IF.
           PERFORM ACUMULA-MOVIMIENTO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           PERFORM ACUMULA-NOTAS-CREDITO.
           CLOSE ARCHIVO-CLIENTES.
           PERFORM ESCRIBE-ARCHIVO-ASIENTOS.
           DISPLAY "Movimientos del periodo: " CONTADOR-MOVIMIENTOS.
           DISPLAY "Notas de credito del periodo: " CONTADOR-NOTAS.
           DISPLAY "Renglones de asiento: " CONTADOR-RENGLONES.
           IF CONTADOR-SIN-TASA > ZEROES
           DISPLAY "Atencion: " CONTADOR-SIN-TASA " importes sin "
                   "tasa a su fecha quedaron en cero en ARS."
           END-IF.
           DISPLAY "Extracto grabado en " NOMBRE-ARCHIVO-ASIENTOS ".".

       LEE-SIGUIENTE-MOVIMIENTO.
      *antes que perder el importe del asiento. Las revaluaciones
      *(tipo "V") ya estan en ARS por definicion.
       ACUMULA-MOVIMIENTO.
           IF MOVIMIENTO-FECHA-VALOR = SPACES
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO FECHA-VALOR-RENGLON
           ELSE
           MOVE MOVIMIENTO-FECHA-VALOR TO FECHA-VALOR-RENGLON
           END-IF.
           IF FECHA-VALOR-RENGLON (1:6) = PERIODO-PEDIDO
           ADD 1 TO CONTADOR-MOVIMIENTOS
           PERFORM DETERMINA-MONEDA-MOVIMIENTO
           MOVE FECHA-VALOR-RENGLON TO FECHA-DEL-IMPORTE
           MOVE MOVIMIENTO-IMPORTE TO IMPORTE-EN-PESOS
           PERFORM CONVIERTE-A-PESOS
           PERFORM SUMA-EN-GRUPO
           END-IF.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.
           END-READ
           END-IF.

      *Un cliente que ya no existe ("???") no tiene tasa: su
      *equivalente queda en cero y se avisa al final:
       CONVIERTE-A-PESOS.
           IF CONSULTA-TASA-MONEDA NOT = MONEDA-DEL-MOVIMIENTO OR
              CONSULTA-TASA-FECHA NOT = FECHA-DEL-IMPORTE
           MOVE MONEDA-DEL-MOVIMIENTO TO CONSULTA-TASA-MONEDA
           MOVE FECHA-DEL-IMPORTE TO CONSULTA-TASA-FECHA
           CALL "Tasa-de-cambio" USING TASA-CONSULTA
           END-IF.
           IF TASA-CONSULTA-HALLADA
           COMPUTE IMPORTE-EN-PESOS ROUNDED =
               IMPORTE-EN-PESOS * CONSULTA-TASA-VALOR
           ELSE
           MOVE ZERO TO IMPORTE-EN-PESOS
           ADD 1 TO CONTADOR-SIN-TASA
           END-IF.

       SUMA-EN-GRUPO.
           MOVE "N" TO GRUPO-HALLADO.
           PERFORM COMPARA-GRUPO
              GRUPO-MONEDA (INDICE-GRUPO) = MONEDA-DEL-MOVIMIENTO
           ADD 1 TO GRUPO-CANTIDAD (INDICE-GRUPO)
           ADD MOVIMIENTO-IMPORTE TO GRUPO-TOTAL (INDICE-GRUPO)
           ADD IMPORTE-EN-PESOS TO GRUPO-TOTAL-ARS (INDICE-GRUPO)
           MOVE "S" TO GRUPO-HALLADO
           END-IF.

               GRUPO-MONEDA (CANTIDAD-GRUPOS)
           MOVE 1 TO GRUPO-CANTIDAD (CANTIDAD-GRUPOS)
           MOVE MOVIMIENTO-IMPORTE TO GRUPO-TOTAL (CANTIDAD-GRUPOS)
           MOVE IMPORTE-EN-PESOS TO GRUPO-TOTAL-ARS (CANTIDAD-GRUPOS)
           ELSE
           DISPLAY "Tabla de grupos llena; revise la variedad de "
                   "tipos y monedas."
           END-IF.

      *Las notas de credito no pasan por el ledger: se leen de su
      *propio archivo y se agrupan por la moneda del cliente con el
      *mismo criterio que los movimientos:
       ACUMULA-NOTAS-CREDITO.
           OPEN INPUT ARCHIVO-NOTAS-CREDITO.
           MOVE "1" TO FIN-DE-NOTAS.
           IF NOTAS-CREDITO-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-NOTAS
           END-IF.
           PERFORM ACUMULA-NOTA
           UNTIL FIN-DE-NOTAS = "0".
           CLOSE ARCHIVO-NOTAS-CREDITO.

       ACUMULA-NOTA.
           READ ARCHIVO-NOTAS-CREDITO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-NOTAS
           NOT AT END
           IF NOTA-CREDITO-FECHA (1:6) = PERIODO-PEDIDO
           ADD 1 TO CONTADOR-NOTAS
           PERFORM DETERMINA-MONEDA-NOTA
           MOVE NOTA-CREDITO-FECHA TO FECHA-DEL-IMPORTE
           MOVE NOTA-CREDITO-IMPORTE TO IMPORTE-EN-PESOS
           PERFORM CONVIERTE-A-PESOS
           PERFORM SUMA-EN-GRUPO-NOTAS
           END-IF
           END-READ.

       DETERMINA-MONEDA-NOTA.
           MOVE NOTA-CREDITO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "???" TO MONEDA-DEL-MOVIMIENTO
           NOT INVALID KEY
           IF CLIENTES-MONEDA = SPACE
           MOVE "ARS" TO MONEDA-DEL-MOVIMIENTO
           ELSE
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-MOVIMIENTO
           END-IF
           END-READ.

       SUMA-EN-GRUPO-NOTAS.
           MOVE "N" TO GRUPO-HALLADO.
           PERFORM COMPARA-GRUPO-NOTAS
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS-NOTAS
               OR GRUPO-HALLADO = "S".
           IF GRUPO-HALLADO = "N"
           PERFORM AGREGA-GRUPO-NOTAS
           END-IF.

       COMPARA-GRUPO-NOTAS.
           IF GRUPO-NOTAS-MONEDA (INDICE-GRUPO) = MONEDA-DEL-MOVIMIENTO
           ADD 1 TO GRUPO-NOTAS-CANTIDAD (INDICE-GRUPO)
           SUBTRACT NOTA-CREDITO-IMPORTE FROM
               GRUPO-NOTAS-TOTAL (INDICE-GRUPO)
           SUBTRACT IMPORTE-EN-PESOS FROM
               GRUPO-NOTAS-TOTAL-ARS (INDICE-GRUPO)
           MOVE "S" TO GRUPO-HALLADO
           END-IF.

       AGREGA-GRUPO-NOTAS.
           IF CANTIDAD-GRUPOS-NOTAS < MAXIMO-GRUPOS-NOTAS
           ADD 1 TO CANTIDAD-GRUPOS-NOTAS
           MOVE MONEDA-DEL-MOVIMIENTO TO
               GRUPO-NOTAS-MONEDA (CANTIDAD-GRUPOS-NOTAS)
           MOVE 1 TO GRUPO-NOTAS-CANTIDAD (CANTIDAD-GRUPOS-NOTAS)
           COMPUTE GRUPO-NOTAS-TOTAL (CANTIDAD-GRUPOS-NOTAS) =
               ZERO - NOTA-CREDITO-IMPORTE
           COMPUTE GRUPO-NOTAS-TOTAL-ARS (CANTIDAD-GRUPOS-NOTAS) =
               ZERO - IMPORTE-EN-PESOS
           ELSE
           DISPLAY "Tabla de notas de credito llena; revise la "
                   "variedad de monedas."
           END-IF.

       ESCRIBE-ARCHIVO-ASIENTOS.
           OPEN OUTPUT ARCHIVO-ASIENTOS.
           MOVE PERIODO-PEDIDO TO CAB-PERIODO.
           PERFORM ESCRIBE-RENGLON-ASIENTO
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS.
           PERFORM ESCRIBE-RENGLON-NOTAS
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS-NOTAS.
           MOVE CONTADOR-RENGLONES TO COLA-RENGLONES.
           MOVE CONTADOR-MOVIMIENTOS TO COLA-MOVIMIENTOS.
           MOVE HASH-TOTAL TO COLA-HASH.
           MOVE GRUPO-MONEDA (INDICE-GRUPO) TO DET-MONEDA.
           MOVE GRUPO-CANTIDAD (INDICE-GRUPO) TO DET-CANTIDAD.
           MOVE GRUPO-TOTAL (INDICE-GRUPO) TO DET-IMPORTE.
           MOVE GRUPO-TOTAL-ARS (INDICE-GRUPO) TO DET-IMPORTE-ARS.
           WRITE ASIENTO-LINEA FROM LINEA-DETALLE.
           ADD 1 TO CONTADOR-RENGLONES.
           COMPUTE HASH-TOTAL =
               HASH-TOTAL +
               FUNCTION ABS(GRUPO-TOTAL (INDICE-GRUPO)).

      *Los renglones de notas entran en el conteo y el hash de la
      *cola igual que los de movimientos:
       ESCRIBE-RENGLON-NOTAS.
           MOVE GRUPO-NOTAS-MONEDA (INDICE-GRUPO) TO NOT-MONEDA.
           MOVE GRUPO-NOTAS-CANTIDAD (INDICE-GRUPO) TO NOT-CANTIDAD.
           MOVE GRUPO-NOTAS-TOTAL (INDICE-GRUPO) TO NOT-IMPORTE.
           MOVE GRUPO-NOTAS-TOTAL-ARS (INDICE-GRUPO) TO
               NOT-IMPORTE-ARS.
           WRITE ASIENTO-LINEA FROM LINEA-NOTAS.
           ADD 1 TO CONTADOR-RENGLONES.
           COMPUTE HASH-TOTAL =
               HASH-TOTAL +
               FUNCTION ABS(GRUPO-NOTAS-TOTAL (INDICE-GRUPO)).

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcControlCierre.cbl".

       END PROGRAM Extracto-contable.

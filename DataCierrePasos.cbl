      *Pasos del cierre mensual en el orden en que se corren (uso
      *compartido): numero, PROGRAM-ID, si abre posteos del periodo
      *("S": no corre mientras el periodo anterior no este cerrado o
      *con excepcion), los pasos que tienen que estar completos antes
      *(hasta seis, de a dos digitos) y la descripcion. Extracto y
      *estados de cuenta leen el ledger del periodo, asi que van
      *antes del cierre del ledger, que lo archiva; el extracto no
      *sale sin la revaluacion. La revaluacion toma las tasas del
      *dia y corre en el dia, antes que el interes de la cadena
      *nocturna, asi que no depende de el.
       77  CANTIDAD-PASOS-CIERRE PIC 9(2) VALUE 7.
       77  PASO-EXCEPCION-CIERRE PIC 9(2) VALUE 99.
       77  INDICE-PASO-CIERRE PIC 9(2).
       77  INDICE-PREVIO-CIERRE PIC 9(2).
       01  PASOS-CIERRE-DEFINIDOS.
           05 FILLER PIC X(2) VALUE "01".
           05 FILLER PIC X(30) VALUE "Aplicar-interes-mensual".
           05 FILLER PIC X(13) VALUE "S000000000000".
           05 FILLER PIC X(30) VALUE "Interes y mantenimiento".
           05 FILLER PIC X(2) VALUE "02".
           05 FILLER PIC X(30) VALUE "Aplicar-ordenes-permanentes".
           05 FILLER PIC X(13) VALUE "S000000000000".
           05 FILLER PIC X(30) VALUE "Ordenes permanentes".
           05 FILLER PIC X(2) VALUE "03".
           05 FILLER PIC X(30) VALUE "Revaluar-saldos-moneda".
           05 FILLER PIC X(13) VALUE "S000000000000".
           05 FILLER PIC X(30) VALUE "Revaluacion cambiaria".
           05 FILLER PIC X(2) VALUE "04".
           05 FILLER PIC X(30) VALUE "Snapshot-saldos-mensual".
           05 FILLER PIC X(13) VALUE "N010200000000".
           05 FILLER PIC X(30) VALUE "Snapshot de saldos".
           05 FILLER PIC X(2) VALUE "05".
           05 FILLER PIC X(30) VALUE "Extracto-contable".
           05 FILLER PIC X(13) VALUE "N010203000000".
           05 FILLER PIC X(30) VALUE "Extracto contable".
           05 FILLER PIC X(2) VALUE "06".
           05 FILLER PIC X(30) VALUE "Estados-cuenta-lote".
           05 FILLER PIC X(13) VALUE "N010200000000".
           05 FILLER PIC X(30) VALUE "Estados de cuenta".
           05 FILLER PIC X(2) VALUE "07".
           05 FILLER PIC X(30) VALUE "Cerrar-periodo-ledger".
           05 FILLER PIC X(13) VALUE "N010203040506".
           05 FILLER PIC X(30) VALUE "Cierre del periodo del ledger".
       01  TABLA-PASOS-CIERRE REDEFINES PASOS-CIERRE-DEFINIDOS.
           05 PASO-CIERRE OCCURS 7 TIMES.
              10 PASO-CIERRE-NUMERO PIC 9(2).
              10 PASO-CIERRE-PROGRAMA PIC X(30).
              10 PASO-CIERRE-ABRE-POSTEOS PIC X(1).
              10 PASO-CIERRE-PREVIO PIC 9(2) OCCURS 6 TIMES.
              10 PASO-CIERRE-DESCRIPCION PIC X(30).

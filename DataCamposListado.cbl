      *Catalogo de campos de CLIENTES-REGISTRO que se pueden elegir
      *en un listado definido (uso compartido): el codigo con que se
      *escribe en la definicion, el ancho de la columna, el tipo ("A"
      *texto, "N" numero, "I" importe, que ademas se subtotaliza) y
      *si se tapa con "***" para un operador de nivel basico, con
      *las mismas reglas que el export CSV (DNI, email, telefonos,
      *saldo y limite) mas el CUIT, que lleva el DNI adentro. La
      *secuencia interna no se ofrece.
       77  CANTIDAD-CAMPOS-LISTADO PIC 9(2) VALUE 30.
       77  INDICE-CAMPO-LISTADO PIC 9(2).
       77  CAMPO-LISTADO-HALLADO PIC 9(2).
       77  CAMPO-LISTADO-ELEGIDO PIC 9(2).
       77  CAMPO-LISTADO-BUSCADO PIC X(12).
       01  CAMPOS-LISTADO-DEFINIDOS.
           05 FILLER PIC X(12) VALUE "ID".
           05 FILLER PIC X(4) VALUE "06AN".
           05 FILLER PIC X(12) VALUE "NOMBRE".
           05 FILLER PIC X(4) VALUE "25AN".
           05 FILLER PIC X(12) VALUE "APELLIDO".
           05 FILLER PIC X(4) VALUE "35AN".
           05 FILLER PIC X(12) VALUE "EDAD".
           05 FILLER PIC X(4) VALUE "03NN".
           05 FILLER PIC X(12) VALUE "TELEFONO".
           05 FILLER PIC X(4) VALUE "10AS".
           05 FILLER PIC X(12) VALUE "DIRECCION".
           05 FILLER PIC X(4) VALUE "35AN".
           05 FILLER PIC X(12) VALUE "ESTADO".
           05 FILLER PIC X(4) VALUE "01AN".
           05 FILLER PIC X(12) VALUE "FECHA-ALTA".
           05 FILLER PIC X(4) VALUE "08AN".
           05 FILLER PIC X(12) VALUE "FECHA-NACIM".
           05 FILLER PIC X(4) VALUE "08AN".
           05 FILLER PIC X(12) VALUE "PAIS".
           05 FILLER PIC X(4) VALUE "20AN".
           05 FILLER PIC X(12) VALUE "COD-POSTAL".
           05 FILLER PIC X(4) VALUE "10AN".
           05 FILLER PIC X(12) VALUE "EMAIL".
           05 FILLER PIC X(4) VALUE "50AS".
           05 FILLER PIC X(12) VALUE "DNI".
           05 FILLER PIC X(4) VALUE "09AS".
           05 FILLER PIC X(12) VALUE "SALDO".
           05 FILLER PIC X(4) VALUE "11IS".
           05 FILLER PIC X(12) VALUE "ULT-CONTACTO".
           05 FILLER PIC X(4) VALUE "08AN".
           05 FILLER PIC X(12) VALUE "LIMITE".
           05 FILLER PIC X(4) VALUE "11IS".
           05 FILLER PIC X(12) VALUE "MONEDA".
           05 FILLER PIC X(4) VALUE "03AN".
           05 FILLER PIC X(12) VALUE "SEGUIMIENTO".
           05 FILLER PIC X(4) VALUE "01AN".
           05 FILLER PIC X(12) VALUE "TELEFONO-ALT".
           05 FILLER PIC X(4) VALUE "10AS".
           05 FILLER PIC X(12) VALUE "DIRECC-ALT".
           05 FILLER PIC X(4) VALUE "35AN".
           05 FILLER PIC X(12) VALUE "SUCURSAL".
           05 FILLER PIC X(4) VALUE "03AN".
           05 FILLER PIC X(12) VALUE "PRODUCTO".
           05 FILLER PIC X(4) VALUE "03AN".
           05 FILLER PIC X(12) VALUE "SCORE".
           05 FILLER PIC X(4) VALUE "01AN".
           05 FILLER PIC X(12) VALUE "PREF-CONTACT".
           05 FILLER PIC X(4) VALUE "01AN".
           05 FILLER PIC X(12) VALUE "DIR-INVALIDA".
           05 FILLER PIC X(4) VALUE "01AN".
           05 FILLER PIC X(12) VALUE "CUIT".
           05 FILLER PIC X(4) VALUE "11AS".
           05 FILLER PIC X(12) VALUE "CONDIC-IVA".
           05 FILLER PIC X(4) VALUE "01AN".
           05 FILLER PIC X(12) VALUE "IDIOMA".
           05 FILLER PIC X(4) VALUE "02AN".
           05 FILLER PIC X(12) VALUE "COND-VERSION".
           05 FILLER PIC X(4) VALUE "04AN".
           05 FILLER PIC X(12) VALUE "COND-FECHA".
           05 FILLER PIC X(4) VALUE "08AN".
       01  TABLA-CAMPOS-LISTADO REDEFINES CAMPOS-LISTADO-DEFINIDOS.
           05 CAMPO-LISTADO OCCURS 30 TIMES.
              10 CAMPO-LISTADO-CODIGO PIC X(12).
              10 CAMPO-LISTADO-ANCHO PIC 9(2).
              10 CAMPO-LISTADO-TIPO PIC X(1).
                 88 CAMPO-LISTADO-ES-TEXTO VALUE "A".
                 88 CAMPO-LISTADO-ES-NUMERO VALUE "N".
                 88 CAMPO-LISTADO-ES-IMPORTE VALUE "I".
              10 CAMPO-LISTADO-SENSIBLE PIC X(1).
                 88 CAMPO-LISTADO-SE-ENMASCARA VALUE "S".
      *Valor del campo elegido en el cliente leido: como se muestra,
      *como numero (edad e importes) y como clave de orden (los
      *numeros corridos para que ordenen bien como texto):
       01  CAMPO-LISTADO-TEXTO PIC X(50).
       01  CAMPO-LISTADO-NUMERO PIC S9(9)V99.
       01  CAMPO-LISTADO-ORDEN PIC X(50).
       01  CAMPO-LISTADO-ORDEN-NUMERO PIC 9(10)V99.
       01  CAMPO-LISTADO-ORDEN-CIFRAS REDEFINES
           CAMPO-LISTADO-ORDEN-NUMERO PIC X(12).
       77  CAMPO-LISTADO-EDAD PIC ZZ9.
       01  CAMPO-LISTADO-IMPORTE PIC -(7)9.99.

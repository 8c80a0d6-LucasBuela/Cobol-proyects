      *Un paso del cierre de un periodo: "P" mientras corre (quedo
      *en "P" si el programa se corto a mitad), "C" completo y "F"
      *fallido. El comienzo y el fin quedan como AAAAMMDDHHMMSS para
      *probar el orden en el certificado. El paso 99 es la excepcion
      *("X") que firma un supervisor para abrir el periodo siguiente
      *sin el cierre completo, con su motivo.
       FD  ARCHIVO-CIERRE-MENSUAL.
           01 CIERRE-MENSUAL-REGISTRO.
              05 CIERRE-MENSUAL-CLAVE.
                 10 CIERRE-MENSUAL-PERIODO PIC X(6).
                 10 CIERRE-MENSUAL-PASO PIC 9(2).
              05 CIERRE-MENSUAL-ESTADO PIC X(1).
                 88 PASO-CIERRE-EN-CURSO VALUE "P".
                 88 PASO-CIERRE-COMPLETO VALUE "C".
                 88 PASO-CIERRE-FALLIDO VALUE "F".
                 88 PASO-CIERRE-EXCEPCION VALUE "X".
              05 CIERRE-MENSUAL-OPERADOR PIC X(10).
              05 CIERRE-MENSUAL-INICIO PIC X(14).
              05 CIERRE-MENSUAL-FIN PIC X(14).
              05 CIERRE-MENSUAL-CANTIDAD PIC 9(7).
              05 CIERRE-MENSUAL-REFERENCIA PIC X(20).
              05 CIERRE-MENSUAL-MOTIVO PIC X(40).

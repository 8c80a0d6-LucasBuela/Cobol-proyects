      *Una extraccion auditada. El modo es "C" export completo, "D"
      *export delta o "L" un listado definido (Listado-definido).
       FD  ARCHIVO-EXPORTACIONES.
           01 EXPORTACION-REGISTRO.
              10 EXPORTACION-FECHA-HORA PIC X(21).
              10 EXPORTACION-OPERADOR PIC X(10).
              10 EXPORTACION-PERFIL PIC X(12).
              10 EXPORTACION-MODO PIC X(1).
              10 EXPORTACION-REGISTROS PIC 9(6).

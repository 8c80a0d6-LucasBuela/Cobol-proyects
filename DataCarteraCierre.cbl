      *Foto de la cartera de cada oficial que deja el reporte de fin
      *de mes: los clientes en operatoria con su oficial. El cierre
      *siguiente compara contra ella para contar los clientes que
      *cada oficial perdio por baja en el mes.
       FD  ARCHIVO-CARTERA-CIERRE.
           01 CARCIERRE-REGISTRO.
              10 CARCIERRE-CLIENTES-ID PIC X(6).
              10 CARCIERRE-OFICIAL PIC X(10).
              10 CARCIERRE-PERIODO PIC X(6).

      *Actividad de un cliente para el control de cuentas
      *inmovilizadas: la fecha del ultimo movimiento hecho por el
      *propio cliente que se vio en el ledger (se guarda aca porque
      *el cierre de periodo archiva los movimientos viejos) y, si la
      *cuenta quedo inmovilizada, desde cuando. Una cuenta
      *inmovilizada no admite debitos del cliente hasta que se
      *presente en persona con su documento y se la reactive
      *(Reactivar-cuenta-inmovilizada), que deja quien la reactivo,
      *cuando y el DNI verificado.
       FD  ARCHIVO-INMOVILIZACION.
           01 INMOV-REGISTRO.
              10 INMOV-CLIENTES-ID PIC X(6).
              10 INMOV-ULTIMO-MOVIMIENTO PIC X(8).
              10 INMOV-ESTADO PIC X(1).
                 88 INMOV-EN-ACTIVIDAD VALUE "A".
                 88 INMOV-INMOVILIZADA VALUE "D".
              10 INMOV-FECHA-INMOVILIZACION PIC X(8).
              10 INMOV-FECHA-REACTIVACION PIC X(8).
              10 INMOV-OPERADOR-REACTIVA PIC X(10).
              10 INMOV-DNI-VERIFICADO PIC X(9).

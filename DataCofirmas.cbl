      *Una operacion firmada por un segundo operador: cuando, quien la
      *hizo, quien la autorizo, sobre que cliente, por cuanto y desde
      *que programa. La caja y los prestamos ya guardan su firma en
      *recibos.dat y prestamos.dat, y la configuracion en
      *config_auditoria.log.
       FD  ARCHIVO-COFIRMAS.
           01 COFIRMA-REGISTRO.
              10 COFIRMA-FECHA-HORA PIC X(21).
              10 COFIRMA-OPERADOR PIC X(10).
              10 COFIRMA-AUTORIZANTE PIC X(10).
              10 COFIRMA-CLIENTES-ID PIC X(6).
              10 COFIRMA-IMPORTE PIC S9(9)V99 SIGN LEADING SEPARATE.
              10 COFIRMA-ORIGEN PIC X(12).

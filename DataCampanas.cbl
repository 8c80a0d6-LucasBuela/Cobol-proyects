      *Una campana: codigo, nombre, periodo en que corre y canal
      *(correo postal, telefono o correo electronico), quien la dio
      *de alta, y los criterios de la lista de objetivos (en blanco,
      *el criterio no filtra; una banda de edad o de saldo abierta
      *queda con el extremo del campo). La fecha de la lista queda
      *en blanco hasta que se genera, con cuantos clientes quedaron
      *y cuantos se excluyeron por su preferencia de contacto o por
      *direccion devuelta.
       FD  ARCHIVO-CAMPANAS.
           01 CAMPANA-REGISTRO.
              10 CAMPANA-CODIGO PIC X(8).
              10 CAMPANA-NOMBRE PIC X(40).
              10 CAMPANA-FECHA-DESDE PIC X(8).
              10 CAMPANA-FECHA-HASTA PIC X(8).
              10 CAMPANA-CANAL PIC X(1).
                 88 CAMPANA-POR-CORREO VALUE "C".
                 88 CAMPANA-POR-TELEFONO VALUE "T".
                 88 CAMPANA-POR-EMAIL VALUE "E".
                 88 CAMPANA-CANAL-VALIDO VALUE "C" "T" "E".
              10 CAMPANA-FECHA-ALTA PIC X(8).
              10 CAMPANA-OPERADOR PIC X(10).
              10 CAMPANA-CRIT-PAIS PIC X(20).
              10 CAMPANA-CRIT-SUCURSAL PIC X(3).
              10 CAMPANA-CRIT-PRODUCTO PIC X(3).
              10 CAMPANA-CRIT-SCORE PIC X(1).
              10 CAMPANA-CRIT-EDAD-DESDE PIC 9(3).
              10 CAMPANA-CRIT-EDAD-HASTA PIC 9(3).
              10 CAMPANA-CRIT-SALDO-DESDE PIC S9(7)V99 COMP-3.
              10 CAMPANA-CRIT-SALDO-HASTA PIC S9(7)V99 COMP-3.
              10 CAMPANA-FECHA-LISTA PIC X(8).
              10 CAMPANA-OBJETIVOS PIC 9(6).
              10 CAMPANA-EXCLUIDOS PIC 9(6).

      *Cada asignacion o reasignacion de oficial de un cliente: quien
      *la hizo y cuando, el oficial anterior (en blanco en la primera
      *asignacion) y el nuevo, si fue en el alta, de a un cliente o
      *en bloque, y el motivo que se tipeo.
       FD  ARCHIVO-CARTERA-HISTORIA.
           01 CARHIST-REGISTRO.
              10 CARHIST-FECHA-HORA PIC X(21).
              10 CARHIST-OPERADOR PIC X(10).
              10 CARHIST-CLIENTES-ID PIC X(6).
              10 CARHIST-OFICIAL-ANTERIOR PIC X(10).
              10 CARHIST-OFICIAL-NUEVO PIC X(10).
              10 CARHIST-TIPO PIC X(1).
                 88 CARHIST-EN-ALTA VALUE "A".
                 88 CARHIST-INDIVIDUAL VALUE "I".
                 88 CARHIST-EN-BLOQUE VALUE "B".
              10 CARHIST-MOTIVO PIC X(40).

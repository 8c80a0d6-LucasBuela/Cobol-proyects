      *Consulta de las personas de una cuenta (uso compartido): el
      *que llama carga la cuenta y Consultar-titulares devuelve los
      *clientes vinculados a ella con su rol, su regla de firma y su
      *nombre, y si la cuenta es de firma conjunta. El titular de la
      *cuenta no va en la tabla: es el cliente de la cuenta misma.
       01  TITULARES-CONSULTA.
           05 TITULARES-CUENTA-ID PIC X(6).
           05 TITULARES-CANTIDAD PIC 9(2).
           05 TITULARES-CONJUNTA PIC X(1).
              88 CUENTA-FIRMA-CONJUNTA VALUE "S".
           05 TITULARES-VINCULO OCCURS 9 TIMES.
              10 TITULARES-CLIENTES-ID PIC X(6).
              10 TITULARES-ROL PIC X(1).
                 88 TITULARES-ES-TITULAR VALUE "T".
                 88 TITULARES-ES-COTITULAR VALUE "C".
                 88 TITULARES-ES-APODERADO VALUE "A".
              10 TITULARES-FIRMA PIC X(1).
                 88 TITULARES-FIRMA-CONJUNTA VALUE "C".
              10 TITULARES-NOMBRE PIC X(61).

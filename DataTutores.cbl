      *Tutor legal de un cliente menor: mientras la tutela esta
      *vigente los debitos del menor necesitan la autorizacion del
      *tutor y no pueden pasar del tope de menores_config.dat. Al
      *cumplir 18 Procesar-mayoria-edad la deja cumplida con la
      *fecha, y la restriccion se levanta.
       FD  ARCHIVO-TUTORES.
           01 TUTOR-REGISTRO.
              10 TUTOR-MENOR-ID PIC X(6).
              10 TUTOR-CLIENTES-ID PIC X(6).
              10 TUTOR-ESTADO PIC X(1).
                 88 TUTELA-VIGENTE VALUE "V".
                 88 TUTELA-CUMPLIDA VALUE "M".
              10 TUTOR-FECHA-ALTA PIC X(8).
              10 TUTOR-OPERADOR-ALTA PIC X(10).
              10 TUTOR-FECHA-MAYORIA PIC X(8).

      *PIN de la consulta telefonica de un cliente. El PIN nunca se
      *graba tal cual: se guarda el hash que devuelve
      *Encadenar-registro sobre el cliente, una sal al azar propia de
      *cada PIN y los digitos tipeados (con la clave de la
      *instalacion si existe cadena_clave.dat), asi quien lea el
      *archivo no puede sacar el PIN ni comparar dos clientes con el
      *mismo. El tercer intento fallido seguido bloquea el PIN hasta
      *que el cliente asigne uno nuevo en el mostrador.
       FD  ARCHIVO-PIN-TELEFONICO.
           01 PIN-REGISTRO.
              10 PIN-CLIENTES-ID PIC X(6).
              10 PIN-SAL PIC X(8).
              10 PIN-HASH PIC X(24).
              10 PIN-INTENTOS PIC 9(1).
              10 PIN-ESTADO PIC X(1).
                 88 PIN-HABILITADO VALUE "A".
                 88 PIN-BLOQUEADO VALUE "B".
              10 PIN-FECHA-ALTA PIC X(8).
              10 PIN-OPERADOR PIC X(10).
      *Ultima consulta de la central con este PIN, bien o mal
      *tipeado, y el momento del bloqueo (AAAAMMDDHHMMSS):
              10 PIN-ULTIMO-USO PIC X(14).
              10 PIN-FECHA-BLOQUEO PIC X(14).

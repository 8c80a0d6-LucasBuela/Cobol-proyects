      *Definicion de la auditoria del PIN telefonico (uso
      *compartido): cada alta, cambio, baja y bloqueo deja una linea,
      *sin el PIN ni su hash.
       SELECT OPTIONAL ARCHIVO-PIN-HISTORIA
       ASSIGN TO "pin_telefonico_historia.log"
       ORGANIZATION LINE SEQUENTIAL.

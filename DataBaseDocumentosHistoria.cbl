      *Definicion de la auditoria del registro de documentos (uso
      *compartido): cada alta, cambio o baja de un documento deja
      *una linea con la imagen antes y despues, igual que el detalle
      *de modificaciones de clientes.
       SELECT OPTIONAL ARCHIVO-DOCUMENTOS-HISTORIA
       ASSIGN TO "documentos_historia.log"
       ORGANIZATION LINE SEQUENTIAL.

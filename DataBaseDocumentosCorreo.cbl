      *Definicion del texto de los documentos que van por correo
      *electronico (uso compartido): los mismos renglones que irian
      *al spool de papel, cada uno con la referencia de su documento.
      *De aca los toma el gateway y de aca se reimprime un rebote.
       SELECT OPTIONAL ARCHIVO-DOCUMENTOS-CORREO
       ASSIGN TO "documentos_correo.dat"
       ORGANIZATION LINE SEQUENTIAL.

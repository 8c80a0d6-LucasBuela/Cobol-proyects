      *Definicion del registro de documentos de los clientes (uso
      *compartido): indexado por cliente y tipo de documento, asi
      *cada cliente tiene a lo sumo una copia vigente de cada tipo y
      *un START por cliente recorre todos los suyos.
       SELECT OPTIONAL ARCHIVO-DOCUMENTOS
       ASSIGN TO "documentos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS DOC-CLAVE
       FILE STATUS IS DOCUMENTOS-STATUS.

      *Sello de encadenamiento de un registro de auditoria o del
      *ledger (uso compartido). El que graba pasa el nombre fisico del
      *archivo y la imagen del registro con sus campos de cadena en
      *blanco, y Encadenar-registro devuelve el numero correlativo y
      *el hash que lo ata al registro anterior del mismo archivo:
      *  "P" propone numero y hash a partir del ultimo sellado,
      *  "C" confirma como ultimo sellado lo propuesto, una vez que
      *      el registro quedo grabado,
      *  "H" solo calcula el hash con el numero y el hash anterior
      *      que trae el que llama (lo usa la verificacion),
      *  "A" deja como ancla del archivo el numero y el hash que trae
      *      el que llama: el fin de la cadena que salio del archivo
      *      vivo al rotarlo o al cerrar el periodo.
       01  CADENA-CONSULTA.
           05 CADENA-ACCION PIC X(1).
              88 CADENA-PROPONER VALUE "P".
              88 CADENA-CONFIRMAR VALUE "C".
              88 CADENA-CALCULAR VALUE "H".
              88 CADENA-ANCLAR VALUE "A".
           05 CADENA-ARCHIVO PIC X(30).
           05 CADENA-LARGO PIC 9(4).
           05 CADENA-TEXTO PIC X(900).
           05 CADENA-NUMERO PIC 9(9).
           05 CADENA-HASH-ANTERIOR PIC X(24).
           05 CADENA-HASH PIC X(24).

      *Definicion del archivo de renglones de presupuesto (uso
      *compartido): indexado por numero de presupuesto y renglon,
      *asi los renglones de un presupuesto se leen en orden.
       SELECT OPTIONAL ARCHIVO-PRESUPUESTO-RENGLONES
       ASSIGN TO "presupuesto_renglones.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS RENGLON-PRES-CLAVE
       FILE STATUS IS RENGLONES-STATUS.

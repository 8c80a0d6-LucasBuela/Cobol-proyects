      *Definicion del archivo de presupuestos (uso compartido): la
      *cabecera de cada presupuesto, indexada por su numero, con
      *clave alterna por cliente. Los renglones van aparte, en
      *presupuesto_renglones.dat.
       SELECT OPTIONAL ARCHIVO-PRESUPUESTOS
       ASSIGN TO "presupuestos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PRESUPUESTO-NUMERO
       ALTERNATE RECORD KEY IS PRESUPUESTO-CLIENTES-ID
           WITH DUPLICATES
       FILE STATUS IS PRESUPUESTOS-STATUS.

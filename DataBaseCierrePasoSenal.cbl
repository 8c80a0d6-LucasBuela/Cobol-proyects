      *Archivo-senal del paso de cierre: lo deja Controlar-cierre-
      *mensual con el periodo y el programa que va a llamar, para que
      *el paso no corra si su fecha lo anotaria en otro periodo que
      *el que se esta cerrando.
       SELECT OPTIONAL ARCHIVO-CIERRE-PASO-SENAL
       ASSIGN TO "cierre_paso.flg"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CIERRE-PASO-SENAL-STATUS.

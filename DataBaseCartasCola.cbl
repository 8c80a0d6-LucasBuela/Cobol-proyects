      *Definicion de la cola de cartas de aviso (uso compartido): los
      *procesos que necesitan avisarle algo por escrito a un cliente
      *dejan aca la carta pendiente y Emitir-cartas-aviso las imprime
      *todas juntas en el proceso nocturno.
       SELECT OPTIONAL ARCHIVO-CARTAS-COLA
       ASSIGN TO "cola_cartas.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CARTA-CLAVE
       FILE STATUS IS CARTAS-COLA-STATUS.

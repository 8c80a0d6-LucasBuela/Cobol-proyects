      *Reglas de la revision periodica de limites de descubierto. Se
      *mantiene a mano, una linea por regla: la condicion (doce
      *letras) una coma, el umbral (siete digitos) una coma y el
      *porcentaje a aplicar sobre el limite actual, con signo
      *adelante (mas amplia el limite, menos lo recorta; -100,00 lo
      *vuelve a cero). Condiciones:
      *  SCORE-A, SCORE-B, SCORE-C  calificacion del cliente (umbral
      *                             sin uso);
      *  DIAS-ROJO    dias en rojo en los ultimos 90 >= umbral;
      *  MORA         nivel de aviso de mora_estado.dat >= umbral;
      *  PROMEDIO-POS saldo promedio de los snapshots >= umbral;
      *  PROMEDIO-NEG saldo promedio de los snapshots <= -umbral;
      *  BASE         limite inicial (umbral en pesos) para el que
      *               hoy no tiene limite y merece una ampliacion;
      *  TOPE         limite maximo en pesos (umbral) de cualquier
      *               ampliacion.
      *Por ejemplo "SCORE-A     ,0000000,+020.00" amplia un 20 % a los
      *calificados A y "MORA        ,0000002,-050.00" recorta a la
      *mitad a quien llego al segundo aviso. Si alguna regla de
      *recorte se cumple, manda el mayor recorte y las ampliaciones
      *no cuentan; si no, manda la mayor ampliacion.
       FD  ARCHIVO-CONFIG-LIMITES.
           01 CONFIG-LIMITES-REGISTRO.
              10 CONFIG-LIMITES-CONDICION PIC X(12).
              10 FILLER PIC X(1).
              10 CONFIG-LIMITES-UMBRAL PIC 9(7).
              10 FILLER PIC X(1).
              10 CONFIG-LIMITES-PORCENTAJE PIC S9(3)V99
                 SIGN LEADING SEPARATE.

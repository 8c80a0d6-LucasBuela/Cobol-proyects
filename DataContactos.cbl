                 88 CONTACTO-LLAMADA VALUE "L".
                 88 CONTACTO-VISITA VALUE "V".
                 88 CONTACTO-CARTA VALUE "C".
      *Consulta de saldo contestada por la central telefonica
      *automatica (Procesar-consultas-ivr), con operador CENTRAL:
                 88 CONTACTO-CENTRAL-AUTOMATICA VALUE "T".
              10 CONTACTO-OPERADOR PIC X(10).

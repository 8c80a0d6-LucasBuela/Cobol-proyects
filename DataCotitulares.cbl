      *Un cliente vinculado a la cuenta de otro: la cuenta es la del
      *cliente que figura como titular en CLIENTES-REGISTRO (el saldo
      *vive ahi) y el vinculado puede ser otro titular, un cotitular
      *o un apoderado. La regla de firma dice si el vinculado firma
      *solo o si hace falta una segunda firma de otra persona de la
      *cuenta; un titular o cotitular con firma conjunta hace
      *conjunta la cuenta entera.
       FD  ARCHIVO-COTITULARES.
           01 COTITULAR-REGISTRO.
              10 COTIT-CLAVE.
                 15 COTIT-CUENTA-ID PIC X(6).
                 15 COTIT-CLIENTES-ID PIC X(6).
              10 COTIT-ROL PIC X(1).
                 88 COTIT-ES-TITULAR VALUE "T".
                 88 COTIT-ES-COTITULAR VALUE "C".
                 88 COTIT-ES-APODERADO VALUE "A".
                 88 COTIT-ROL-VALIDO VALUE "T" "C" "A".
              10 COTIT-FIRMA PIC X(1).
                 88 COTIT-FIRMA-INDISTINTA VALUE "I".
                 88 COTIT-FIRMA-CONJUNTA VALUE "C".
                 88 COTIT-FIRMA-VALIDA VALUE "I" "C".
              10 COTIT-FECHA-ALTA PIC X(8).
              10 COTIT-OPERADOR-ALTA PIC X(10).

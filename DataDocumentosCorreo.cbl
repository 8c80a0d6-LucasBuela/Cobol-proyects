      *Un renglon de un documento enviado por correo electronico.
       FD  ARCHIVO-DOCUMENTOS-CORREO.
           01 DOCCORREO-REGISTRO.
              10 DOCCORREO-REFERENCIA PIC X(24).
              10 DOCCORREO-LINEA PIC X(150).

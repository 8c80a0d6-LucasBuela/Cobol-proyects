      *Toma del cliente leido el campo CAMPO-LISTADO-ELEGIDO, como
      *texto, como numero y como clave de orden. El enmascarado lo
      *decide el programa que arma el listado:
       TOMA-VALOR-CAMPO-LISTADO.
           MOVE SPACES TO CAMPO-LISTADO-TEXTO.
           MOVE ZERO TO CAMPO-LISTADO-NUMERO.
           EVALUATE CAMPO-LISTADO-ELEGIDO
               WHEN 1
                   MOVE CLIENTES-ID TO CAMPO-LISTADO-TEXTO
               WHEN 2
                   MOVE CLIENTES-NOMBRE TO CAMPO-LISTADO-TEXTO
               WHEN 3
                   MOVE CLIENTES-APELLIDO TO CAMPO-LISTADO-TEXTO
               WHEN 4
                   MOVE CLIENTES-EDAD TO CAMPO-LISTADO-NUMERO
                   MOVE CLIENTES-EDAD TO CAMPO-LISTADO-EDAD
                   MOVE CAMPO-LISTADO-EDAD TO CAMPO-LISTADO-TEXTO
               WHEN 5
                   MOVE CLIENTES-TELEFONO TO CAMPO-LISTADO-TEXTO
               WHEN 6
                   MOVE CLIENTES-DIRECCION TO CAMPO-LISTADO-TEXTO
               WHEN 7
                   MOVE CLIENTES-ESTADO TO CAMPO-LISTADO-TEXTO
               WHEN 8
                   MOVE CLIENTES-FECHA-ALTA TO CAMPO-LISTADO-TEXTO
               WHEN 9
                   MOVE CLIENTES-FECHA-NACIMIENTO TO CAMPO-LISTADO-TEXTO
               WHEN 10
                   MOVE CLIENTES-PAIS TO CAMPO-LISTADO-TEXTO
               WHEN 11
                   MOVE CLIENTES-CODIGO-POSTAL TO CAMPO-LISTADO-TEXTO
               WHEN 12
                   MOVE CLIENTES-EMAIL TO CAMPO-LISTADO-TEXTO
               WHEN 13
                   MOVE CLIENTES-DNI TO CAMPO-LISTADO-TEXTO
               WHEN 14
                   MOVE CLIENTES-SALDO TO CAMPO-LISTADO-NUMERO
                   MOVE CLIENTES-SALDO TO CAMPO-LISTADO-IMPORTE
                   MOVE CAMPO-LISTADO-IMPORTE TO CAMPO-LISTADO-TEXTO
               WHEN 15
                   MOVE CLIENTES-FECHA-ULTIMO-CONTACTO TO
                       CAMPO-LISTADO-TEXTO
               WHEN 16
                   MOVE CLIENTES-LIMITE-DESCUBIERTO TO
                       CAMPO-LISTADO-NUMERO
                   MOVE CLIENTES-LIMITE-DESCUBIERTO TO
                       CAMPO-LISTADO-IMPORTE
                   MOVE CAMPO-LISTADO-IMPORTE TO CAMPO-LISTADO-TEXTO
               WHEN 17
                   MOVE CLIENTES-MONEDA TO CAMPO-LISTADO-TEXTO
               WHEN 18
                   MOVE CLIENTES-SEGUIMIENTO TO CAMPO-LISTADO-TEXTO
               WHEN 19
                   MOVE CLIENTES-TELEFONO-ALT TO CAMPO-LISTADO-TEXTO
               WHEN 20
                   MOVE CLIENTES-DIRECCION-ALT TO CAMPO-LISTADO-TEXTO
               WHEN 21
                   MOVE CLIENTES-SUCURSAL TO CAMPO-LISTADO-TEXTO
               WHEN 22
                   MOVE CLIENTES-PRODUCTO TO CAMPO-LISTADO-TEXTO
               WHEN 23
                   MOVE CLIENTES-SCORE TO CAMPO-LISTADO-TEXTO
               WHEN 24
                   MOVE CLIENTES-PREF-CONTACTO TO CAMPO-LISTADO-TEXTO
               WHEN 25
                   MOVE CLIENTES-DIRECCION-INVALIDA TO
                       CAMPO-LISTADO-TEXTO
               WHEN 26
                   MOVE CLIENTES-CUIT TO CAMPO-LISTADO-TEXTO
               WHEN 27
                   MOVE CLIENTES-CONDICION-IVA TO CAMPO-LISTADO-TEXTO
               WHEN 28
                   MOVE CLIENTES-IDIOMA TO CAMPO-LISTADO-TEXTO
               WHEN 29
                   MOVE CLIENTES-CONDICIONES-VERSION TO
                       CAMPO-LISTADO-TEXTO
               WHEN 30
                   MOVE CLIENTES-CONDICIONES-FECHA TO
                       CAMPO-LISTADO-TEXTO
           END-EVALUATE.
           IF CAMPO-LISTADO-ES-TEXTO (CAMPO-LISTADO-ELEGIDO)
           MOVE FUNCTION UPPER-CASE(CAMPO-LISTADO-TEXTO) TO
               CAMPO-LISTADO-ORDEN
           ELSE
           COMPUTE CAMPO-LISTADO-ORDEN-NUMERO =
               CAMPO-LISTADO-NUMERO + 1000000000
           MOVE CAMPO-LISTADO-ORDEN-CIFRAS TO CAMPO-LISTADO-ORDEN
           END-IF.

           MOVE HISTORICO-PREF-CONTACTO TO HTEMP-PREF-CONTACTO.
           MOVE HISTORICO-DIRECCION-INVALIDA TO
               HTEMP-DIRECCION-INVALIDA.
           MOVE HISTORICO-CUIT TO HTEMP-CUIT.
           MOVE HISTORICO-CONDICION-IVA TO HTEMP-CONDICION-IVA.
           MOVE HISTORICO-IDIOMA TO HTEMP-IDIOMA.
           MOVE HISTORICO-CONDICIONES-VERSION TO
               HTEMP-CONDICIONES-VERSION.
           MOVE HISTORICO-CONDICIONES-FECHA TO
               HTEMP-CONDICIONES-FECHA.
           MOVE HISTORICO-CLIENTES-MONEDA TO HTEMP-MONEDA.
           MOVE HISTORICO-CLIENTES-SEGUIMIENTO TO
               HTEMP-SEGUIMIENTO.
           MOVE HTEMP-PREF-CONTACTO TO HISTORICO-PREF-CONTACTO.
           MOVE HTEMP-DIRECCION-INVALIDA TO
               HISTORICO-DIRECCION-INVALIDA.
           MOVE HTEMP-CUIT TO HISTORICO-CUIT.
           MOVE HTEMP-CONDICION-IVA TO HISTORICO-CONDICION-IVA.
           MOVE HTEMP-IDIOMA TO HISTORICO-IDIOMA.
           MOVE HTEMP-CONDICIONES-VERSION TO
               HISTORICO-CONDICIONES-VERSION.
           MOVE HTEMP-CONDICIONES-FECHA TO
               HISTORICO-CONDICIONES-FECHA.
           MOVE HTEMP-MONEDA TO HISTORICO-CLIENTES-MONEDA.
           MOVE HTEMP-SEGUIMIENTO TO
               HISTORICO-CLIENTES-SEGUIMIENTO.

      *Canal de envio de cada tipo de documento: "E" por correo
      *electronico, cualquier otro valor en papel (un cliente sin
      *registro recibe todo en papel, como siempre). El orden de los
      *tipos es el de ENVIO-CONSULTA-TIPO en DataEnvioConsulta.cbl.
       FD  ARCHIVO-PREFERENCIAS-ENVIO.
           01 PREFERENCIAS-ENVIO-REGISTRO.
              10 PENVIO-CLIENTES-ID PIC X(6).
              10 PENVIO-CANALES.
                 15 PENVIO-ESTADO-CUENTA PIC X(1).
                 15 PENVIO-CARTA-MORA PIC X(1).
                 15 PENVIO-CARTA-BIENVENIDA PIC X(1).
                 15 PENVIO-CARTA-DIRECCION PIC X(1).
                 15 PENVIO-CARTA-AVISO PIC X(1).
              10 PENVIO-CANAL REDEFINES PENVIO-CANALES
                 PIC X(1) OCCURS 5 TIMES.
      *Direccion de correo que reboto: mientras el cliente siga con
      *esa misma direccion se la trata como sospechosa y todo sale
      *en papel; cargarle otra direccion en Modificar-registro la
      *deja sin efecto sola, y Mantener-preferencias-envio la puede
      *levantar si el cliente confirma que la direccion funciona.
              10 PENVIO-EMAIL-REBOTADO PIC X(50).
              10 PENVIO-FECHA-REBOTE PIC X(8).
              10 PENVIO-REFERENCIA-REBOTE PIC X(24).
              10 PENVIO-FECHA-MODIFICACION PIC X(8).
              10 PENVIO-OPERADOR PIC X(10).

      *Consulta del canal de envio de un documento (uso compartido):
      *el que llama carga el cliente, el tipo de documento y la
      *direccion de correo a la que iria, y Decidir-envio-documento
      *devuelve si sale por correo electronico o en papel y, si sale
      *en papel aunque el cliente pidio correo, por que.
       01  ENVIO-CONSULTA.
           05 ENVIO-CONSULTA-CLIENTES-ID PIC X(6).
           05 ENVIO-CONSULTA-TIPO PIC X(2).
              88 ENVIO-ESTADO-CUENTA VALUE "EC".
              88 ENVIO-CARTA-MORA VALUE "MO".
              88 ENVIO-CARTA-BIENVENIDA VALUE "BI".
              88 ENVIO-CARTA-DIRECCION VALUE "DI".
              88 ENVIO-CARTA-AVISO VALUE "AV".
           05 ENVIO-CONSULTA-EMAIL PIC X(50).
           05 ENVIO-CONSULTA-CANAL PIC X(1).
              88 ENVIO-POR-CORREO-E VALUE "E".
              88 ENVIO-EN-PAPEL VALUE "P".
           05 ENVIO-CONSULTA-MOTIVO PIC X(1).
              88 ENVIO-SEGUN-PREFERENCIA VALUE " ".
              88 ENVIO-CORREO-SOSPECHOSO VALUE "R".
              88 ENVIO-CORREO-INVALIDO VALUE "V".
              88 ENVIO-EN-ENTRENAMIENTO VALUE "T".

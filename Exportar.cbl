       COPY "DataBaseSesion.cbl".
      *Auditoria de extracciones: quien exporto, cuando y con que
      *perfil:
       COPY "DataBaseExportaciones.cbl".
      *Marca de agua del ultimo export delta:
       SELECT OPTIONAL ARCHIVO-EXPORT-CONTROL
       ASSIGN TO "export_control.dat"
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataExportaciones.cbl".

       FD  ARCHIVO-EXPORT-CONTROL.
           01 EXPORT-CONTROL-REGISTRO.

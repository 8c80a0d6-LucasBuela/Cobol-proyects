      *Un documento presentado por el cliente: tipo, numero, fechas
      *de emision y de vencimiento (blanco si no vence) y la
      *referencia de donde quedo archivada la copia escaneada. El
      *aviso guarda el vencimiento por el que ya se encolo el
      *contacto, para no encolarlo de nuevo noche tras noche; se
      *limpia solo cuando se carga un vencimiento distinto.
       FD  ARCHIVO-DOCUMENTOS.
           01 DOCUMENTO-REGISTRO.
              10 DOC-CLAVE.
                 15 DOC-CLIENTES-ID PIC X(6).
                 15 DOC-TIPO PIC X(3).
      *Identidad, constancia de domicilio y declaracion de ingresos
      *son los que pide el regulador; "OTR" es cualquier otro que el
      *cliente deje y no cuenta para los controles:
                    88 DOC-IDENTIDAD VALUE "DNI".
                    88 DOC-DOMICILIO VALUE "DOM".
                    88 DOC-INGRESOS VALUE "ING".
                    88 DOC-OBLIGATORIO VALUE "DNI" "DOM" "ING".
                    88 DOC-TIPO-VALIDO VALUE "DNI" "DOM" "ING" "OTR".
              10 DOC-NUMERO PIC X(20).
              10 DOC-FECHA-EMISION PIC X(8).
              10 DOC-FECHA-VENCIMIENTO PIC X(8).
              10 DOC-REFERENCIA-ARCHIVO PIC X(30).
              10 DOC-FECHA-CARGA PIC X(8).
              10 DOC-OPERADOR PIC X(10).
              10 DOC-AVISO-VENCIMIENTO PIC X(8).

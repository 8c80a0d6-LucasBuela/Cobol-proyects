      *Categorias de reclamos y su plazo de resolucion en dias
      *corridos. El archivo se mantiene a mano, como
      *interes_config.dat: una linea por categoria con el codigo, el
      *plazo y la descripcion separados por coma, por ejemplo
      *"FAC,010,Facturacion". Una linea cambia el plazo de una
      *categoria de siempre o agrega una nueva; sin archivo quedan
      *las de siempre.
       FD  ARCHIVO-CATEGORIAS-RECLAMO.
           01 CATEGORIA-RECLAMO-REGISTRO.
              10 CATEGORIA-CODIGO PIC X(3).
              10 FILLER PIC X(1).
              10 CATEGORIA-DIAS PIC 9(3).
              10 FILLER PIC X(1).
              10 CATEGORIA-DESCRIPCION PIC X(30).

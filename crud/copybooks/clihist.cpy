      *> -----------------------------------------------------------
       01 hist-rec.
           05 hist-key.
               10 hist-fone pic 9(11).
               10 hist-seq  pic 9(04).
           05 hist-data     pic 9(08).
           05 hist-hora     pic 9(08).
           05 hist-operador pic x(06).
           05 hist-operacao pic x(12).
      *> imagem anterior no layout de clireg.cpy (244 bytes)
           05 hist-imagem   pic x(244).

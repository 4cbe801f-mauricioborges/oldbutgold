           05 filler       pic x(01).
           05 ace-modo     pic x(12).
           05 filler       pic x(01).
           05 ace-fone     pic 9(11).
           05 filler       pic x(01).
           05 ace-codigo   pic 9(06).
      *> folga para o layout crescer sem derrubar a varredura

      *> o cliente pedido vem na linha de comando: 7 dígitos ou
      *> mais é telefone, até 6 dígitos é o código permanente (todo
      *> telefone válido tem 11 dígitos com ddd 11-99, então as
      *> faixas não se cruzam)
       77 ws-param pic x(14).
       77 ws-param-j pic x(14) justified right.
       77 ws-pedido pic 9(14).
       77 ws-por-codigo pic x value "n".
           88 e-por-codigo value "s".
       77 ws-fone-pedido   pic 9(11).
       77 ws-codigo-pedido pic 9(06).

       77 ws-total pic 9(07) value zeros.
           05 filler     pic x(31)
              value "acessos aos dados do cliente - ".
           05 ws-c-rotulo pic x(10).
           05 ws-c-valor pic 9(11).

       01 ws-cabecalho.
           05 filler pic x(10) value "data".
           05 filler pic x(10) value "hora".
           05 filler pic x(10) value "operador".
           05 filler pic x(14) value "modo".
           05 filler pic x(13) value "telefone".
           05 filler pic x(07) value "código".

       01 ws-detalhe.
           05 filler    pic x(04) value spaces.
           05 ws-d-modo pic x(12).
           05 filler    pic x(02) value spaces.
           05 ws-d-fone pic 9(11).
           05 filler    pic x(02) value spaces.
           05 ws-d-cod  pic 9(06).

           accept ws-param from command-line
           perform trata-parametro
           if ws-pedido equal zeros
               display "relata-acessos: informe o telefone (11 "
                   "dígitos) ou o código permanente do cliente"
               stop run
           end-if

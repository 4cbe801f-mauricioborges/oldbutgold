      *> -----------------------------------------------------------
      *> filreg.cpy - layout do registro da tabela de filiais
      *> (filiais.dat): código de 3 posições com o nome, a uf e o
      *> tipo - M para a matriz, que enxerga a base inteira, F para
      *> as filiais, cujos operadores só enxergam os clientes da
      *> própria filial. compartilhado por filiais.cbl
      *> (manutenção), cliente-service.cbl (escopo do operador e
      *> validação da filial do cliente), operadores.cbl e pelos
      *> relatórios que saem com subtotal por filial.
      *> -----------------------------------------------------------
       01 filial-rec.
           05 fil-key.
               10 fil-codigo pic x(03).
           05 fil-nome   pic x(30).
           05 fil-uf     pic x(02).
           05 fil-tipo   pic x(01).
               88 fil-matriz value "M".
               88 fil-filial value "F".
           05 filler     pic x(14).

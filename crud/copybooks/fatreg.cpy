      *> -----------------------------------------------------------
      *> fatreg.cpy - layout do registro de fatura (faturas-
      *> contratos.dat): uma fatura por cliente e competência,
      *> chaveada por competência (aaaamm) + código permanente +
      *> item. o item 0000 é a fatura em si (total e dados de
      *> cobrança); os itens 0001 em diante são os contratos
      *> faturados, um por registro, com o valor cobrado no mês.
      *> compartilhado por fatura-contratos.cbl (geração) e pelos
      *> programas que precisarem consultar o faturado.
      *> -----------------------------------------------------------
       01 fatura-rec.
           05 fat-key.
               10 fat-competencia pic 9(06).
               10 fat-codigo      pic 9(06).
               10 fat-item        pic 9(04).
                   88 fat-e-cabecalho value zeros.
      *> telefone do cliente no momento do faturamento
           05 fat-fone        pic 9(11).
      *> valor cobrado: total da fatura no item 0000, valor do
      *> contrato (proporcional, se começou no mês) nos demais
           05 fat-valor       pic 9(09)v99.
           05 fat-dados       pic x(80).
           05 fat-cabecalho redefines fat-dados.
               10 fat-nome        pic x(40).
               10 fat-qtd-itens   pic 9(04).
               10 fat-emissao     pic 9(08).
               10 fat-vencimento  pic 9(08).
               10 fat-uf          pic x(02).
               10 fat-situacao    pic x(01).
                   88 fat-aberta value "A".
                   88 fat-paga   value "P".
               10 filler          pic x(17).
           05 fat-contrato redefines fat-dados.
               10 fat-ctr-seq     pic 9(04).
               10 fat-ctr-numero  pic x(10).
      *> valor mensal cheio do contrato e os dias cobrados sobre os
      *> dias do mês (iguais quando não houve proporcionalidade)
               10 fat-ctr-valor   pic 9(07)v99.
               10 fat-dias        pic 9(02).
               10 fat-dias-mes    pic 9(02).
               10 filler          pic x(53).

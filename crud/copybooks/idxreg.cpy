      *> -----------------------------------------------------------
      *> idxreg.cpy - layout do registro da tabela de índices de
      *> reajuste (indices-reajuste.dat): o percentual publicado de
      *> cada índice (IGPM, IPCA) em cada mês, chaveado por índice +
      *> competência (aaaamm). compartilhado por indices.cbl
      *> (manutenção) e reajuste-contratos.cbl (acumulado de 12
      *> meses no aniversário do contrato).
      *> -----------------------------------------------------------
       01 indice-rec.
           05 idx-key.
               10 idx-indice      pic x(04).
                   88 idx-igpm value "IGPM".
                   88 idx-ipca value "IPCA".
               10 idx-competencia pic 9(06).
      *> variação do mês em percentual, com quatro decimais; pode
      *> ser negativa (deflação)
           05 idx-percentual  pic s9(03)v9(04).
           05 filler          pic x(09).

      *> mídia de guarda; o arquivo é aberto em extend para rodadas
      *> sucessivas acumularem no mesmo volume
       fd arquivo-morto value of file-id is "historico-arquivado.dat".
       01 morto-rec pic x(293).

       fd relatorio value of file-id is "expurga-historico.lst".
       01 relatorio-rec pic x(80).
      *> corte de controle por telefone para o resumo: os registros
      *> vêm ordenados pela chave, então as versões de um mesmo
      *> cliente saem em sequência
       77 ws-fone-ant pic 9(11) value zeros.
       77 ws-fone-qtd pic 9(05) value zeros.

       77 ws-total-lidas     pic 9(07) value zeros.

       01 ws-linha-cli.
           05 filler      pic x(02) value spaces.
           05 ws-l-fone   pic 9(11).
           05 filler      pic x(02) value spaces.
           05 ws-l-qtd    pic zzzz9.
           05 filler      pic x(20) value " versões arquivadas".

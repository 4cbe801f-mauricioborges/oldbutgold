      *> -----------------------------------------------------------
      *> ctrhist.cpy - layout do registro de histórico de contrato
      *> (contratos-historico.dat): o valor anterior de cada
      *> reajuste aplicado, com o valor novo e o índice usado.
      *> chaveado pelo código permanente do cliente + sequência do
      *> contrato + competência do reajuste - o histórico acompanha
      *> o cliente nas trocas de telefone (que mantêm a sequência
      *> do contrato) e a chave impede reajustar duas vezes o mesmo
      *> contrato na mesma competência. gravado por
      *> reajuste-contratos.cbl.
      *> -----------------------------------------------------------
       01 ctr-hist-rec.
           05 chh-key.
               10 chh-codigo      pic 9(06).
               10 chh-ctr-seq     pic 9(04).
               10 chh-competencia pic 9(06).
      *> telefone e número do contrato no momento do reajuste
           05 chh-fone            pic 9(11).
           05 chh-numero          pic x(10).
           05 chh-valor-anterior  pic 9(07)v99.
           05 chh-valor-novo      pic 9(07)v99.
      *> índice aplicado e o percentual acumulado dos 12 meses
           05 chh-indice          pic x(04).
           05 chh-percentual      pic s9(03)v9(04).
           05 chh-data            pic 9(08).
           05 chh-hora            pic 9(08).
           05 chh-motivo          pic x(01).
               88 chh-reajuste value "R".
           05 filler              pic x(10).

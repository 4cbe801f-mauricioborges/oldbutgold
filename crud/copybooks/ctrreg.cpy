      *> -----------------------------------------------------------
       01 contrato-rec.
           05 ctr-key.
               10 ctr-fone pic 9(11).
               10 ctr-seq  pic 9(04).
           05 ctr-numero    pic x(10).
           05 ctr-descricao pic x(40).
           05 ctr-situacao  pic x(01).
               88 ctr-aberto    value "A".
               88 ctr-encerrado value "E".
           05 filler        pic x(04).

           05 filler      pic x(12) value "últ. manut.".

       01 ws-detalhe.
           05 ws-d-fone   pic 9(11) blank when zeros.
           05 filler      pic x(01) value spaces.
           05 ws-d-nome   pic x(38).
           05 filler      pic x(02) value spaces.
           05 ws-d-cidade pic x(20).

       01 ws-linha-exp.
           05 filler      pic x(02) value "E|".
           05 ws-e-fone   pic 9(11).

       procedure division.
       inicio.

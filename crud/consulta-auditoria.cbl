           05 filler          pic x(01).
           05 al-operacao     pic x(12).
           05 filler          pic x(01).
           05 al-fone         pic 9(11).
           05 filler          pic x(01).
           05 al-fone-novo    pic 9(11).
           05 filler          pic x(01).
           05 al-nome-antes   pic x(40).
           05 filler          pic x(01).
       77 ws-msgerro pic x(80).

      *> critérios de cada modo de busca
       77 ws-crit-fone     pic 9(11).
       77 ws-crit-oper     pic x(06).
       77 ws-crit-data-ini pic 9(08).
       77 ws-crit-data-fim pic 9(08).

       01 ss-crit-fone.
           05 line 10 column 10 value "telefone:".
           05 column plus 2 pic 9(11) using ws-crit-fone
              blank when zeros.

       01 ss-crit-oper.
               10 line 06 column 10 value "operação:".
               10 column plus 1 pic x(12) from al-operacao.
               10 column plus 2 value "telefone:".
               10 column plus 1 pic 9(11) from al-fone.
               10 column plus 2 value "fone novo:".
               10 column plus 1 pic 9(11) from al-fone-novo
                  blank when zeros.
               10 column plus 2 value "código:".
               10 column plus 1 pic 9(06) from al-codigo

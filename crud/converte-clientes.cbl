                             ==fs-hora-manut==       by ==fs1-hora-manut==
                             ==fs-codigo==           by ==fs1-codigo==
                             ==fs-email-sit==        by ==fs1-email-sit==
                             ==fs-email-devolvido==  by ==fs1-email-devolvido==
                             ==fs-filial==           by ==fs1-filial==.

       working-storage section.
       77 fe-stat pic 9(02).
       77 ws-data-conv pic 9(08).
       77 ws-hora-conv pic 9(08).

      *> telefone do layout antigo (ddd + 7 dígitos) no campo novo
      *> de 11: o ddd fica nas duas primeiras posições e o número
      *> alinhado à direita, como no converte-telefones
       01 ws-fone-ant.
           05 ws-fa-ddd pic 9(02).
           05 ws-fa-num pic 9(07).
       01 ws-fone-nov.
           05 ws-fn-ddd pic 9(02).
           05 ws-fn-num pic 9(09).

       procedure division.
       inicio.
           accept ws-data-conv from date yyyymmdd
      *> e cep para completar nas próximas alterações
       converte-registro.
           move spaces to file2-rec
           move ant-fone        to ws-fone-ant
           move ws-fa-ddd       to ws-fn-ddd
           move ws-fa-num       to ws-fn-num
           move ws-fone-nov     to fs-fone
           move ant-nome        to fs-nome
           move ant-endereco    to fs-logradouro
           move zeros           to fs-cep

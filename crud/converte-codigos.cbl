                             ==fs-hora-manut==       by ==fs1-hora-manut==
                             ==fs-codigo==           by ==fs1-codigo==
                             ==fs-email-sit==        by ==fs1-email-sit==
                             ==fs-email-devolvido==  by ==fs1-email-devolvido==
                             ==fs-filial==           by ==fs1-filial==.

       fd historico value of file-id is "clientes-historico.dat".
       copy clihist.
       77 ws-total-erros       pic 9(05) value zeros.
       77 ws-total-hist        pic 9(07) value zeros.

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
           perform abrir-arquivos
           end-read.

      *> -----------------------------------
      *> o registro antigo entra inteiro logo depois do telefone
      *> (os campos não mudaram de ordem, o layout só cresceu no
      *> fim) e o cliente recebe o próximo código da sequência
       converte-registro.
           move spaces to file2-rec
           move ant-fone  to ws-fone-ant
           perform converte-fone
           move ws-fone-nov to fs-fone
           move ant-dados to file2-rec(12:223)
           add 1 to ws-ultimo-codigo
           move ws-ultimo-codigo to fs-codigo
           write file2-rec
               add 1 to ws-total-convertidos
           end-if.

      *> -----------------------------------
       converte-fone.
           move ws-fa-ddd to ws-fn-ddd
           move ws-fa-num to ws-fn-num.

      *> -----------------------------------
       grava-ctl-codigo.
           open output ctl-codigo

       converte-versao.
           move spaces to hist-rec
           move anth-fone     to ws-fone-ant
           perform converte-fone
           move ws-fone-nov   to hist-fone
           move anth-seq      to hist-seq
           move anth-data     to hist-data
           move anth-hora     to hist-hora
           move anth-operador to hist-operador
           move anth-operacao to hist-operacao
           if anth-imagem(1:9) numeric
               move anth-imagem(1:9) to ws-fone-ant
               perform converte-fone
               move ws-fone-nov to hist-imagem(1:11)
           else
               move anth-imagem(1:9) to hist-imagem(1:9)
           end-if
           move anth-imagem(10:223) to hist-imagem(12:223)
           move "000000" to hist-imagem(235:6)
           move hist-fone to fs-fone
           read file2
               invalid key
                   continue
           end-read
           if fs-ok and fs-codigo numeric
               move fs-codigo to hist-imagem(235:6)
           end-if
           write hist-rec
           invalid key

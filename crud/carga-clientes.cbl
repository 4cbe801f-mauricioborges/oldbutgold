       77 ws-cep-svc-msg  pic x(80).
       77 ws-cep-svc-stat pic 9(02).

       77 ws-fone-check pic 9(11).
           88 fone-repetido values 11111111111 22222222222
              33333333333 44444444444 55555555555 66666666666
              77777777777 88888888888 99999999999.
       77 ws-ddd pic 9(02).
       77 ws-fone-msg pic x(40).

      *> -----------------------------------
      *> quebra a linha de entrada (telefone|nome|logradouro|número|
      *> complemento|bairro|cidade|uf|cep|cpf|tipo-pessoa|email, os
      *> campos do fim podem vir em branco; o telefone vem com os
      *> 11 dígitos, ddd + número, fixo com zero à esquerda) e
      *> chama a mesma rotina de gravação usada pelo cadastro
      *> interativo, rejeitando linhas com dados obrigatórios em
      *> branco, telefone/e-mail em formato inválido ou telefone
      *> mesmos critérios de validação usados no cadastro interativo
      *> (clientes.cbl): dígitos não repetidos e código de área
      *> conferido na tabela ddds.dat; enquanto a tabela não
      *> estiver carregada vale a regra antiga de faixa 11-99; o
      *> número depois do ddd tem 8 dígitos (fixo) ou 9 (celular,
      *> começando por 9)
       valida-telefone.
           move spaces to ws-fone-msg
           move fs-fone to ws-fone-check
           if fs-fone equal zeros or fone-repetido
               move "telefone inválido" to ws-fone-msg
           end-if
           if ws-fone-msg equal spaces
               if ws-fone-check(3:1) equal "0"
                   if ws-fone-check(4:1) equal "0"
                       move "telefone incompleto" to ws-fone-msg
                   end-if
               else
                   if ws-fone-check(3:1) not equal "9"
                       move "celular deve começar por 9" to ws-fone-msg
                   end-if
               end-if
           end-if
           if ws-fone-msg equal spaces
               move spaces to ddd-rec
               move ws-ddd to ddd-codigo

      *> consultar o cliente-service
       copy dddreg.

      *> registro da tabela de filiais, para a crítica da filial do
      *> cliente consultar o cliente-service
       copy filreg.

      *> registro de contrato, para a manutenção de contratos do
      *> menu conversar com o cliente-service
       copy ctrreg.
      *> cep contra a uf consultar o cliente-service
       copy cepreg.

      *> registro de contato, para a manutenção de contatos do
      *> menu e a consulta por telefone secundário
       copy contreg.

      *> solicitação pendente de aprovação, para a tela do
      *> supervisor
       copy pendreg.

      *> registro de atendimento, para a manutenção de atendimentos
      *> do menu e o aviso de atendimento em aberto na consulta
       copy atdreg.

      *> registro de vínculo entre clientes, para a manutenção de
      *> vínculos do menu e o resumo na consulta
       copy vincreg.

      *> item da fila de saneamento, para a opção saneamento do
      *> menu percorrer a fila
       copy sanreg.

      *> situação cadastral do documento na receita, para a tela de
      *> consulta
       copy sitreg.

       77 ws-cep-svc-msg  pic x(80).
       77 ws-cep-svc-stat pic 9(02).

           88 e-trocar    value is "6".
           88 e-unificar  value is "7".
           88 e-contratos value is "8".
           88 e-contatos  value is "9".
           88 e-aprovar   value is "a" "A".
           88 e-atendimentos value is "b" "B".
           88 e-vinculos  value is "c" "C".
           88 e-saneamento value is "d" "D".
           88 e-encerrar  value is "x" "x".
       77 fs-stat pic 9(02).
           88 fs-ok         value zeros.
           88 e-nav-prox value "n" "N".
           88 e-nav-ant  value "p" "P".
           88 e-nav-sai  value "q" "Q".
           88 e-nav-aprova  value "a" "A".
           88 e-nav-rejeita value "r" "R".
           88 e-nav-exclui  value "e" "E".

       77 ws-busca pic x.
           88 e-busca-fone   value "1".
       77 ws-status pic x(30).
       77 ws-msgerro pic x(80).

       77 ws-fone-check pic 9(11).
           88 fone-repetido values 11111111111 22222222222
              33333333333 44444444444 55555555555 66666666666
              77777777777 88888888888 99999999999.
       77 ws-ddd pic 9(02).
       77 ws-fone-msg pic x(80).
       77 ws-fone-novo pic 9(11).
       77 ws-fone-guarda pic 9(11).
       77 ws-fone-sobrev pic 9(11).
       77 ws-lock-msg pic x(80).
       77 ws-lock-stat pic 9(02).

           88 e-ctr-encerrar  value "3".
           88 e-ctr-voltar    value "x" "X".

      *> opção do submenu de contatos do cliente
       77 ws-cont-opcao pic x.
           88 e-cont-incluir   value "1".
           88 e-cont-consultar value "2".
           88 e-cont-alterar   value "3".
           88 e-cont-excluir   value "4".
           88 e-cont-voltar    value "x" "X".
      *> consulta por telefone que achou o cliente pelo número de
      *> um contato secundário (o aviso sai na barra)
       77 ws-achou-contato pic x value "n".
           88 e-achou-contato value "s".
      *> as críticas de telefone e e-mail trabalham sobre o
      *> registro do cliente: na manutenção de contatos ele é
      *> guardado, recebe os campos do contato e é reposto
       01 ws-cli-guarda pic x(244).
       77 ws-cont-msg  pic x(80).
       77 ws-cont-stat pic 9(02).

      *> opção do submenu de atendimentos do cliente
       77 ws-atd-opcao pic x.
           88 e-atd-incluir   value "1".
           88 e-atd-consultar value "2".
           88 e-atd-alterar   value "3".
           88 e-atd-voltar    value "x" "X".
       77 ws-atd-msg  pic x(80).
       77 ws-atd-stat pic 9(02).
      *> crítica da data de retorno (aaaammdd)
       01 ws-atd-retorno.
           05 ws-atd-ret-ano pic 9(04).
           05 ws-atd-ret-mes pic 9(02).
           05 ws-atd-ret-dia pic 9(02).
       77 ws-atd-hoje pic 9(08).

      *> opção do submenu de vínculos do cliente
       77 ws-vinc-opcao pic x.
           88 e-vinc-incluir   value "1".
           88 e-vinc-consultar value "2".
           88 e-vinc-voltar    value "x" "X".
       77 ws-vinc-msg  pic x(80).
       77 ws-vinc-stat pic 9(02).
      *> o outro cliente do vínculo mostrado, devolvido pelo
      *> cliente-service junto com o vínculo
       01 ws-vinc-outro.
           05 ws-vo-codigo pic 9(06).
           05 ws-vo-nome   pic x(40).
           05 ws-vo-status pic x(01).
           05 ws-vo-tipo   pic x(01).
           05 ws-vo-fone   pic 9(11).
           05 filler       pic x(01).
      *> quantos vínculos o cliente tem como titular (e quantas das
      *> pessoas ainda ativas) e como pessoa vinculada
       01 ws-vinc-contagem.
           05 ws-vc-titular   pic 9(04).
           05 ws-vc-ativos    pic 9(04).
           05 ws-vc-vinculado pic 9(04).
       77 ws-vinc-cod-aviso pic 9(06).
       77 ws-vinc-papel     pic x(15).
       77 ws-vinc-tipo-desc pic x(26).

      *> opção saneamento: a alteração roda sobre o cliente do item
      *> da fila em vez de pedir o telefone, uma passada por item
       77 ws-saneando pic x value "n".
           88 e-saneando value "s".
       77 ws-san-lido pic x value "n".
           88 san-lido value "s".
       77 ws-san-msg  pic x(80).
       77 ws-san-stat pic 9(02).
       77 ws-san-desc pic x(50).
       77 ws-san-ptr  pic 9(02).

      *> situação do documento do cliente mostrado na consulta
       77 ws-sit-msg  pic x(80).
       77 ws-sit-stat pic 9(02).
       77 ws-sit-desc pic x(10).

      *> troca de senha do operador: pedida no sign-on (campo s/n)
      *> ou exigida pelo serviço quando a senha venceu (status 30)
       77 ws-troca-sn pic x value "n".
              "ES" "GO" "MA" "MT" "MS" "MG" "PA" "PB" "PR" "PE"
              "PI" "RJ" "RN" "RS" "RO" "RR" "SC" "SP" "SE" "TO".
       77 ws-uf-msg  pic x(80).
       77 ws-fil-msg  pic x(80).
       77 ws-fil-stat pic 9(02).
       77 ws-cep-msg pic x(80).

      *> áreas da crítica de documento (cpf/cnpj): o número é
      *> grava nada - pré-voo do arquivo antes da janela de lote
       77 ws-modo-simula pic x value "n".
           88 e-modo-simula value "s".
       01 ws-sim-rec  pic x(244).
       77 ws-sim-msg  pic x(80).
       77 ws-sim-stat pic 9(02).
       77 ws-resumo-verbo pic x(10).
           05 line 12 column 15 value "6 - trocar telefone".
           05 line 13 column 15 value "7 - unificar duplicado".
           05 line 14 column 15 value "8 - contratos".
           05 line 15 column 15 value "9 - contatos".
           05 line 16 column 15 value "a - aprovar pendências".
           05 line 17 column 15 value "b - atendimentos".
           05 line 18 column 15 value "c - vínculos".
           05 line 19 column 15 value "d - saneamento".
           05 line 20 column 15 value "x - encerrar".
           05 line 22 column 15 value "opção: ".
           05 line 22 col plus 1 using ws-opcao auto.

      *> menu do perfil só-consulta: as opções de manutenção nem
      *> aparecem (e o cliente-service recusa de todo jeito)
       01 ss-tela-registro.
           05 ss-chave foreground-color 2.
               10 line 10 column 10 value "telefone:".
               10 column plus 2 pic 9(11) using fs-fone
                  blank when zeros.
           05 ss-dados.
               10 line 11 column 10 value "    nome:".
               10 line 19 column 10 value "  código:".
               10 column plus 2 pic 9(06) from fs-codigo
                  blank when zeros.
               10 column plus 4 value "filial:".
               10 column plus 2 pic x(03) using fs-filial.

       01 ss-busca-tipo foreground-color 6.
           05 line 10 column 15 value "buscar por:".

       01 ss-troca-fone.
           05 line 20 column 10 value "novo telefone:".
           05 column plus 2 pic 9(11) using ws-fone-novo
              blank when zeros.

       01 ss-unifica.
           05 line 20 column 10 value "telefone do sobrevivente:".
           05 column plus 2 pic 9(11) using ws-fone-sobrev
              blank when zeros.

       01 ss-tela-pendencia foreground-color 2.
           05 line 05 column 10 value "pendência:".
           05 column plus 2 pic 9(06) from pend-numero.
           05 column plus 2 value "operação:".
           05 column plus 2 pic x(01) from pend-operacao.
           05 column plus 2 value "(e-exclusão/t-troca/u-unificação)".
           05 line 07 column 10 value " telefone:".
           05 column plus 2 pic 9(11) from pend-fone.
           05 line 08 column 10 value "     nome:".
           05 column plus 2 pic x(40) from pend-nome.
           05 line 09 column 10 value "   código:".
           05 column plus 2 pic 9(06) from pend-codigo.
           05 line 10 column 10 value "novo telefone/sobrevivente:".
           05 column plus 2 pic 9(11) from pend-fone-novo
              blank when zeros.
           05 line 12 column 10 value "solicitante:".
           05 column plus 2 pic x(06) from pend-solicitante.
           05 column plus 2 value "data:".
           05 column plus 1 pic 9(08) from pend-data-sol.
           05 column plus 2 value "hora:".
           05 column plus 1 pic 9(08) from pend-hora-sol.

       01 ss-menu-contratos foreground-color 6.
           05 line 07 column 15 value "1 - incluir contrato".
           05 line 08 column 15 value "2 - consultar contratos".
       01 ss-tela-contrato.
           05 ss-ctr-chave foreground-color 2.
               10 line 05 column 10 value "telefone:".
               10 column plus 2 pic 9(11) from ctr-fone.
               10 column plus 2 value "seq:".
               10 column plus 1 pic 9(04) from ctr-seq.
           05 ss-ctr-dados.
           05 column plus 2 pic 9(04) using ctr-seq
              blank when zeros.

       01 ss-menu-contatos foreground-color 6.
           05 line 07 column 15 value "1 - incluir contato".
           05 line 08 column 15 value "2 - consultar contatos".
           05 line 09 column 15 value "3 - alterar contato".
           05 line 10 column 15 value "4 - excluir contato".
           05 line 11 column 15 value "x - voltar".
           05 line 13 column 15 value "opção: ".
           05 line 13 col plus 1 using ws-cont-opcao auto.

       01 ss-tela-contato.
           05 ss-cont-chave foreground-color 2.
               10 line 05 column 10 value "cliente:".
               10 column plus 2 pic 9(06) from cont-codigo.
               10 column plus 2 value "seq:".
               10 column plus 1 pic 9(04) from cont-seq.
           05 ss-cont-dados.
               10 line 07 column 10 value "    nome:".
               10 column plus 2 pic x(40) using cont-nome.
               10 line 08 column 10 value "   cargo:".
               10 column plus 2 pic x(20) using cont-cargo.
               10 line 09 column 10 value "telefone:".
               10 column plus 2 pic 9(11) using cont-fone
                  blank when zeros.
               10 line 10 column 10 value "  e-mail:".
               10 column plus 2 pic x(40) using cont-email.
               10 line 11 column 10 value "principal (s/n):".
               10 column plus 2 pic x(01) using cont-principal.

       01 ss-cont-seq.
           05 line 20 column 10 value "sequência do contato:".
           05 column plus 2 pic 9(04) using cont-seq
              blank when zeros.

       01 ss-menu-atendimentos foreground-color 6.
           05 line 07 column 15 value "1 - incluir atendimento".
           05 line 08 column 15 value "2 - consultar atendimentos".
           05 line 09 column 15 value "3 - alterar/resolver atendimento".
           05 line 10 column 15 value "x - voltar".
           05 line 12 column 15 value "opção: ".
           05 line 12 col plus 1 using ws-atd-opcao auto.

       01 ss-tela-atendimento.
           05 ss-atd-chave foreground-color 2.
               10 line 05 column 10 value "cliente:".
               10 column plus 2 pic 9(06) from atd-codigo.
               10 column plus 2 value "seq:".
               10 column plus 1 pic 9(04) from atd-seq.
               10 line 06 column 10 value "aberto em:".
               10 column plus 2 pic 9(08) from atd-data
                  blank when zeros.
               10 column plus 2 pic 9(08) from atd-hora
                  blank when zeros.
               10 column plus 2 value "por:".
               10 column plus 1 pic x(06) from atd-operador.
           05 ss-atd-edicao.
               10 ss-atd-dados.
                   15 line 08 column 10 value
                      "tipo (r-reclamação/s-solicitação/i-informação):".
                   15 column plus 2 pic x(01) using atd-tipo.
                   15 line 09 column 10 value "texto:".
                   15 column plus 2 pic x(60) using atd-texto-1.
                   15 line 10 column 18 pic x(60) using atd-texto-2.
                   15 line 11 column 18 pic x(60) using atd-texto-3.
                   15 line 13 column 10 value "retorno em (aaaammdd):".
                   15 column plus 2 pic 9(08) using atd-retorno
                      blank when zeros.
               10 ss-atd-sit.
                   15 line 14 column 10 value
                      "situação (a-aberto/r-resolvido):".
                   15 column plus 2 pic x(01) using atd-situacao.
           05 ss-atd-resolucao foreground-color 2.
               10 line 15 column 10 value "resolvido em:".
               10 column plus 2 pic 9(08) from atd-data-res
                  blank when zeros.
               10 column plus 2 value "por:".
               10 column plus 1 pic x(06) from atd-oper-res.

       01 ss-atd-seq.
           05 line 20 column 10 value "sequência do atendimento:".
           05 column plus 2 pic 9(04) using atd-seq
              blank when zeros.

      *> aviso do último atendimento em aberto na tela de consulta
       01 ss-atd-limpa.
           05 line 21 column 01 erase eol.
       01 ss-atd-aviso foreground-color 4 highlight.
           05 line 21 column 10 value "atendimento aberto:".
           05 column plus 1 pic 9(04) from atd-seq.
           05 column plus 1 value "de".
           05 column plus 1 pic 9(08) from atd-data.
           05 column plus 1 pic x(01) from atd-tipo.
           05 column plus 1 value "retorno".
           05 column plus 1 pic 9(08) from atd-retorno
              blank when zeros.
           05 column plus 1 pic x(30) from atd-texto-1.

       01 ss-menu-vinculos foreground-color 6.
           05 line 07 column 15 value "1 - incluir vínculo".
           05 line 08 column 15 value "2 - consultar/excluir vínculos".
           05 line 09 column 15 value "x - voltar".
           05 line 11 column 15 value "opção: ".
           05 line 11 col plus 1 using ws-vinc-opcao auto.

       01 ss-tela-vinculo.
           05 ss-vinc-cliente foreground-color 2.
               10 line 05 column 10 value "cliente:".
               10 column plus 2 pic 9(06) from fs-codigo.
               10 column plus 2 pic x(40) from fs-nome.
           05 ss-vinc-dados.
               10 line 07 column 10 value
                  "código da pessoa vinculada:".
               10 column plus 2 pic 9(06) using vinc-vinculado
                  blank when zeros.
               10 line 08 column 10 value
                  "tipo (s-sócio/r-representante legal/".
               10 column plus 0 value "f-responsável financeiro):".
               10 column plus 2 pic x(01) using vinc-tipo.

       01 ss-vinc-info foreground-color 2.
           05 line 07 column 10 value "titular:".
           05 column plus 2 pic 9(06) from vinc-titular.
           05 column plus 2 value "pessoa vinculada:".
           05 column plus 2 pic 9(06) from vinc-vinculado.
           05 line 08 column 10 value "vínculo:".
           05 column plus 2 pic x(26) from ws-vinc-tipo-desc.
           05 column plus 2 value "desde:".
           05 column plus 1 pic 9(08) from vinc-data
              blank when zeros.
           05 column plus 2 value "por:".
           05 column plus 1 pic x(06) from vinc-operador.
           05 line 10 column 10 pic x(15) from ws-vinc-papel.
           05 column plus 1 pic 9(06) from ws-vo-codigo.
           05 column plus 2 pic x(40) from ws-vo-nome.
           05 line 11 column 10 value "telefone:".
           05 column plus 2 pic 9(11) from ws-vo-fone
              blank when zeros.
           05 column plus 2 value "situação:".
           05 column plus 1 pic x(01) from ws-vo-status.
           05 column plus 2 value "tipo:".
           05 column plus 1 pic x(01) from ws-vo-tipo.

      *> situação do documento na receita, ao lado do cpf/cnpj na
      *> tela de consulta; irregular sai em destaque
       01 ss-sit-limpa.
           05 line 16 column 40 erase eol.
       01 ss-sit-aviso foreground-color 2.
           05 line 16 column 40 value "receita:".
           05 column plus 1 pic x(10) from ws-sit-desc.
           05 column plus 1 value "em".
           05 column plus 1 pic 9(08) from sit-data-consulta.
       01 ss-sit-alerta foreground-color 4 highlight.
           05 line 16 column 40 value "receita:".
           05 column plus 1 pic x(10) from ws-sit-desc.
           05 column plus 1 value "em".
           05 column plus 1 pic 9(08) from sit-data-consulta.

      *> resumo dos vínculos do cliente na tela de consulta
       01 ss-vinc-limpa.
           05 line 22 column 01 erase eol.
       01 ss-vinc-aviso foreground-color 2 highlight.
           05 line 22 column 10 value "vínculos:".
           05 column plus 1 pic zzz9 from ws-vc-titular.
           05 column plus 1 value "pessoas vinculadas,".
           05 column plus 1 pic zzz9 from ws-vc-vinculado.
           05 column plus 1 value "como pessoa vinculada".

      *> item da fila de saneamento sobre a tela do cliente
       01 ss-san-info foreground-color 4 highlight.
           05 line 05 column 10 value "saneamento - item".
           05 column plus 1 pic zzzzz9 from san-seq.
           05 column plus 2 value "pontos:".
           05 column plus 1 pic z9 from san-pontos.
           05 line 06 column 10 value "completar:".
           05 column plus 1 pic x(50) from ws-san-desc.

       01 ss-hist-info foreground-color 2.
           05 line 05 column 10 value "versão:".
           05 column plus 1 pic 9(04) from hist-seq.
                           perform unifica thru unifica-fim
                       when e-contratos
                           perform contratos thru contratos-fim
                       when e-contatos
                           perform contatos thru contatos-fim
                       when e-aprovar
                           perform pendencias thru pendencias-fim
                       when e-atendimentos
                           perform atendimentos thru atendimentos-fim
                       when e-vinculos
                           perform vinculos thru vinculos-fim
                       when e-saneamento
                           perform saneamento thru saneamento-fim
                   end-evaluate
               end-perform
           end-if.
      *> -----------------------------------
      *> layout de cada linha: tipo|fone|nome|logradouro|número|
      *> complemento|bairro|cidade|uf|cep|cpf|tipo-pessoa|email
      *> (os campos do fim podem vir em branco). o fone vem com os
      *> 11 dígitos, ddd + número (fixo com zero à esquerda).
      *> exceção: a troca de telefone (tipo T) tem layout próprio,
      *> T|fone-atual|fone-novo, porque só mexe na chave.
      *> o delimitador é "|" (e não vírgula) porque endereço costuma
       aplica-transacao.
           move spaces to file1-rec
           move spaces to ws-msgerro
           move zeros to fs-stat
           move spaces to ws-tx-cep-x
           move spaces to ws-tx-cpf-x
           unstring transacao-rec delimited by "|"
               when other
                   move "tipo de transação inválido" to ws-msgerro
           end-evaluate
      *> exclusão e troca viram solicitação para o supervisor
      *> (status 40): a linha foi aceita, e o log leva o número
      *> da solicitação no lugar do "ok"
           if ws-msgerro equal spaces or fs-stat equal 40
               add 1 to ws-tx-total-ok
           else
               add 1 to ws-tx-total-rejeitadas
               move ws-sim-msg to ws-msgerro
           else
               move spaces to ws-sim-rec
               move ws-fone-novo to ws-sim-rec(1:11)
               call 'busca-cliente' using ws-sim-rec, ws-sim-msg,
                   ws-sim-stat
               if ws-sim-msg equal spaces
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to file1-rec.
      *> o cliente novo nasce na filial do operador
           move oper-filial to fs-filial.
       inclui-loop.
           accept ss-tela-registro.
           if cob-crt-status = cob-scr-esc
               perform mostra-erro
               go inclui-loop
           end-if
           perform valida-filial.
           if ws-fil-msg not equal spaces
               move ws-fil-msg to ws-msgerro
               perform mostra-erro
               go inclui-loop
           end-if
           perform valida-cep.
           if ws-cep-msg not equal spaces
               move ws-cep-msg to ws-msgerro
      *> --- busca por telefone (chave primária) ---
       consulta-fone.
           display ss-cls.
      *> o número que não é chave de cliente ainda pode ser o
      *> telefone secundário de um contato: o cliente dono aparece,
      *> com o nome do contato na barra
       consulta-fone-loop.
           move spaces to file1-rec.
           display ss-tela-registro.
           accept ss-chave.
           if cob-crt-status = cob-scr-esc
               go consulta-fim
           end-if
           move "n" to ws-achou-contato.
           call 'busca-cliente' using file1-rec, ws-msgerro, fs-stat.
           if not fs-ok
               move spaces to contato-rec
               move fs-fone to cont-fone
               call 'busca-cliente-contato' using file1-rec,
                   contato-rec, ws-cont-msg, ws-cont-stat
               if ws-cont-stat equal zeros
                   move "s" to ws-achou-contato
                   move spaces to ws-msgerro
                   move zeros to fs-stat
               end-if
           end-if
           if fs-ok and fs-inativo
               move "cliente inativo" to ws-msgerro
               move 35 to fs-stat
           end-if
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go consulta-fone-loop
           end-if
           display ss-tela-registro
           display ss-dados
           perform mostra-atendimento-aberto
           perform mostra-vinculos
           perform mostra-situacao-documento
           if e-achou-contato
               move spaces to ws-msgerro
               string "telefone do contato "     delimited by size
                      function trim(cont-nome)   delimited by size
                      " - pressione enter"       delimited by size
                      into ws-msgerro
               end-string
           else
               move "pressione enter" to ws-msgerro
           end-if
           perform mostra-erro.
           go consulta-fone-loop.
      *> --- busca por nome (chave alternativa, com duplicatas):
      *> basta o começo do nome, "silva" acha "silva & filhos" ---
           end-if
           display ss-tela-registro
           display ss-dados
           perform mostra-atendimento-aberto
           perform mostra-vinculos
           perform mostra-situacao-documento
           move "enter para próximo, esc para nova busca" to ws-msgerro
           perform mostra-erro
           if cob-crt-status = cob-scr-esc
           end-evaluate.
       consulta-lista-mostra.
           display ss-tela-registro
           display ss-dados
           perform mostra-atendimento-aberto
           perform mostra-vinculos
           perform mostra-situacao-documento.
      *> --- busca pelo código permanente (independe do telefone,
      *> então acha o cliente mesmo depois de uma troca de número;
      *> inativos aparecem, com o aviso na barra) ---
           end-if
           display ss-tela-registro
           display ss-dados
           perform mostra-atendimento-aberto
           perform mostra-vinculos
           perform mostra-situacao-documento
           if fs-inativo
               move "cliente inativo - pressione enter" to ws-msgerro
           else
           end-if
           display ss-tela-registro
           display ss-dados
           perform mostra-atendimento-aberto
           perform mostra-vinculos
           perform mostra-situacao-documento
           move "pressione enter" to ws-msgerro
           perform mostra-erro.
           go consulta-doc-loop.
                    ws-lock-stat
                go altera-loop
            end-if
            perform valida-filial.
            if ws-fil-msg not equal spaces
                move ws-fil-msg to ws-msgerro
                perform mostra-erro
                call 'libera-cliente' using file1-rec, ws-lock-msg,
                    ws-lock-stat
                go altera-loop
            end-if
            perform valida-cep.
            if ws-cep-msg not equal spaces
                move ws-cep-msg to ws-msgerro
           display ss-dados.
           move "n" to ws-erro.
           move "confirma a exclusão do cliente (s/n)?" to ws-msgerro.
      *> titular com pessoas vinculadas ainda ativas: avisa antes
           move zeros to ws-vinc-cod-aviso.
           if fs-codigo numeric
               move fs-codigo to ws-vinc-cod-aviso
           end-if.
           perform confere-vinculos-ativos.
           if ws-vc-ativos > 0
               move spaces to ws-msgerro
               string "atenção: " ws-vc-ativos
                      " pessoas vinculadas ativas - confirma a "
                      "exclusão (s/n)?"
                      delimited by size into ws-msgerro
               end-string
           end-if.
           accept ss-erro.
           if not e-sim
               call 'libera-cliente' using file1-rec, ws-lock-msg,
           go contratos-encerra.
       contratos-fim.

      *> -----------------------------------
      *> contatos do cliente: mesma entrada dos contratos (localiza
      *> o cliente pelo telefone), com o submenu de incluir,
      *> consultar, alterar e excluir; os contatos ficam presos ao
      *> código permanente, então acompanham as trocas de telefone.
       contatos.
           move "contatos" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to file1-rec.
           display ss-tela-registro.
           perform le-cliente thru le-cliente-fim.
           if fs-cancela
               go contatos-fim
           end-if
           if not fs-ok
               go contatos
           end-if
           if fs-codigo not numeric or fs-codigo equal zeros
               move "cliente sem código permanente" to ws-msgerro
               perform mostra-erro
               go contatos
           end-if
           display ss-dados.
       contatos-menu.
           move "contatos" to ws-op.
           move "escolha a opção" to ws-status.
           move spaces to ws-cont-opcao.
           display ss-cls.
           accept ss-menu-contatos.
           evaluate true
               when e-cont-incluir
                   go contatos-inclui
               when e-cont-consultar
                   go contatos-consulta
               when e-cont-alterar
                   go contatos-altera
               when e-cont-excluir
                   go contatos-exclui
               when e-cont-voltar
                   go contatos-fim
               when other
                   go contatos-menu
           end-evaluate.
      *> --- inclusão de contato ---
       contatos-inclui.
           move "esc para voltar" to ws-status.
           display ss-cls.
           move spaces to contato-rec.
           move fs-codigo to cont-codigo.
           move zeros to cont-seq.
           move zeros to cont-fone.
           set cont-nao-principal to true.
           display ss-tela-contato.
       contatos-inclui-loop.
           accept ss-cont-dados.
           if cob-crt-status = cob-scr-esc
               go contatos-menu
           end-if
           perform valida-contato.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go contatos-inclui-loop
           end-if
           call 'inclui-contato' using contato-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go contatos-inclui-loop
           end-if
           move "contato incluído" to ws-msgerro.
           perform mostra-erro.
           go contatos-inclui.
      *> --- consulta de contatos (navegação como nos contratos) ---
       contatos-consulta.
           display ss-cls.
           move spaces to contato-rec.
           move fs-codigo to cont-codigo.
           move zeros to cont-seq.
           call 'contatos-inicia' using contato-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go contatos-menu
           end-if.
       contatos-consulta-proximo.
           call 'contatos-proximo' using contato-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go contatos-consulta-navega
           end-if
           perform contatos-consulta-mostra.
           go contatos-consulta-navega.
       contatos-consulta-anterior.
           call 'contatos-anterior' using contato-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go contatos-consulta-navega
           end-if
           perform contatos-consulta-mostra.
       contatos-consulta-navega.
           move "n próximo, p anterior, q sair" to ws-msgerro.
           move "n" to ws-erro.
           perform mostra-erro.
           evaluate true
               when e-nav-prox
                   go contatos-consulta-proximo
               when e-nav-ant
                   go contatos-consulta-anterior
               when e-nav-sai
                   go contatos-menu
               when other
                   go contatos-consulta-navega
           end-evaluate.
       contatos-consulta-mostra.
           display ss-cls
           display ss-tela-contato.
      *> --- alteração de contato ---
       contatos-altera.
           move "esc para voltar" to ws-status.
           display ss-cls.
           perform contatos-le-seq thru contatos-le-seq-fim.
           if cob-crt-status = cob-scr-esc
               go contatos-menu
           end-if
           if ws-msgerro not equal to spaces
               go contatos-altera
           end-if.
       contatos-altera-loop.
           accept ss-cont-dados.
           if cob-crt-status = cob-scr-esc
               go contatos-menu
           end-if
           perform valida-contato.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go contatos-altera-loop
           end-if
           call 'altera-contato' using contato-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go contatos-altera-loop
           end-if
           move "contato alterado" to ws-msgerro.
           perform mostra-erro.
           go contatos-altera.
      *> --- exclusão de contato ---
       contatos-exclui.
           move "esc para voltar" to ws-status.
           display ss-cls.
           perform contatos-le-seq thru contatos-le-seq-fim.
           if cob-crt-status = cob-scr-esc
               go contatos-menu
           end-if
           if ws-msgerro not equal to spaces
               go contatos-exclui
           end-if
           move "n" to ws-erro.
           move "confirma a exclusão do contato (s/n)?" to ws-msgerro.
           accept ss-erro.
           if not e-sim
               go contatos-menu
           end-if
           call 'exclui-contato' using contato-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go contatos-exclui
           end-if
           move "contato excluído" to ws-msgerro.
           perform mostra-erro.
           go contatos-exclui.
       contatos-fim.

      *> -----------------------------------
      *> pede a sequência do contato do cliente corrente e o
      *> mostra; mensagem em ws-msgerro quando não existe
       contatos-le-seq.
           move spaces to contato-rec.
           move fs-codigo to cont-codigo.
           move zeros to cont-seq.
           move zeros to cont-fone.
           display ss-tela-contato.
           accept ss-cont-seq.
           move spaces to ws-msgerro.
           if cob-crt-status = cob-scr-esc
               go contatos-le-seq-fim
           end-if
           call 'busca-contato' using contato-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
           else
               display ss-tela-contato
           end-if.
       contatos-le-seq-fim.

      *> -----------------------------------
      *> atendimentos do cliente: mesma entrada dos contatos (localiza
      *> o cliente pelo telefone), com o submenu de incluir,
      *> consultar e alterar/resolver; a abertura (data, hora e
      *> operador) é carimbada pelo cliente-service. não há
      *> exclusão - o atendimento atendido é resolvido.
       atendimentos.
           move "atendimentos" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to file1-rec.
           display ss-tela-registro.
           perform le-cliente thru le-cliente-fim.
           if fs-cancela
               go atendimentos-fim
           end-if
           if not fs-ok
               go atendimentos
           end-if
           if fs-codigo not numeric or fs-codigo equal zeros
               move "cliente sem código permanente" to ws-msgerro
               perform mostra-erro
               go atendimentos
           end-if
           display ss-dados.
       atendimentos-menu.
           move "atendimentos" to ws-op.
           move "escolha a opção" to ws-status.
           move spaces to ws-atd-opcao.
           display ss-cls.
           accept ss-menu-atendimentos.
           evaluate true
               when e-atd-incluir
                   go atendimentos-inclui
               when e-atd-consultar
                   go atendimentos-consulta
               when e-atd-alterar
                   go atendimentos-altera
               when e-atd-voltar
                   go atendimentos-fim
               when other
                   go atendimentos-menu
           end-evaluate.
      *> --- inclusão de atendimento ---
       atendimentos-inclui.
           move "esc para voltar" to ws-status.
           display ss-cls.
           move spaces to atendimento-rec.
           move fs-codigo to atd-codigo.
           move zeros to atd-seq.
           move zeros to atd-data.
           move zeros to atd-hora.
           move zeros to atd-retorno.
           move zeros to atd-data-res.
           set atd-aberto to true.
           display ss-tela-atendimento.
       atendimentos-inclui-loop.
           accept ss-atd-dados.
           if cob-crt-status = cob-scr-esc
               go atendimentos-menu
           end-if
           perform valida-atendimento.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go atendimentos-inclui-loop
           end-if
           call 'inclui-atendimento' using atendimento-rec,
               ws-msgerro, fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go atendimentos-inclui-loop
           end-if
           move spaces to ws-msgerro.
           string "atendimento " atd-seq " incluído"
                  delimited by size into ws-msgerro
           end-string.
           perform mostra-erro.
           go atendimentos-inclui.
      *> --- consulta de atendimentos (navegação como nos contatos) ---
       atendimentos-consulta.
           display ss-cls.
           move spaces to atendimento-rec.
           move fs-codigo to atd-codigo.
           move zeros to atd-seq.
           call 'atendimentos-inicia' using atendimento-rec,
               ws-msgerro, fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go atendimentos-menu
           end-if.
       atendimentos-consulta-proximo.
           call 'atendimentos-proximo' using atendimento-rec,
               ws-msgerro, fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go atendimentos-consulta-navega
           end-if
           perform atendimentos-consulta-mostra.
           go atendimentos-consulta-navega.
       atendimentos-consulta-anterior.
           call 'atendimentos-anterior' using atendimento-rec,
               ws-msgerro, fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go atendimentos-consulta-navega
           end-if
           perform atendimentos-consulta-mostra.
       atendimentos-consulta-navega.
           move "n próximo, p anterior, q sair" to ws-msgerro.
           move "n" to ws-erro.
           perform mostra-erro.
           evaluate true
               when e-nav-prox
                   go atendimentos-consulta-proximo
               when e-nav-ant
                   go atendimentos-consulta-anterior
               when e-nav-sai
                   go atendimentos-menu
               when other
                   go atendimentos-consulta-navega
           end-evaluate.
       atendimentos-consulta-mostra.
           display ss-cls
           display ss-tela-atendimento.
      *> --- alteração (remarcar retorno, corrigir, resolver) ---
       atendimentos-altera.
           move "esc para voltar" to ws-status.
           display ss-cls.
           perform atendimentos-le-seq thru atendimentos-le-seq-fim.
           if cob-crt-status = cob-scr-esc
               go atendimentos-menu
           end-if
           if ws-msgerro not equal to spaces
               go atendimentos-altera
           end-if.
       atendimentos-altera-loop.
           accept ss-atd-edicao.
           if cob-crt-status = cob-scr-esc
               go atendimentos-menu
           end-if
           perform valida-atendimento.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go atendimentos-altera-loop
           end-if
           call 'altera-atendimento' using atendimento-rec,
               ws-msgerro, fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go atendimentos-altera-loop
           end-if
           if atd-resolvido
               move "atendimento resolvido" to ws-msgerro
           else
               move "atendimento alterado" to ws-msgerro
           end-if
           perform mostra-erro.
           go atendimentos-altera.
       atendimentos-fim.

      *> -----------------------------------
      *> pede a sequência do atendimento do cliente corrente e o
      *> mostra; mensagem em ws-msgerro quando não existe
       atendimentos-le-seq.
           move spaces to atendimento-rec.
           move fs-codigo to atd-codigo.
           move zeros to atd-seq.
           move zeros to atd-data.
           move zeros to atd-hora.
           move zeros to atd-retorno.
           move zeros to atd-data-res.
           display ss-tela-atendimento.
           accept ss-atd-seq.
           move spaces to ws-msgerro.
           if cob-crt-status = cob-scr-esc
               go atendimentos-le-seq-fim
           end-if
           call 'busca-atendimento' using atendimento-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
           else
               display ss-tela-atendimento
           end-if.
       atendimentos-le-seq-fim.

      *> -----------------------------------
      *> vínculos do cliente: mesma entrada dos contatos; o cliente
      *> localizado é o titular dos vínculos que incluir (a pessoa
      *> jurídica inclui seus sócios e representantes). a consulta
      *> mostra os vínculos dos dois lados e permite excluir o
      *> vínculo mostrado.
       vinculos.
           move "vínculos" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to file1-rec.
           display ss-tela-registro.
           perform le-cliente thru le-cliente-fim.
           if fs-cancela
               go vinculos-fim
           end-if
           if not fs-ok
               go vinculos
           end-if
           if fs-codigo not numeric or fs-codigo equal zeros
               move "cliente sem código permanente" to ws-msgerro
               perform mostra-erro
               go vinculos
           end-if
           display ss-dados.
       vinculos-menu.
           move "vínculos" to ws-op.
           move "escolha a opção" to ws-status.
           move spaces to ws-vinc-opcao.
           display ss-cls.
           accept ss-menu-vinculos.
           evaluate true
               when e-vinc-incluir
                   go vinculos-inclui
               when e-vinc-consultar
                   go vinculos-consulta
               when e-vinc-voltar
                   go vinculos-fim
               when other
                   go vinculos-menu
           end-evaluate.
      *> --- inclusão de vínculo (o cliente corrente é o titular) ---
       vinculos-inclui.
           move "esc para voltar" to ws-status.
           display ss-cls.
           move spaces to vinculo-rec.
           move fs-codigo to vinc-titular.
           move zeros to vinc-vinculado.
           move zeros to vinc-data.
           display ss-tela-vinculo.
       vinculos-inclui-loop.
           accept ss-vinc-dados.
           if cob-crt-status = cob-scr-esc
               go vinculos-menu
           end-if
           move spaces to ws-msgerro.
           inspect vinc-tipo converting "srf" to "SRF".
           if not vinc-socio and not vinc-representante and
              not vinc-resp-financeiro
               move "tipo de vínculo inválido (use S, R ou F)"
                   to ws-msgerro
           end-if
           if ws-msgerro equal spaces and vinc-vinculado equal zeros
               move "favor informar o código da pessoa vinculada"
                   to ws-msgerro
           end-if
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go vinculos-inclui-loop
           end-if
           call 'inclui-vinculo' using vinculo-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go vinculos-inclui-loop
           end-if
           move "vínculo incluído" to ws-msgerro.
           perform mostra-erro.
           go vinculos-inclui.
      *> --- consulta dos vínculos, com exclusão do mostrado ---
       vinculos-consulta.
           display ss-cls.
           move spaces to vinculo-rec.
           move fs-codigo to vinc-titular.
           call 'conta-vinculos' using vinculo-rec, ws-vinc-contagem,
               ws-vinc-msg, ws-vinc-stat.
           if ws-vc-titular equal zeros and ws-vc-vinculado equal zeros
               move "sem vínculos para este cliente" to ws-msgerro
               perform mostra-erro
               go vinculos-menu
           end-if
           move spaces to vinculo-rec.
           move fs-codigo to vinc-titular.
           call 'vinculos-inicia' using vinculo-rec, ws-msgerro,
               fs-stat.
       vinculos-consulta-proximo.
           call 'vinculos-proximo' using vinculo-rec, ws-vinc-outro,
               ws-msgerro, fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go vinculos-menu
           end-if
           perform vinculos-consulta-mostra.
       vinculos-consulta-navega.
           move "n próximo, e excluir, q sair" to ws-msgerro.
           move "n" to ws-erro.
           perform mostra-erro.
           evaluate true
               when e-nav-prox
                   go vinculos-consulta-proximo
               when e-nav-exclui
                   go vinculos-exclui
               when e-nav-sai
                   go vinculos-menu
               when other
                   go vinculos-consulta-navega
           end-evaluate.
       vinculos-exclui.
           move "n" to ws-erro.
           move "confirma a exclusão do vínculo (s/n)?" to ws-msgerro.
           accept ss-erro.
           if not e-sim
               go vinculos-consulta-navega
           end-if
           call 'exclui-vinculo' using vinculo-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro equal to spaces
               move "vínculo excluído" to ws-msgerro
           end-if
           perform mostra-erro.
           go vinculos-consulta.
       vinculos-fim.

      *> -----------------------------------
      *> o vínculo mostrado é lido do ponto de vista do cliente
      *> corrente: o outro lado é a pessoa vinculada ou o titular
       vinculos-consulta-mostra.
           evaluate true
               when vinc-socio
                   move "sócio" to ws-vinc-tipo-desc
               when vinc-representante
                   move "representante legal" to ws-vinc-tipo-desc
               when vinc-resp-financeiro
                   move "responsável financeiro" to ws-vinc-tipo-desc
               when other
                   move spaces to ws-vinc-tipo-desc
           end-evaluate
           if vinc-titular equal fs-codigo
               move "vinculado:" to ws-vinc-papel
           else
               move "titular:" to ws-vinc-papel
           end-if
           display ss-cls
           display ss-vinc-cliente
           display ss-vinc-info.

      *> -----------------------------------
      *> contagem de vínculos do código em ws-vinc-cod-aviso (zero
      *> = sem código, nada a contar), com as pessoas vinculadas
      *> ainda ativas para o aviso da exclusão
       confere-vinculos-ativos.
           move zeros to ws-vinc-contagem
           if ws-vinc-cod-aviso not equal zeros
               move spaces to vinculo-rec
               move ws-vinc-cod-aviso to vinc-titular
               call 'conta-vinculados-ativos' using vinculo-rec,
                   ws-vinc-contagem, ws-vinc-msg, ws-vinc-stat
           end-if.

      *> -----------------------------------
      *> resumo dos vínculos do cliente mostrado na consulta
      *> (linha 22); sem vínculo a linha fica limpa
       mostra-vinculos.
           display ss-vinc-limpa
           move zeros to ws-vinc-cod-aviso
           if fs-codigo numeric
               move fs-codigo to ws-vinc-cod-aviso
           end-if
           move zeros to ws-vinc-contagem
           if ws-vinc-cod-aviso not equal zeros
               move spaces to vinculo-rec
               move ws-vinc-cod-aviso to vinc-titular
               call 'conta-vinculos' using vinculo-rec,
                   ws-vinc-contagem, ws-vinc-msg, ws-vinc-stat
           end-if
           if ws-vc-titular > 0 or ws-vc-vinculado > 0
               display ss-vinc-aviso
           end-if.

      *> -----------------------------------
      *> situação cadastral do documento do cliente mostrado na
      *> consulta (linha 16, ao lado do cpf/cnpj); documento ainda
      *> não verificado deixa a área limpa
       mostra-situacao-documento.
           display ss-sit-limpa
           if fs-cpf numeric and fs-cpf not equal zeros
               move spaces to situacao-rec
               move fs-cpf to sit-documento
               call 'consulta-situacao-documento' using situacao-rec,
                   ws-sit-msg, ws-sit-stat
               if ws-sit-stat equal zeros
                   evaluate true
                       when sit-regular
                           move "regular" to ws-sit-desc
                       when sit-suspensa
                           move "SUSPENSA" to ws-sit-desc
                       when sit-cancelada
                           move "CANCELADA" to ws-sit-desc
                       when sit-baixada
                           move "BAIXADA" to ws-sit-desc
                       when sit-nula
                           move "NULA" to ws-sit-desc
                       when other
                           move spaces to ws-sit-desc
                   end-evaluate
                   if sit-irregular
                       display ss-sit-alerta
                   else
                       display ss-sit-aviso
                   end-if
               end-if
           end-if.

      *> -----------------------------------
      *> aviso do último atendimento em aberto do cliente mostrado
      *> na consulta (linha 21); sem código ou sem atendimento em
      *> aberto a linha fica limpa
       mostra-atendimento-aberto.
           display ss-atd-limpa
           if fs-codigo numeric and fs-codigo not equal zeros
               move spaces to atendimento-rec
               move fs-codigo to atd-codigo
               call 'ultimo-atendimento-aberto' using atendimento-rec,
                   ws-atd-msg, ws-atd-stat
               if ws-atd-stat equal zeros
                   display ss-atd-aviso
               end-if
           end-if.

      *> -----------------------------------
      *> aprovação de pendências (perfil supervisor): percorre as
      *> solicitações em aberto de exclusão, troca de telefone e
      *> unificação; "a" aprova e aplica na hora pela mesma entrada
      *> do cliente-service que a tela da operação usaria, "r"
      *> rejeita. o serviço recusa o perfil errado, a aprovação de
      *> quem pediu e a pendência vencida.
       pendencias.
           move "aprovar pendências" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to pendencia-rec.
           move zeros to pend-numero.
           call 'pendencias-inicia' using pendencia-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go pendencias-fim
           end-if
           perform pendencias-mostra.
           go pendencias-navega.
       pendencias-proximo.
           call 'pendencias-proximo' using pendencia-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go pendencias-navega
           end-if
           perform pendencias-mostra.
           go pendencias-navega.
       pendencias-anterior.
           call 'pendencias-anterior' using pendencia-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go pendencias-navega
           end-if
           perform pendencias-mostra.
       pendencias-navega.
           move "a aprovar, r rejeitar, n próximo, p anterior, q sair"
               to ws-msgerro.
           move "n" to ws-erro.
           perform mostra-erro.
           evaluate true
               when e-nav-aprova
                   go pendencias-aprova
               when e-nav-rejeita
                   go pendencias-rejeita
               when e-nav-prox
                   go pendencias-proximo
               when e-nav-ant
                   go pendencias-anterior
               when e-nav-sai
                   go pendencias-fim
               when other
                   go pendencias-navega
           end-evaluate.
       pendencias-mostra.
           display ss-cls
           display ss-tela-pendencia.
       pendencias-aprova.
           move "n" to ws-erro.
           move "confirma a aprovação (s/n)?" to ws-msgerro.
           if pend-exclusao
               move pend-codigo to ws-vinc-cod-aviso
               perform confere-vinculos-ativos
               if ws-vc-ativos > 0
                   move spaces to ws-msgerro
                   string "atenção: " ws-vc-ativos
                          " pessoas vinculadas ativas - confirma a "
                          "aprovação (s/n)?"
                          delimited by size into ws-msgerro
                   end-string
               end-if
           end-if.
           accept ss-erro.
           if not e-sim
               go pendencias-navega
           end-if
           call 'aprova-pendencia' using pendencia-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go pendencias-navega
           end-if
      *> aprovada: a operação é aplicada agora, com o supervisor
      *> como autor; o serviço fecha a pendência com o resultado
           move spaces to file1-rec.
           move pend-fone to fs-fone.
           evaluate true
               when pend-exclusao
                   call 'inativa-cliente' using file1-rec, ws-msgerro,
                       fs-stat
               when pend-troca
                   move pend-fone-novo to ws-fone-novo
                   call 'troca-telefone' using file1-rec, ws-fone-novo,
                       ws-msgerro, fs-stat
               when other
                   move pend-fone-novo to ws-fone-sobrev
                   call 'unifica-cliente' using file1-rec,
                       ws-fone-sobrev, ws-msgerro, fs-stat
           end-evaluate.
           if ws-msgerro equal to spaces
               move "pendência aprovada e aplicada" to ws-msgerro
           end-if.
           perform mostra-erro.
           go pendencias-proximo.
       pendencias-rejeita.
           move "n" to ws-erro.
           move "confirma a rejeição (s/n)?" to ws-msgerro.
           accept ss-erro.
           if not e-sim
               go pendencias-navega
           end-if
           call 'rejeita-pendencia' using pendencia-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro equal to spaces
               move "pendência rejeitada" to ws-msgerro
           end-if.
           perform mostra-erro.
           go pendencias-proximo.
       pendencias-fim.

      *> -----------------------------------
      *> fila de saneamento: o operador percorre os itens na ordem
      *> de prioridade; "a" entra na alteração do cliente e, na
      *> volta, o cliente sem lacuna sai da fila. item de cliente
      *> que não está mais na base ativa sai sem passar pela tela
       saneamento.
           move "saneamento" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to saneamento-rec.
           move zeros to san-seq.
       saneamento-proximo.
           call 'saneamento-proximo' using saneamento-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go saneamento-fim
           end-if
           move spaces to file1-rec.
           move san-fone to fs-fone.
           call 'busca-cliente' using file1-rec, ws-san-msg,
               ws-san-stat.
           if ws-san-msg not equal to spaces or fs-inativo
               call 'saneamento-confere' using saneamento-rec,
                   ws-san-msg, ws-san-stat
               go saneamento-proximo
           end-if
           perform saneamento-mostra.
       saneamento-navega.
           move "a alterar, n próximo, q sair" to ws-msgerro.
           move "n" to ws-erro.
           perform mostra-erro.
           evaluate true
               when e-nav-aprova
                   go saneamento-altera
               when e-nav-prox
                   go saneamento-proximo
               when e-nav-sai
                   go saneamento-fim
               when other
                   go saneamento-navega
           end-evaluate.
       saneamento-mostra.
           perform monta-lacunas-saneamento
           move "saneamento" to ws-op
           display ss-cls
           display ss-tela-registro
           display ss-dados
           display ss-san-info.
       saneamento-altera.
           move "s" to ws-saneando.
           move "n" to ws-san-lido.
           perform altera thru altera-fim.
           move "n" to ws-saneando.
           call 'saneamento-confere' using saneamento-rec, ws-msgerro,
               fs-stat.
           if ws-msgerro not equal to spaces
               perform mostra-erro
               go saneamento-proximo
           end-if
           if san-pontos equal zeros
               move "cadastro completo - cliente retirado da fila"
                   to ws-msgerro
               perform mostra-erro
               go saneamento-proximo
           end-if
           move spaces to file1-rec.
           move san-fone to fs-fone.
           call 'busca-cliente' using file1-rec, ws-san-msg,
               ws-san-stat.
           perform saneamento-mostra.
           go saneamento-navega.
       saneamento-fim.

      *> as lacunas que ainda faltam no item corrente
       monta-lacunas-saneamento.
           move spaces to ws-san-desc
           move 1 to ws-san-ptr
           if san-sem-documento
               string "documento " delimited by size
                   into ws-san-desc with pointer ws-san-ptr
               end-string
           end-if
           if san-endereco-antigo
               string "endereço " delimited by size
                   into ws-san-desc with pointer ws-san-ptr
               end-string
           end-if
           if san-email-devolvido
               string "e-mail " delimited by size
                   into ws-san-desc with pointer ws-san-ptr
               end-string
           end-if
           if san-sem-codigo
               string "código " delimited by size
                   into ws-san-desc with pointer ws-san-ptr
               end-string
           end-if.

      *> -----------------------------------
      *> tipo r/s/i, texto obrigatório, data de retorno (se
      *> informada) válida e, no atendimento em aberto, não anterior
      *> a hoje; situação a/r
       valida-atendimento.
           move spaces to ws-msgerro
           inspect atd-tipo converting "rsi" to "RSI"
           inspect atd-situacao converting "ar" to "AR"
           if atd-situacao equal space
               set atd-aberto to true
           end-if
           if not atd-reclamacao and not atd-solicitacao and
              not atd-informacao
               move "tipo inválido (use R, S ou I)" to ws-msgerro
           end-if
           if ws-msgerro equal spaces and atd-texto equal spaces
               move "favor informar o texto do atendimento"
                   to ws-msgerro
           end-if
           if ws-msgerro equal spaces and
              not atd-aberto and not atd-resolvido
               move "situação inválida (use A ou R)" to ws-msgerro
           end-if
           if ws-msgerro equal spaces and atd-retorno not equal zeros
               move atd-retorno to ws-atd-retorno
               if ws-atd-ret-ano < 2000 or
                  ws-atd-ret-mes < 1 or ws-atd-ret-mes > 12 or
                  ws-atd-ret-dia < 1 or ws-atd-ret-dia > 31
                   move "data de retorno inválida (aaaammdd)"
                       to ws-msgerro
               end-if
           end-if
           if ws-msgerro equal spaces and atd-retorno not equal zeros
              and atd-aberto
               accept ws-atd-hoje from date yyyymmdd
               if atd-retorno < ws-atd-hoje
                   move "data de retorno já passou" to ws-msgerro
               end-if
           end-if.

      *> -----------------------------------
      *> nome obrigatório, telefone (se informado) com as mesmas
      *> críticas do cadastro, e-mail com cara de endereço e marca
      *> de principal s/n; as críticas de telefone e e-mail olham
      *> o registro do cliente, que é guardado e reposto
       valida-contato.
           move spaces to ws-msgerro
           inspect cont-principal converting "sn" to "SN"
           if cont-principal equal space
               set cont-nao-principal to true
           end-if
           if cont-nome equal spaces
               move "favor informar o nome do contato" to ws-msgerro
           end-if
           if ws-msgerro equal spaces and
              cont-fone equal zeros and cont-email equal spaces
               move "informe o telefone ou o e-mail do contato"
                   to ws-msgerro
           end-if
           if ws-msgerro equal spaces and
              not cont-e-principal and not cont-nao-principal
               move "principal inválido (use S ou N)" to ws-msgerro
           end-if
           if ws-msgerro equal spaces
               move file1-rec to ws-cli-guarda
               move cont-fone  to fs-fone
               move cont-email to fs-email
               if cont-fone not equal zeros
                   perform valida-telefone
                   move ws-fone-msg to ws-msgerro
               end-if
               if ws-msgerro equal spaces
                   perform valida-email
                   move ws-email-msg to ws-msgerro
               end-if
               move ws-cli-guarda to file1-rec
           end-if.

      *> -----------------------------------
      *> le cliente e mostra mensagem se chave não existe
       le-cliente.
      *> travado até o chamador regravar ou chamar libera-cliente,
      *> para dois operadores não se atropelarem no mesmo cliente
       le-cliente-edicao.
           if e-saneando
               perform le-cliente-saneamento
                   thru le-cliente-saneamento-fim
               go le-cliente-edicao-fim
           end-if
           accept ss-chave.
           if not cob-crt-status = cob-scr-esc
               call 'busca-cliente-edicao' using file1-rec, ws-msgerro,
           end-if.
       le-cliente-edicao-fim.

      *> -----------------------------------
      *> na opção saneamento o cliente vem do item da fila: a
      *> primeira passada lê e trava, a segunda (depois de gravar,
      *> de esc ou de erro de crítica) devolve cancelamento e a
      *> alteração volta para a fila
       le-cliente-saneamento.
           if san-lido
               move 99 to fs-stat
               go le-cliente-saneamento-fim
           end-if
           move "s" to ws-san-lido.
           move spaces to file1-rec.
           move san-fone to fs-fone.
           call 'busca-cliente-edicao' using file1-rec, ws-msgerro,
               fs-stat.
           if fs-ok and fs-inativo
               move "cliente inativo" to ws-msgerro
               move 35 to fs-stat
               call 'libera-cliente' using file1-rec, ws-lock-msg,
                   ws-lock-stat
           end-if
           if ws-msgerro not equal to spaces
               perform mostra-erro
           else
               display ss-tela-registro
               display ss-san-info
           end-if.
       le-cliente-saneamento-fim.

      *> -----------------------------------
      *> valida se fs-fone tem cara de ddd + número reais: rejeita
      *> zero e dígito repetido, e confere o código de área na
      *> tabela ddds.dat pelo cliente-service; enquanto a tabela
      *> não estiver carregada vale a regra antiga de faixa 11-99.
      *> o número depois do ddd tem 8 dígitos (fixo, com zero à
      *> esquerda) ou 9 (celular, começando por 9)
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
               end-if
           end-if.

      *> -----------------------------------
      *> filial em branco é cliente da matriz; preenchida, precisa
      *> estar em filiais.dat (conferida pelo cliente-service, que
      *> além disso mantém o cliente na filial do operador quando
      *> ele não é da matriz)
       valida-filial.
           move spaces to ws-fil-msg
           inspect fs-filial converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if fs-filial not equal spaces
               move spaces to filial-rec
               move fs-filial to fil-codigo
               call 'consulta-filial' using filial-rec, ws-fil-msg,
                   ws-fil-stat
           end-if.

      *> -----------------------------------
      *> cep em branco é aceito (não informado): o blank when zeros
      *> de fs-cep guarda zeros como espaços, então o campo fica

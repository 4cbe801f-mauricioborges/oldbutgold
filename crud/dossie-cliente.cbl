          >>source format free
       identification division.
       program-id. dossie-cliente.
       environment division.

       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> tudo é lido do espelho e dos arquivos de apoio, sem passar
      *> pelo cliente-service; lock mode manual para o dossiê poder
      *> sair com as sessões de cadastro abertas
           select file1 assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fs-stat
               record key is fs-key
               alternate record key is fs-nome
                   with duplicates.
           select historico assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fh-stat
               record key is hist-key.
           select arquivo-morto assign to disk
               organization is sequential
               file status is fm-stat.
           select contratos assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fco-stat
               record key is ctr-key.
           select contatos assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fcn-stat
               record key is cont-key
               alternate record key is cont-fone
                   with duplicates.
           select atendimentos assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fat-stat
               record key is atd-key.
           select vinculos assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fvi-stat
               record key is vinc-key
               alternate record key is vinc-vinculado
                   with duplicates.
           select log-aud assign to disk
               organization is line sequential
               file status is fa-stat.
           select acessos assign to disk
               organization is line sequential
               file status is face-stat.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
       fd file1 value of file-id is "clientes.dat".
       copy clireg.

       fd historico value of file-id is "clientes-historico.dat".
       copy clihist.

      *> mesmo layout do clihist.cpy (versões expurgadas pelo
      *> expurga-historico)
       fd arquivo-morto value of file-id is "historico-arquivado.dat".
       01 morto-rec.
           05 morto-key.
               10 morto-fone pic 9(11).
               10 morto-seq  pic 9(04).
           05 morto-data     pic 9(08).
           05 morto-hora     pic 9(08).
           05 morto-operador pic x(06).
           05 morto-operacao pic x(12).
           05 morto-imagem   pic x(244).

       fd contratos value of file-id is "contratos-clientes.dat".
       copy ctrreg.

       fd contatos value of file-id is "contatos-clientes.dat".
       copy contreg.

       fd atendimentos value of file-id is "atendimentos-clientes.dat".
       copy atdreg.

       fd vinculos value of file-id is "vinculos-clientes.dat".
       copy vincreg.

      *> espelho do layout gravado pelo grava-auditoria do
      *> cliente-service; serve ao log corrente e aos fechamentos
      *> mensais (auditoria-aaaamm.log), pelo nome em ws-nome-log
       fd log-aud value of file-id is ws-nome-log.
       01 auditoria-rec.
           05 aud-data         pic 9(08).
           05 filler           pic x(01).
           05 aud-hora         pic 9(08).
           05 filler           pic x(01).
           05 aud-operador     pic x(06).
           05 filler           pic x(01).
           05 aud-operacao     pic x(12).
           05 filler           pic x(01).
           05 aud-fone         pic 9(11).
           05 filler           pic x(01).
           05 aud-fone-novo    pic 9(11).
           05 filler           pic x(01).
           05 aud-nome-antes   pic x(40).
           05 filler           pic x(01).
           05 aud-end-antes    pic x(111).
           05 filler           pic x(01).
           05 aud-nome-depois  pic x(40).
           05 filler           pic x(01).
           05 aud-end-depois   pic x(111).
           05 filler           pic x(01).
           05 aud-codigo       pic 9(06).
           05 filler           pic x(26).

      *> espelho do layout gravado pelo grava-acesso do
      *> cliente-service
       fd acessos value of file-id is "acessos-clientes.log".
       01 acesso-linha.
           05 ace-data     pic 9(08).
           05 filler       pic x(01).
           05 ace-hora     pic 9(08).
           05 filler       pic x(01).
           05 ace-operador pic x(06).
           05 filler       pic x(01).
           05 ace-modo     pic x(12).
           05 filler       pic x(01).
           05 ace-fone     pic 9(11).
           05 filler       pic x(01).
           05 ace-codigo   pic 9(06).
           05 filler       pic x(26).

       fd relatorio value of file-id is "dossie-cliente.lst".
       01 relatorio-rec pic x(132).

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok         value zeros.
           88 fs-fim        value 10.
       77 fh-stat pic 9(02).
           88 fh-ok         value zeros.
       77 fm-stat pic 9(02).
           88 fm-ok         value zeros.
       77 fco-stat pic 9(02).
           88 fco-ok        value zeros.
       77 fcn-stat pic 9(02).
           88 fcn-ok        value zeros.
       77 fat-stat pic 9(02).
           88 fat-ok        value zeros.
       77 fvi-stat pic 9(02).
           88 fvi-ok        values 0 2.
       77 fa-stat pic 9(02).
           88 fa-ok         value zeros.
           88 fa-nao-existe value 35.
       77 face-stat pic 9(02).
           88 face-ok       value zeros.
       77 fr-stat pic 9(02).

      *> o cliente pedido vem na linha de comando como no
      *> relata-acessos: 7 dígitos ou mais é telefone, até 6 é o
      *> código permanente; um segundo parâmetro aaaamm diz o
      *> primeiro fechamento mensal da auditoria a varrer
       77 ws-param  pic x(40).
       77 ws-tok-pedido pic x(14).
       77 ws-tok-desde  pic x(10).
       77 ws-param-j pic x(14) justified right.
       77 ws-pedido pic 9(14).
       77 ws-codigo pic 9(06) value zeros.
       77 ws-fone-pedido pic 9(11) value zeros.
       77 ws-achou-cadastro pic x value "n".
           88 achou-cadastro value "s".

      *> telefones do cliente: o pedido (ou o atual do cadastro) e
      *> os das trocas registradas na auditoria sob o código; as
      *> linhas e versões anteriores ao código casam por eles
       01 ws-fones.
           05 ws-fone-tab pic 9(11) occurs 30.
       77 ws-qtd-fones pic 9(02) value zeros.
       77 ws-fone-i    pic 9(02).
       77 ws-fone-teste pic 9(11).
       77 ws-fone-achou pic x.
           88 fone-do-cliente value "s".
       77 ws-casou pic x.
           88 linha-do-cliente value "s".

       01 ws-mes.
           05 ws-mes-ano pic 9(04).
           05 ws-mes-mm  pic 9(02).
       01 ws-mes-num redefines ws-mes pic 9(06).
       01 ws-desde pic 9(06) value 200001.
       01 ws-hoje.
           05 ws-hoje-aaaamm pic 9(06).
           05 ws-hoje-dia    pic 9(02).
       01 ws-hoje-data redefines ws-hoje pic 9(08).

       01 ws-nome-log pic x(40).
       01 ws-nome-mes.
           05 filler       pic x(10) value "auditoria-".
           05 ws-nm-aaaamm pic 9(06).
           05 filler       pic x(04) value ".log".

      *> a mesma varredura dos logs de auditoria serve para apurar
      *> os telefones (antes de imprimir) e para imprimir as linhas
       77 ws-fase pic x value "a".
           88 fase-apura   value "a".
           88 fase-imprime value "i".
       77 ws-log-impresso pic x.
           88 log-impresso value "s".

       77 ws-fim pic x.
           88 e-fim value "s".

       77 ws-linha pic x(132).
       77 ws-titulo pic x(60).

       01 ws-ctr-valor-ed pic zz.zzz.zz9,99.

       77 ws-qtd-hist    pic 9(05) value zeros.
       77 ws-qtd-morto   pic 9(05) value zeros.
       77 ws-qtd-ctr     pic 9(05) value zeros.
       77 ws-qtd-cont    pic 9(05) value zeros.
       77 ws-qtd-atd     pic 9(05) value zeros.
       77 ws-qtd-vinc    pic 9(05) value zeros.
       77 ws-qtd-aud     pic 9(07) value zeros.
       77 ws-qtd-ace     pic 9(07) value zeros.
       77 ws-qtd-meses   pic 9(04) value zeros.

       procedure division.
       inicio.
           accept ws-param from command-line
           perform trata-parametro
           if ws-pedido equal zeros
               display "dossie-cliente: informe o telefone (11 "
                   "dígitos) ou o código permanente do cliente "
                   "[e o primeiro mês de auditoria fechada, aaaamm]"
               move 8 to return-code
               stop run
           end-if
           accept ws-hoje from date yyyymmdd
           open input file1
           if not fs-ok
               display "dossie-cliente: clientes.dat não abriu "
                   "(file status " fs-stat ")"
               move 8 to return-code
               stop run
           end-if
           perform localiza-cliente
           set fase-apura to true
           perform varre-auditorias
      *> pedido por um telefone antigo: o código veio da auditoria
           if not achou-cadastro and ws-codigo not equal zeros
               perform localiza-por-codigo
           end-if
           open output relatorio
           perform imprime-cabecalho
           perform secao-cadastro
           perform secao-historico
           perform secao-arquivado
           perform secao-contratos
           perform secao-contatos thru secao-contatos-fim
           perform secao-atendimentos thru secao-atendimentos-fim
           perform secao-vinculos thru secao-vinculos-fim
           move "auditoria (gravações)" to ws-titulo
           perform imprime-secao
           set fase-imprime to true
           perform varre-auditorias
           perform secao-acessos thru secao-acessos-fim
           perform imprime-rodape
           close file1
           close relatorio
           display "dossie-cliente: código " ws-codigo " - "
               ws-qtd-hist " versões, " ws-qtd-morto " arquivadas, "
               ws-qtd-aud " linhas de auditoria, " ws-qtd-ace
               " acessos"
           stop run.

      *> -----------------------------------
       trata-parametro.
           move spaces to ws-tok-pedido
           move spaces to ws-tok-desde
           unstring ws-param delimited by all spaces
               into ws-tok-pedido, ws-tok-desde
           end-unstring
           move zeros to ws-pedido
           if ws-tok-pedido not equal spaces
               move function trim(ws-tok-pedido) to ws-param-j
               inspect ws-param-j replacing leading space by zero
               if ws-param-j numeric
                   move ws-param-j to ws-pedido
               end-if
           end-if
           if ws-pedido > 999999
               move ws-pedido to ws-fone-pedido
           else
               move ws-pedido to ws-codigo
           end-if
           if ws-tok-desde(1:6) numeric and
              ws-tok-desde(7:4) equal spaces
               move ws-tok-desde(1:6) to ws-mes-num
               if ws-mes-mm > 0 and ws-mes-mm < 13
                   move ws-mes-num to ws-desde
               end-if
           end-if.

      *> -----------------------------------
      *> cadastro pelo telefone (chave) ou pelo código (varredura);
      *> o telefone atual entra na tabela de telefones do cliente
       localiza-cliente.
           if ws-fone-pedido not equal zeros
               move ws-fone-pedido to fs-fone
               read file1
                   invalid key
                       continue
               end-read
               if fs-ok
                   move "s" to ws-achou-cadastro
                   if fs-codigo numeric
                       move fs-codigo to ws-codigo
                   end-if
               end-if
               move ws-fone-pedido to ws-fone-teste
               perform inclui-fone
           else
               perform localiza-por-codigo
           end-if
           if achou-cadastro
               move fs-fone to ws-fone-teste
               perform inclui-fone
           end-if.

       localiza-por-codigo.
           move "n" to ws-fim
           move low-values to file1-rec
           start file1 key is not less than fs-key
               invalid key
                   move "s" to ws-fim
           end-start
           perform until e-fim
               read file1 next record
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fs-ok
                   if fs-codigo numeric and fs-codigo equal ws-codigo
                       move "s" to ws-achou-cadastro
                       move "s" to ws-fim
                   end-if
               end-if
               if not e-fim and not fs-ok
                   move "s" to ws-fim
               end-if
           end-perform
           if achou-cadastro
               move fs-fone to ws-fone-teste
               perform inclui-fone
           end-if.

      *> -----------------------------------
       inclui-fone.
           perform confere-fone
           if not fone-do-cliente and ws-fone-teste not equal zeros
              and ws-qtd-fones < 30
               add 1 to ws-qtd-fones
               move ws-fone-teste to ws-fone-tab(ws-qtd-fones)
           end-if.

       confere-fone.
           move "n" to ws-fone-achou
           perform varying ws-fone-i from 1 by 1
                   until ws-fone-i > ws-qtd-fones
               if ws-fone-tab(ws-fone-i) equal ws-fone-teste
                   move "s" to ws-fone-achou
               end-if
           end-perform.

      *> -----------------------------------
      *> imagem do cliente (cadastro ou versão) pelo código gravado
      *> nela; sem código, pelos telefones do cliente
       confere-imagem.
           move "n" to ws-casou
           if fs-codigo numeric and fs-codigo not equal zeros
               if fs-codigo equal ws-codigo
                   move "s" to ws-casou
               end-if
           else
               move fs-fone to ws-fone-teste
               perform confere-fone
               if fone-do-cliente
                   move "s" to ws-casou
               end-if
           end-if.

      *> -----------------------------------
       imprime-cabecalho.
           move spaces to ws-linha
           string "dossiê do cliente - dados mantidos sobre o titular"
                  "   emitido em " ws-hoje-data
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           if ws-fone-pedido not equal zeros
               string "pedido pelo telefone " ws-fone-pedido
                      delimited by size into ws-linha
               end-string
           else
               string "pedido pelo código " ws-codigo
                      delimited by size into ws-linha
               end-string
           end-if
           perform escreve
           move spaces to ws-linha
           string "código permanente: " ws-codigo
                  "   telefones do cliente: " ws-qtd-fones
                  delimited by size into ws-linha
           end-string
           perform escreve
           perform varying ws-fone-i from 1 by 1
                   until ws-fone-i > ws-qtd-fones
               move spaces to ws-linha
               string "   " ws-fone-tab(ws-fone-i)
                      delimited by size into ws-linha
               end-string
               perform escreve
           end-perform.

      *> -----------------------------------
       imprime-secao.
           move spaces to ws-linha
           perform escreve
           move ws-titulo to ws-linha
           perform escreve
           move all "-" to ws-linha
           perform escreve.

      *> -----------------------------------
      *> campos de file1-rec (cadastro ou imagem de versão)
       imprime-registro.
           move spaces to ws-linha
           string "    telefone: " fs-fone "  código: " fs-codigo
                  "  situação: " fs-status "  tipo: " fs-tipo-pessoa
                  "  cpf/cnpj: " fs-cpf
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "    nome: " fs-nome
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "    endereço: " fs-logradouro " " fs-numero " "
                  fs-complemento
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "              " fs-bairro " " fs-cidade " "
                  fs-uf " cep " fs-cep
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "    e-mail: " fs-email "  devolvido: "
                  fs-email-sit "  última manutenção: "
                  fs-data-manut " " fs-hora-manut
                  delimited by size into ws-linha
           end-string
           perform escreve.

      *> -----------------------------------
       secao-cadastro.
           move "cadastro atual" to ws-titulo
           perform imprime-secao
           if achou-cadastro
               perform imprime-registro
           else
               move "    cliente não encontrado no cadastro" to ws-linha
               perform escreve
           end-if.

      *> -----------------------------------
      *> versões do clientes-historico.dat: a imagem é posta em
      *> file1-rec (o cadastro já foi impresso) para casar e
      *> imprimir pelos mesmos parágrafos
       secao-historico.
           move "versões anteriores (histórico)" to ws-titulo
           perform imprime-secao
           open input historico
           if not fh-ok
               move "    histórico não disponível" to ws-linha
               perform escreve
           else
               move "n" to ws-fim
               move low-values to hist-rec
               start historico key is not less than hist-key
                   invalid key
                       move "s" to ws-fim
               end-start
               perform until e-fim
                   read historico next record
                       at end
                           move "s" to ws-fim
                   end-read
                   if not e-fim and fh-ok
                       move hist-imagem to file1-rec
                       perform confere-imagem
                       if linha-do-cliente
                           add 1 to ws-qtd-hist
                           move spaces to ws-linha
                           string "  versão " hist-seq " de " hist-fone
                                  "  em " hist-data " " hist-hora
                                  "  operador " hist-operador
                                  "  operação " hist-operacao
                                  delimited by size into ws-linha
                           end-string
                           perform escreve
                           perform imprime-registro
                       end-if
                   end-if
                   if not e-fim and not fh-ok
                       move "s" to ws-fim
                   end-if
               end-perform
               close historico
           end-if.

      *> -----------------------------------
       secao-arquivado.
           move "versões arquivadas (historico-arquivado.dat)"
               to ws-titulo
           perform imprime-secao
           open input arquivo-morto
           if not fm-ok
               move "    arquivo morto não disponível" to ws-linha
               perform escreve
           else
               move "n" to ws-fim
               perform until e-fim
                   read arquivo-morto
                       at end
                           move "s" to ws-fim
                   end-read
                   if not e-fim and fm-ok
                       move morto-imagem to file1-rec
                       perform confere-imagem
                       if linha-do-cliente
                           add 1 to ws-qtd-morto
                           move spaces to ws-linha
                           string "  versão " morto-seq " de "
                                  morto-fone "  em " morto-data " "
                                  morto-hora "  operador "
                                  morto-operador "  operação "
                                  morto-operacao
                                  delimited by size into ws-linha
                           end-string
                           perform escreve
                           perform imprime-registro
                       end-if
                   end-if
                   if not e-fim and not fm-ok
                       move "s" to ws-fim
                   end-if
               end-perform
               close arquivo-morto
           end-if.

      *> -----------------------------------
      *> os contratos são refilados na troca de telefone; varre
      *> pelos telefones do cliente
       secao-contratos.
           move "contratos" to ws-titulo
           perform imprime-secao
           open input contratos
           if not fco-ok
               move "    contratos não disponíveis" to ws-linha
               perform escreve
           else
               move "n" to ws-fim
               move low-values to contrato-rec
               start contratos key is not less than ctr-key
                   invalid key
                       move "s" to ws-fim
               end-start
               perform until e-fim
                   read contratos next record
                       at end
                           move "s" to ws-fim
                   end-read
                   if not e-fim and fco-ok
                       move ctr-fone to ws-fone-teste
                       perform confere-fone
                       if fone-do-cliente
                           add 1 to ws-qtd-ctr
                           move ctr-valor to ws-ctr-valor-ed
                           move spaces to ws-linha
                           string "  " ctr-fone " seq " ctr-seq
                                  "  nº " ctr-numero "  " ctr-descricao
                                  "  início " ctr-inicio
                                  "  valor " ws-ctr-valor-ed
                                  "  situação " ctr-situacao
                                  delimited by size into ws-linha
                           end-string
                           perform escreve
                       end-if
                   end-if
                   if not e-fim and not fco-ok
                       move "s" to ws-fim
                   end-if
               end-perform
               close contratos
           end-if.

      *> -----------------------------------
       secao-contatos.
           move "contatos e telefones secundários" to ws-titulo
           perform imprime-secao
           if ws-codigo equal zeros
               go secao-contatos-fim
           end-if
           open input contatos
           if not fcn-ok
               move "    contatos não disponíveis" to ws-linha
               perform escreve
               go secao-contatos-fim
           end-if
           move "n" to ws-fim
           move ws-codigo to cont-codigo
           move zeros to cont-seq
           start contatos key is not less than cont-key
               invalid key
                   move "s" to ws-fim
           end-start
           perform until e-fim
               read contatos next record
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fcn-ok
                   if cont-codigo equal ws-codigo
                       add 1 to ws-qtd-cont
                       move spaces to ws-linha
                       string "  seq " cont-seq "  " cont-nome "  "
                              cont-cargo "  " cont-fone "  "
                              cont-email "  principal " cont-principal
                              delimited by size into ws-linha
                       end-string
                       perform escreve
                   else
                       move "s" to ws-fim
                   end-if
               end-if
               if not e-fim and not fcn-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close contatos.
       secao-contatos-fim.

      *> -----------------------------------
       secao-atendimentos.
           move "atendimentos" to ws-titulo
           perform imprime-secao
           if ws-codigo equal zeros
               go secao-atendimentos-fim
           end-if
           open input atendimentos
           if not fat-ok
               move "    atendimentos não disponíveis" to ws-linha
               perform escreve
               go secao-atendimentos-fim
           end-if
           move "n" to ws-fim
           move ws-codigo to atd-codigo
           move zeros to atd-seq
           start atendimentos key is not less than atd-key
               invalid key
                   move "s" to ws-fim
           end-start
           perform until e-fim
               read atendimentos next record
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fat-ok
                   if atd-codigo equal ws-codigo
                       add 1 to ws-qtd-atd
                       move spaces to ws-linha
                       string "  seq " atd-seq "  em " atd-data " "
                              atd-hora "  operador " atd-operador
                              "  tipo " atd-tipo "  retorno "
                              atd-retorno "  situação " atd-situacao
                              "  resolvido " atd-data-res " "
                              atd-oper-res
                              delimited by size into ws-linha
                       end-string
                       perform escreve
                       move spaces to ws-linha
                       string "    " atd-texto-1 atd-texto-2(1:60)
                              delimited by size into ws-linha
                       end-string
                       perform escreve
                       if atd-texto-3 not equal spaces
                           move spaces to ws-linha
                           string "    " atd-texto-3
                                  delimited by size into ws-linha
                           end-string
                           perform escreve
                       end-if
                   else
                       move "s" to ws-fim
                   end-if
               end-if
               if not e-fim and not fat-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close atendimentos.
       secao-atendimentos-fim.

      *> -----------------------------------
      *> os dois lados: as pessoas vinculadas ao cliente (chave
      *> primária) e os titulares a que ele está vinculado (chave
      *> alternativa)
       secao-vinculos.
           move "vínculos" to ws-titulo
           perform imprime-secao
           if ws-codigo equal zeros
               go secao-vinculos-fim
           end-if
           open input vinculos
           if not fvi-ok
               move "    vínculos não disponíveis" to ws-linha
               perform escreve
               go secao-vinculos-fim
           end-if
           move "n" to ws-fim
           move ws-codigo to vinc-titular
           move zeros to vinc-vinculado
           move low-values to vinc-tipo
           start vinculos key is not less than vinc-key
               invalid key
                   move "s" to ws-fim
           end-start
           perform until e-fim
               read vinculos next record
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fvi-ok
                   if vinc-titular equal ws-codigo
                       add 1 to ws-qtd-vinc
                       move spaces to ws-linha
                       string "  titular de " vinc-vinculado
                              "  tipo " vinc-tipo "  desde " vinc-data
                              "  operador " vinc-operador
                              delimited by size into ws-linha
                       end-string
                       perform escreve
                   else
                       move "s" to ws-fim
                   end-if
               end-if
               if not e-fim and not fvi-ok
                   move "s" to ws-fim
               end-if
           end-perform
           move "n" to ws-fim
           move ws-codigo to vinc-vinculado
           start vinculos key is equal vinc-vinculado
               invalid key
                   move "s" to ws-fim
           end-start
           perform until e-fim
               read vinculos next record
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fvi-ok
                   if vinc-vinculado equal ws-codigo
                       add 1 to ws-qtd-vinc
                       move spaces to ws-linha
                       string "  vinculado a " vinc-titular
                              "  tipo " vinc-tipo "  desde " vinc-data
                              "  operador " vinc-operador
                              delimited by size into ws-linha
                       end-string
                       perform escreve
                   else
                       move "s" to ws-fim
                   end-if
               end-if
               if not e-fim and not fvi-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close vinculos.
       secao-vinculos-fim.

      *> -----------------------------------
      *> fechamentos mensais do mês inicial até o corrente e, por
      *> último, o log corrente - em ordem cronológica, para a
      *> apuração seguir as trocas de telefone na ordem em que
      *> aconteceram
       varre-auditorias.
           move ws-desde to ws-mes-num
           perform until ws-mes-num > ws-hoje-aaaamm
               move ws-mes-num to ws-nm-aaaamm
               move ws-nome-mes to ws-nome-log
               perform varre-log thru varre-log-fim
               if ws-mes-mm equal 12
                   add 1 to ws-mes-ano
                   move 1 to ws-mes-mm
               else
                   add 1 to ws-mes-mm
               end-if
           end-perform
           move "auditoria-clientes.log" to ws-nome-log
           perform varre-log thru varre-log-fim.

       varre-log.
           move "n" to ws-log-impresso
           open input log-aud
           if fa-nao-existe
               go varre-log-fim
           end-if
           move "n" to ws-fim
           perform until e-fim
               read log-aud
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fa-ok
                   perform confere-linha-aud
                   if linha-do-cliente
                       if fase-apura
                           perform apura-linha
                       else
                           perform imprime-linha-aud
                       end-if
                   end-if
               end-if
               if not e-fim and not fa-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close log-aud.
       varre-log-fim.

      *> linha do cliente pelo código; as anteriores ao código (ou
      *> com o código ainda desconhecido), pelos telefones
       confere-linha-aud.
           move "n" to ws-casou
           if aud-codigo numeric and aud-codigo not equal zeros and
              ws-codigo not equal zeros
               if aud-codigo equal ws-codigo
                   move "s" to ws-casou
               end-if
           else
               move aud-fone to ws-fone-teste
               perform confere-fone
               if not fone-do-cliente and aud-fone-novo numeric
                   move aud-fone-novo to ws-fone-teste
                   perform confere-fone
               end-if
               if fone-do-cliente
                   move "s" to ws-casou
               end-if
           end-if.

      *> adota o código da primeira linha casada que o tiver e
      *> acumula os números das trocas de telefone
       apura-linha.
           if ws-codigo equal zeros and aud-codigo numeric
               move aud-codigo to ws-codigo
           end-if
           if aud-fone numeric
               move aud-fone to ws-fone-teste
               perform inclui-fone
           end-if
           if aud-fone-novo numeric
               move aud-fone-novo to ws-fone-teste
               perform inclui-fone
           end-if.

       imprime-linha-aud.
           if not log-impresso
               move "s" to ws-log-impresso
               move spaces to ws-linha
               string "  [" function trim(ws-nome-log) "]"
                      delimited by size into ws-linha
               end-string
               perform escreve
               if ws-nome-log not equal "auditoria-clientes.log"
                   add 1 to ws-qtd-meses
               end-if
           end-if
           add 1 to ws-qtd-aud
           move spaces to ws-linha
           string "  " aud-data " " aud-hora "  operador "
                  aud-operador "  " aud-operacao "  telefone "
                  aud-fone "  novo " aud-fone-novo "  código "
                  aud-codigo
                  delimited by size into ws-linha
           end-string
           perform escreve
           if aud-nome-antes not equal spaces or
              aud-end-antes not equal spaces
               move spaces to ws-linha
               string "    antes:  " aud-nome-antes
                      delimited by size into ws-linha
               end-string
               perform escreve
               if aud-end-antes not equal spaces
                   move spaces to ws-linha
                   string "            " aud-end-antes
                          delimited by size into ws-linha
                   end-string
                   perform escreve
               end-if
           end-if
           if aud-nome-depois not equal spaces or
              aud-end-depois not equal spaces
               move spaces to ws-linha
               string "    depois: " aud-nome-depois
                      delimited by size into ws-linha
               end-string
               perform escreve
               if aud-end-depois not equal spaces
                   move spaces to ws-linha
                   string "            " aud-end-depois
                          delimited by size into ws-linha
                   end-string
                   perform escreve
               end-if
           end-if.

      *> -----------------------------------
      *> quem viu o registro: pelo código; as leituras anteriores
      *> ao código, pelos telefones do cliente
       secao-acessos.
           move "acessos (quem consultou o registro)" to ws-titulo
           perform imprime-secao
           open input acessos
           if not face-ok
               move "    log de acessos não disponível" to ws-linha
               perform escreve
               go secao-acessos-fim
           end-if
           move "n" to ws-fim
           perform until e-fim
               read acessos
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and face-ok
                   move "n" to ws-casou
                   if ace-codigo numeric and ace-codigo not equal zeros
                      and ws-codigo not equal zeros
                       if ace-codigo equal ws-codigo
                           move "s" to ws-casou
                       end-if
                   else
                       move ace-fone to ws-fone-teste
                       perform confere-fone
                       if fone-do-cliente
                           move "s" to ws-casou
                       end-if
                   end-if
                   if linha-do-cliente
                       add 1 to ws-qtd-ace
                       move spaces to ws-linha
                       string "  " ace-data " " ace-hora
                              "  operador " ace-operador
                              "  modo " ace-modo
                              "  telefone " ace-fone
                              "  código " ace-codigo
                              delimited by size into ws-linha
                       end-string
                       perform escreve
                   end-if
               end-if
               if not e-fim and not face-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close acessos.
       secao-acessos-fim.

      *> -----------------------------------
       imprime-rodape.
           move "resumo" to ws-titulo
           perform imprime-secao
           move spaces to ws-linha
           string "  versões no histórico:        " ws-qtd-hist
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "  versões arquivadas:          " ws-qtd-morto
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "  contratos:                   " ws-qtd-ctr
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "  contatos:                    " ws-qtd-cont
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "  atendimentos:                " ws-qtd-atd
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "  vínculos:                    " ws-qtd-vinc
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "  linhas de auditoria:         " ws-qtd-aud
                  "  (fechamentos mensais com linhas: " ws-qtd-meses ")"
                  delimited by size into ws-linha
           end-string
           perform escreve
           move spaces to ws-linha
           string "  acessos:                     " ws-qtd-ace
                  delimited by size into ws-linha
           end-string
           perform escreve.

      *> -----------------------------------
       escreve.
           move ws-linha to relatorio-rec
           write relatorio-rec.

       end program dossie-cliente.

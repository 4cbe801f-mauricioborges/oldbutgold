          >>source format free
       identification division.
       program-id. anonimiza-cliente.
       environment division.

       configuration section.

       input-output section.
       file-control.
      *> operadores só para conferir quem pede: a anonimização é
      *> pedida por um supervisor, identificado na linha de comando
           select operadores assign to disk
               organization is indexed
               access mode is random
               lock mode is manual
               file status is fo-stat
               record key is oper-key.
           select arquivo-morto assign to disk
               organization is sequential
               file status is fm-stat.
           select faturas assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is ffa-stat
               record key is fat-key.
           select log-aud assign to disk
               organization is line sequential
               file status is fa-stat.
           select jornal assign to disk
               organization is line sequential
               file status is fj-stat.
           select trabalho assign to disk
               organization is line sequential
               file status is ft-stat.
           select registro assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
       fd operadores value of file-id is "operadores.dat".
       copy opereg.

      *> versões expurgadas pelo expurga-historico, no layout do
      *> clihist.cpy; reescritas no lugar
       fd arquivo-morto value of file-id is "historico-arquivado.dat".
       copy clihist.

       fd faturas value of file-id is "faturas-contratos.dat".
       copy fatreg.

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
      *> linhas da vida de uma pendência: o nome-depois e o
      *> end-depois levam número, solicitante e mensagem, não dados
      *> do cliente
               88 aud-linha-pendencia values "solic exclus"
                  "solic troca" "solic unific" "aprova pend"
                  "aprova falha" "rejeita pend" "expira pend".
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

      *> jornal de imagens posteriores do cliente-service: guarda o
      *> registro inteiro a cada gravação, e a recuperação o
      *> reaplicaria com os dados pessoais de volta
       fd jornal value of file-id is "jornal-clientes.jrn".
       copy jrnreg.

      *> cópia de trabalho do log sendo anonimizado: as linhas saem
      *> aqui e voltam por cima do original no fim
       fd trabalho value of file-id is "anonimiza-cliente.tmp".
       01 trabalho-rec pic x(400).

      *> registro das anonimizações: uma linha por pedido, com
      *> quem pediu, quando, o código e o que foi tocado em cada
      *> arquivo - nenhum dado pessoal, nem o telefone
       fd registro value of file-id is "anonimizacoes.log".
       01 registro-rec.
           05 reg-data         pic 9(08).
           05 filler           pic x(01).
           05 reg-hora         pic 9(08).
           05 filler           pic x(01).
           05 reg-operador     pic x(06).
           05 filler           pic x(01).
           05 reg-codigo       pic 9(06).
           05 filler           pic x(01).
           05 reg-situacao     pic x(01).
               88 reg-anonimizado value "A".
               88 reg-recusado    value "R".
      *> quantidades por arquivo: cadastro (mestre e espelho),
      *> histórico, histórico arquivado, índice de documentos,
      *> contatos, pendências, atendimentos, faturas, linhas de
      *> auditoria no log corrente e nos fechamentos, fechamentos
      *> tocados, imagens no jornal, situações do documento na
      *> receita, itens da fila de saneamento
           05 filler           pic x(01).
           05 reg-qtd-cadastro pic 9(01).
           05 filler           pic x(01).
           05 reg-qtd-hist     pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-morto    pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-doc      pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-cont     pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-pend     pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-atd      pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-fat      pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-aud      pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-aud-mes  pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-meses    pic 9(04).
           05 filler           pic x(01).
           05 reg-qtd-jrn      pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-sit      pic 9(06).
           05 filler           pic x(01).
           05 reg-qtd-san      pic 9(06).
           05 filler           pic x(01).
           05 reg-motivo       pic x(40).

       working-storage section.
       77 fo-stat pic 9(02).
           88 fo-ok         value zeros.
       77 fm-stat pic 9(02).
           88 fm-ok         value zeros.
           88 fm-fim        value 10.
           88 fm-nao-existe value 35.
       77 ffa-stat pic 9(02).
           88 ffa-ok         value zeros.
           88 ffa-fim        value 10.
           88 ffa-nao-existe value 35.
       77 fa-stat pic 9(02).
           88 fa-ok         value zeros.
           88 fa-fim        value 10.
           88 fa-nao-existe value 35.
       77 fj-stat pic 9(02).
           88 fj-ok         value zeros.
           88 fj-nao-existe value 35.
       77 ft-stat pic 9(02).
           88 ft-ok  value zeros.
           88 ft-fim value 10.
       77 fr-stat pic 9(02).

      *> linha de comando: código permanente, operador que pede e,
      *> opcional, o primeiro mês de auditoria fechada a varrer
      *> (aaaamm; sem ele, desde o início da auditoria mensal)
       77 ws-param      pic x(40).
       77 ws-tok-codigo pic x(10).
       77 ws-tok-oper   pic x(10).
       77 ws-tok-desde  pic x(10).
       77 ws-cod-j      pic x(06) justified right.
       77 ws-codigo     pic 9(06) value zeros.
       77 ws-operador   pic x(06).
       77 ws-fone       pic 9(11) value zeros.

       01 ws-mes.
           05 ws-mes-ano pic 9(04).
           05 ws-mes-mm  pic 9(02).
       01 ws-mes-num redefines ws-mes pic 9(06).
       01 ws-desde pic 9(06) value 200001.
       01 ws-hoje.
           05 ws-hoje-aaaamm pic 9(06).
           05 ws-hoje-dia    pic 9(02).

       01 ws-nome-log pic x(40).
       01 ws-nome-mes.
           05 filler       pic x(10) value "auditoria-".
           05 ws-nm-aaaamm pic 9(06).
           05 filler       pic x(04) value ".log".

      *> área de passagem para o cliente-service: o código vai na
      *> posição do fs-codigo do layout do clireg
       01 ws-cli-param pic x(244).
       01 ws-anon-param.
           05 ws-an-qtd-hist pic 9(06).
           05 ws-an-qtd-doc  pic 9(06).
           05 ws-an-qtd-cont pic 9(06).
           05 ws-an-qtd-pend pic 9(06).
           05 ws-an-qtd-atd  pic 9(06).
           05 ws-an-qtd-sit  pic 9(06).
           05 ws-an-qtd-san  pic 9(06).
       77 ws-msgerro  pic x(80).
       77 ws-app-stat pic 9(02).

      *> registro de cliente para anonimizar as imagens do
      *> histórico arquivado
       copy clireg.
       77 ws-uf pic x(02).
      *> entrada do índice de documentos tirada do jornal
       copy docreg.

       77 ws-fim pic x.
           88 e-fim value "s".
       77 ws-linhas-log pic 9(06).

       77 ws-total-morto   pic 9(06) value zeros.
       77 ws-total-fat     pic 9(06) value zeros.
       77 ws-total-aud     pic 9(06) value zeros.
       77 ws-total-aud-mes pic 9(06) value zeros.
       77 ws-total-meses   pic 9(04) value zeros.
       77 ws-total-jrn     pic 9(06) value zeros.

       procedure division.
       inicio.
           accept ws-param from command-line
           perform trata-parametro
           if ws-codigo equal zeros or ws-operador equal spaces
               display "anonimiza-cliente: informe o código do "
                   "cliente e o operador que pede [e o primeiro "
                   "mês de auditoria fechada, aaaamm]"
               move 8 to return-code
               stop run
           end-if
           perform confere-operador
           if ws-msgerro not equal spaces
               display "anonimiza-cliente: " function trim(ws-msgerro)
               move 8 to return-code
               stop run
           end-if
           call 'start-files'
           call 'identifica-operador' using ws-operador
           move spaces to ws-cli-param
           move ws-codigo to ws-cli-param(235:6)
           move zeros to ws-anon-param
           call 'anonimiza-cadastro' using ws-cli-param, ws-anon-param,
               ws-msgerro, ws-app-stat
           call 'finaliza-clientes-service'
           if ws-msgerro not equal spaces
               perform grava-registro
               display "anonimiza-cliente: código " ws-codigo " - "
                   function trim(ws-msgerro)
               move 8 to return-code
               stop run
           end-if
           move ws-cli-param(1:11) to ws-fone
      *> o que o serviço não mantém aberto: arquivo morto do
      *> histórico, faturas e os logs de auditoria
           perform anonimiza-arquivado thru anonimiza-arquivado-fim
           perform anonimiza-faturas thru anonimiza-faturas-fim
           perform anonimiza-fechamentos
           move "auditoria-clientes.log" to ws-nome-log
           perform anonimiza-log thru anonimiza-log-fim
           move ws-linhas-log to ws-total-aud
           perform anonimiza-jornal thru anonimiza-jornal-fim
           perform grava-registro
           display "anonimiza-cliente: código " ws-codigo
               " anonimizado - histórico " ws-an-qtd-hist
               ", arquivado " ws-total-morto
               ", faturas " ws-total-fat
               ", auditoria " ws-total-aud
               " + " ws-total-aud-mes " em " ws-total-meses
               " fechamentos, jornal " ws-total-jrn
               ", situação " ws-an-qtd-sit
               ", saneamento " ws-an-qtd-san
           stop run.

      *> -----------------------------------
       trata-parametro.
           move spaces to ws-tok-codigo
           move spaces to ws-tok-oper
           move spaces to ws-tok-desde
           unstring ws-param delimited by all spaces
               into ws-tok-codigo, ws-tok-oper, ws-tok-desde
           end-unstring
           move zeros to ws-codigo
           if ws-tok-codigo not equal spaces
               move function trim(ws-tok-codigo) to ws-cod-j
               inspect ws-cod-j replacing leading space by zero
               if ws-cod-j numeric
                   move ws-cod-j to ws-codigo
               end-if
           end-if
           move ws-tok-oper to ws-operador
           if ws-tok-desde(1:6) numeric and
              ws-tok-desde(7:4) equal spaces
               move ws-tok-desde(1:6) to ws-mes-num
               if ws-mes-mm > 0 and ws-mes-mm < 13
                   move ws-mes-num to ws-desde
               end-if
           end-if.

      *> -----------------------------------
      *> quem pede tem que ser supervisor ativo
       confere-operador.
           move spaces to ws-msgerro
           open input operadores
           if not fo-ok
               move "operadores.dat não abriu" to ws-msgerro
           else
               move ws-operador to oper-codigo
               read operadores
                   invalid key
                       move "operador não cadastrado" to ws-msgerro
               end-read
               if ws-msgerro equal spaces and
                  (not oper-ativo or not oper-supervisor)
                   move "a anonimização é pedida por supervisor ativo"
                       to ws-msgerro
               end-if
               close operadores
           end-if.

      *> -----------------------------------
      *> mesmas regras do anonimiza-registro do cliente-service:
      *> nome fixo, endereço em branco salvo a uf, documento, cep e
      *> e-mail apagados
       anonimiza-imagem.
           move fs-uf to ws-uf
           move "cliente anonimizado" to fs-nome
           move spaces to fs-endereco
           move ws-uf to fs-uf
           move zeros to fs-cep
           move zeros to fs-cpf
           move spaces to fs-email
           move space to fs-email-sit.

      *> -----------------------------------
      *> versões do cliente no arquivo morto (código na imagem ou,
      *> nas versões anteriores ao código, o telefone atual)
       anonimiza-arquivado.
           open i-o arquivo-morto
           if fm-nao-existe
               go anonimiza-arquivado-fim
           end-if
           move "n" to ws-fim
           perform until e-fim
               read arquivo-morto
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fm-ok
                   move hist-imagem to file1-rec
                   if (fs-codigo numeric and fs-codigo equal ws-codigo)
                      or ((fs-codigo not numeric or fs-codigo equal
                           zeros) and hist-fone equal ws-fone)
                       perform anonimiza-imagem
                       move file1-rec to hist-imagem
                       rewrite hist-rec
                       if fm-ok
                           add 1 to ws-total-morto
                       end-if
                   end-if
               end-if
               if not e-fim and not fm-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close arquivo-morto.
       anonimiza-arquivado-fim.

      *> -----------------------------------
      *> nome copiado no cabeçalho das faturas emitidas; valores,
      *> datas e itens ficam para a guarda fiscal
       anonimiza-faturas.
           open i-o faturas
           if ffa-nao-existe
               go anonimiza-faturas-fim
           end-if
           move "n" to ws-fim
           move low-values to fat-key
           start faturas key is not less than fat-key
               invalid key
                   move "s" to ws-fim
           end-start
           perform until e-fim
               read faturas next record
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and ffa-ok
                   if fat-codigo equal ws-codigo and fat-e-cabecalho
                       move "cliente anonimizado" to fat-nome
                       rewrite fatura-rec
                           invalid key
                               continue
                       end-rewrite
                       if ffa-ok
                           add 1 to ws-total-fat
                       end-if
                   end-if
               end-if
               if not e-fim and not ffa-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close faturas.
       anonimiza-faturas-fim.

      *> -----------------------------------
      *> fechamentos mensais da auditoria, do mês inicial até o
      *> corrente; mês sem arquivo é pulado
       anonimiza-fechamentos.
           accept ws-hoje from date yyyymmdd
           move ws-desde to ws-mes-num
           perform until ws-mes-num > ws-hoje-aaaamm
               move ws-mes-num to ws-nm-aaaamm
               move ws-nome-mes to ws-nome-log
               perform anonimiza-log thru anonimiza-log-fim
               if ws-linhas-log > 0
                   add ws-linhas-log to ws-total-aud-mes
                   add 1 to ws-total-meses
               end-if
               if ws-mes-mm equal 12
                   add 1 to ws-mes-ano
                   move 1 to ws-mes-mm
               else
                   add 1 to ws-mes-mm
               end-if
           end-perform.

      *> -----------------------------------
      *> um log de auditoria (ws-nome-log): as linhas do cliente
      *> têm nome e endereço de antes e depois sobrescritos na cópia
      *> de trabalho, que volta por cima do original só se alguma
      *> linha mudou
       anonimiza-log.
           move zeros to ws-linhas-log
           open input log-aud
           if fa-nao-existe
               go anonimiza-log-fim
           end-if
           open output trabalho
           move "n" to ws-fim
           perform until e-fim
               read log-aud
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fa-ok
                   perform anonimiza-linha
                   move auditoria-rec to trabalho-rec
                   write trabalho-rec
               end-if
               if not e-fim and not fa-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close log-aud
           close trabalho
           if ws-linhas-log equal zeros
               go anonimiza-log-fim
           end-if
           open input trabalho
           open output log-aud
           move "n" to ws-fim
           perform until e-fim
               read trabalho
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and ft-ok
                   move trabalho-rec to auditoria-rec
                   write auditoria-rec
               end-if
               if not e-fim and not ft-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close trabalho
           close log-aud.
       anonimiza-log-fim.

      *> linha do cliente pelo código; nas linhas anteriores ao
      *> código, pelo telefone atual (como número da linha ou como
      *> número novo de uma troca)
       anonimiza-linha.
           if (aud-codigo numeric and aud-codigo equal ws-codigo) or
              ((aud-codigo not numeric or aud-codigo equal zeros) and
               (aud-fone equal ws-fone or aud-fone-novo equal ws-fone))
               if aud-nome-antes not equal spaces
                   move "cliente anonimizado" to aud-nome-antes
               end-if
               move spaces to aud-end-antes
               if not aud-linha-pendencia
                   if aud-nome-depois not equal spaces
                       move "cliente anonimizado" to aud-nome-depois
                   end-if
                   move spaces to aud-end-depois
               end-if
               add 1 to ws-linhas-log
           end-if.

      *> -----------------------------------
      *> jornal de imagens posteriores, pela mesma cópia de trabalho
      *> dos logs: as imagens do cadastro do cliente passam pelas
      *> regras do anonimiza-imagem e as do índice de documentos
      *> perdem o cpf/cnpj (o par inclusão/exclusão continua se
      *> anulando na reaplicação; entrada que volte de uma cópia
      *> anterior à anonimização sai no gera-indice-documentos,
      *> que refaz o índice pelo cadastro); contratos não levam
      *> dado pessoal além do telefone e ficam como estão, como no
      *> arquivo
       anonimiza-jornal.
           open input jornal
           if not fj-ok
               go anonimiza-jornal-fim
           end-if
           open output trabalho
           move "n" to ws-fim
           perform until e-fim
               read jornal
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and fj-ok
                   perform anonimiza-entrada-jornal
                   move jornal-rec to trabalho-rec
                   write trabalho-rec
               end-if
               if not e-fim and not fj-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close jornal
           close trabalho
           if ws-total-jrn equal zeros
               go anonimiza-jornal-fim
           end-if
           open input trabalho
           open output jornal
           move "n" to ws-fim
           perform until e-fim
               read trabalho
                   at end
                       move "s" to ws-fim
               end-read
               if not e-fim and ft-ok
                   move trabalho-rec to jornal-rec
                   write jornal-rec
               end-if
               if not e-fim and not ft-ok
                   move "s" to ws-fim
               end-if
           end-perform
           close trabalho
           close jornal.
       anonimiza-jornal-fim.

      *> imagem do cliente pelo código (ou, antes do código, pelo
      *> telefone atual); entrada do índice pelo telefone
       anonimiza-entrada-jornal.
           evaluate true
               when jrn-clientes
                   move jrn-imagem to file1-rec
                   if (fs-codigo numeric and fs-codigo equal ws-codigo)
                      or ((fs-codigo not numeric or fs-codigo equal
                           zeros) and fs-fone equal ws-fone)
                       perform anonimiza-imagem
                       move file1-rec to jrn-imagem
                       add 1 to ws-total-jrn
                   end-if
               when jrn-documentos
                   move jrn-imagem to documento-rec
                   if doc-fone numeric and doc-fone equal ws-fone
                       move zeros to doc-cpf
                       move documento-rec to jrn-imagem
                       add 1 to ws-total-jrn
                   end-if
               when other
                   continue
           end-evaluate.

      *> -----------------------------------
       grava-registro.
           open extend registro
           if fr-stat equal 35
               open output registro
           end-if
           move spaces to registro-rec
           accept reg-data from date yyyymmdd
           accept reg-hora from time
           move ws-operador to reg-operador
           move ws-codigo   to reg-codigo
           if ws-msgerro equal spaces
               set reg-anonimizado to true
               move 1 to reg-qtd-cadastro
           else
               set reg-recusado to true
               move zeros to reg-qtd-cadastro
               move ws-msgerro to reg-motivo
           end-if
           move ws-an-qtd-hist   to reg-qtd-hist
           move ws-total-morto   to reg-qtd-morto
           move ws-an-qtd-doc    to reg-qtd-doc
           move ws-an-qtd-cont   to reg-qtd-cont
           move ws-an-qtd-pend   to reg-qtd-pend
           move ws-an-qtd-atd    to reg-qtd-atd
           move ws-total-fat     to reg-qtd-fat
           move ws-total-aud     to reg-qtd-aud
           move ws-total-aud-mes to reg-qtd-aud-mes
           move ws-total-meses   to reg-qtd-meses
           move ws-total-jrn     to reg-qtd-jrn
           move ws-an-qtd-sit    to reg-qtd-sit
           move ws-an-qtd-san    to reg-qtd-san
           write registro-rec
           close registro.

       end program anonimiza-cliente.

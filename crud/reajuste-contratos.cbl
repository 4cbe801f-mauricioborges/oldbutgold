          >>source format free
       identification division.
       program-id. reajuste-contratos.
       environment division.

       configuration section.
      *> valores e percentuais saem com vírgula decimal
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> lock mode manual: o reajuste regrava contratos com sessões
      *> de cadastro abertas, como o fatura-contratos os lê
           select contratos assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fco-stat
               record key is ctr-key.
           select file1 assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fs-stat
               record key is fs-key
               alternate record key is fs-nome
                   with duplicates.
           select indices assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fix-stat
               record key is idx-key.
           select historico-ctr assign to disk
               organization is indexed
               access mode is dynamic
               file status is fch-stat
               record key is chh-key.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.
           select jornal assign to disk
               organization is line sequential
               file status is fj-stat.

       data division.
       file section.
       fd contratos value of file-id is "contratos-clientes.dat".
       copy ctrreg.

       fd file1 value of file-id is "clientes.dat".
       copy clireg.

       fd indices value of file-id is "indices-reajuste.dat".
       copy idxreg.

       fd historico-ctr value of file-id is "contratos-historico.dat".
       copy ctrhist.

       fd relatorio value of file-id is "reajuste-contratos.lst".
       01 relatorio-rec pic x(132).

      *> o contrato reajustado vai para o jornal de imagens
      *> posteriores como as gravações do cliente-service, para o
      *> recupera-clientes não perder o reajuste
       fd jornal value of file-id is "jornal-clientes.jrn".
       copy jrnreg.

       working-storage section.
       77 fco-stat pic 9(02).
           88 fco-ok  value zeros.
           88 fco-fim value 10.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
       77 fix-stat pic 9(02).
           88 fix-ok value zeros.
       77 fch-stat pic 9(02).
           88 fch-ok         value zeros.
           88 fch-nao-existe value 35.
       77 fr-stat pic 9(02).
       77 fj-stat pic 9(02).
           88 fj-nao-existe value 35.

      *> parâmetros: competência aaaamm (em branco = mês corrente),
      *> índice igpm ou ipca (igpm se omitido) e "simula", em
      *> qualquer ordem
       77 ws-param pic x(40).
       01 ws-tokens.
           05 ws-token pic x(10) occurs 3.
       77 ws-tok-i pic 9(01).
       77 ws-param-invalido pic x value "n".
           88 param-invalido value "s".

      *> modo simulação: mesmas regras e mesma listagem, sem gravar
      *> contrato nem histórico - como o "simula" do lote
       77 ws-modo-simula pic x value "n".
           88 e-modo-simula value "s".

       01 ws-competencia.
           05 ws-comp-ano pic 9(04).
           05 ws-comp-mes pic 9(02).
       01 ws-competencia-n redefines ws-competencia pic 9(06).
       77 ws-indice pic x(04) value "IGPM".

       01 ws-hoje pic 9(08).
       01 ws-hoje-r redefines ws-hoje.
           05 ws-hoje-ano pic 9(04).
           05 ws-hoje-mes pic 9(02).
           05 ws-hoje-dia pic 9(02).
       77 ws-hora pic 9(08).

      *> acumulado dos 12 meses anteriores à competência: produto
      *> de (1 + percentual/100) mês a mês; falta de qualquer mês na
      *> tabela para a rodada inteira
       01 ws-mes-idx.
           05 ws-mi-ano pic 9(04).
           05 ws-mi-mes pic 9(02).
       01 ws-mes-idx-n redefines ws-mes-idx pic 9(06).
       77 ws-meses    pic 9(02).
       77 ws-fator    pic 9(03)v9(10).
       77 ws-perc-acum pic s9(03)v9(04).
       77 ws-falta-indice pic x value "n".
           88 falta-indice value "s".

       01 ws-inicio.
           05 ws-ini-ano pic 9(04).
           05 ws-ini-mes pic 9(02).
           05 ws-ini-dia pic 9(02).

       77 ws-codigo     pic 9(06).
       77 ws-valor-novo pic 9(07)v99.
       77 ws-valor-anterior pic 9(07)v99.
       77 ws-motivo     pic x(40).

       77 ws-lidos       pic 9(07) value zeros.
       77 ws-aniversario pic 9(07) value zeros.
       77 ws-reajustados pic 9(07) value zeros.
       77 ws-ja-feitos   pic 9(05) value zeros.
       77 ws-rejeitados  pic 9(05) value zeros.
       77 ws-erros-grava pic 9(05) value zeros.
       77 ws-tot-anterior pic 9(11)v99 value zeros.
       77 ws-tot-novo     pic 9(11)v99 value zeros.

       77 ws-pagina pic 9(04) value zeros.
       77 ws-linhas pic 9(02) value zeros.
       77 ws-linha-guarda pic x(132).

       01 ws-cabec1.
           05 filler        pic x(32)
              value "reajuste de contratos - ".
           05 ws-c-comp-mes pic 9(02).
           05 filler        pic x(01) value "/".
           05 ws-c-comp-ano pic 9(04).
           05 filler        pic x(02) value spaces.
           05 ws-c-modo     pic x(12).
           05 filler        pic x(02) value spaces.
           05 filler        pic x(06) value "data: ".
           05 ws-c-dia      pic 9(02).
           05 filler        pic x(01) value "/".
           05 ws-c-mes      pic 9(02).
           05 filler        pic x(01) value "/".
           05 ws-c-ano      pic 9(04).
           05 filler        pic x(04) value spaces.
           05 filler        pic x(09) value "página: ".
           05 ws-c-pag      pic zzz9.

       01 ws-cabec2.
           05 filler        pic x(08) value "índice ".
           05 ws-c-indice   pic x(04).
           05 filler        pic x(24) value " acumulado 12 meses: ".
           05 ws-c-perc     pic -zz9,9999.
           05 filler        pic x(02) value " %".

       01 ws-cabecalho.
           05 filler pic x(13) value "telefone".
           05 filler pic x(06) value "seq".
           05 filler pic x(12) value "contrato".
           05 filler pic x(12) value "início".
           05 filler pic x(08) value "código".
           05 filler pic x(16) value "valor anterior".
           05 filler pic x(16) value "valor novo".
           05 filler pic x(20) value "situação".

       01 ws-detalhe.
           05 ws-d-fone     pic 9(11).
           05 filler        pic x(02) value spaces.
           05 ws-d-seq      pic 9(04).
           05 filler        pic x(02) value spaces.
           05 ws-d-numero   pic x(10).
           05 filler        pic x(02) value spaces.
           05 ws-d-ini-dia  pic 9(02).
           05 filler        pic x(01) value "/".
           05 ws-d-ini-mes  pic 9(02).
           05 filler        pic x(01) value "/".
           05 ws-d-ini-ano  pic 9(04).
           05 filler        pic x(02) value spaces.
           05 ws-d-codigo   pic 9(06).
           05 filler        pic x(02) value spaces.
           05 ws-d-anterior pic z.zzz.zz9,99.
           05 filler        pic x(03) value spaces.
           05 ws-d-novo     pic z.zzz.zz9,99.
           05 filler        pic x(03) value spaces.
           05 ws-d-situacao pic x(40).

       01 ws-rodape1.
           05 filler         pic x(30)
              value "contratos lidos.............: ".
           05 ws-r-lidos     pic z.zzz.zz9.
       01 ws-rodape2.
           05 filler         pic x(32)
              value "aniversário na competência..: ".
           05 ws-r-aniv      pic z.zzz.zz9.
       01 ws-rodape3.
           05 filler         pic x(30)
              value "reajustados.................: ".
           05 ws-r-reaj      pic z.zzz.zz9.
           05 filler         pic x(04) value spaces.
           05 filler         pic x(17) value "já reajustados: ".
           05 ws-r-ja        pic zzzz9.
           05 filler         pic x(04) value spaces.
           05 filler         pic x(13) value "rejeitados: ".
           05 ws-r-rej       pic zzzz9.
       01 ws-rodape4.
           05 filler         pic x(30)
              value "soma dos valores anteriores.: ".
           05 ws-r-anterior  pic zzz.zzz.zzz.zz9,99.
       01 ws-rodape5.
           05 filler         pic x(30)
              value "soma dos valores novos......: ".
           05 ws-r-novo      pic zzz.zzz.zzz.zz9,99.

       procedure division.
       inicio.
           accept ws-param from command-line
           accept ws-hoje from date yyyymmdd
           accept ws-hora from time
           perform trata-parametros
           if param-invalido
               display "reajuste-contratos: parâmetros inválidos "
                   "(aaaamm, igpm ou ipca, simula)"
               move 8 to return-code
               stop run
           end-if
           open input indices
           if not fix-ok
               display "reajuste-contratos: tabela de índices "
                   "indisponível (indices-reajuste.dat)"
               move 8 to return-code
               stop run
           end-if
           perform calcula-acumulado
           close indices
           if falta-indice
               display "reajuste-contratos: índice " ws-indice
                   " de " ws-mi-mes "/" ws-mi-ano
                   " não cadastrado - nada reajustado"
               move 8 to return-code
               stop run
           end-if
           perform abrir-arquivos
           perform imprime-cabecalho
           perform le-contrato
           perform until fco-fim
               perform trata-contrato thru trata-contrato-fim
               perform le-contrato
           end-perform
           perform imprime-totais
           perform fecha-arquivos
           if e-modo-simula
               display "reajuste-contratos: simulação - "
                   ws-reajustados " contratos seriam reajustados"
           else
               display "reajuste-contratos: " ws-reajustados
                   " contratos reajustados, " ws-ja-feitos
                   " já reajustados, " ws-rejeitados " rejeitados"
           end-if
           if ws-erros-grava > 0
               display "reajuste-contratos: " ws-erros-grava
                   " erros de gravação"
               move 8 to return-code
           else
               move zeros to return-code
           end-if
           stop run.

      *> -----------------------------------
       trata-parametros.
           move ws-hoje-ano to ws-comp-ano
           move ws-hoje-mes to ws-comp-mes
           move spaces to ws-tokens
           unstring ws-param delimited by all space
               into ws-token(1), ws-token(2), ws-token(3)
           end-unstring
           perform varying ws-tok-i from 1 by 1 until ws-tok-i > 3
               evaluate ws-token(ws-tok-i)
                   when spaces
                       continue
                   when "simula"
                       move "s" to ws-modo-simula
                   when "igpm"
                   when "IGPM"
                       move "IGPM" to ws-indice
                   when "ipca"
                   when "IPCA"
                       move "IPCA" to ws-indice
                   when other
                       if ws-token(ws-tok-i)(1:6) numeric and
                          ws-token(ws-tok-i)(7:4) equal spaces
                           move ws-token(ws-tok-i)(1:6)
                               to ws-competencia
                       else
                           move "s" to ws-param-invalido
                       end-if
               end-evaluate
           end-perform
           if ws-comp-mes < 1 or ws-comp-mes > 12 or
              ws-comp-ano < 1900
               move "s" to ws-param-invalido
           end-if.

      *> -----------------------------------
      *> os 12 meses que antecedem a competência do aniversário
       calcula-acumulado.
           move 1 to ws-fator
           move ws-competencia to ws-mes-idx
           perform varying ws-meses from 1 by 1
                   until ws-meses > 12 or falta-indice
               if ws-mi-mes equal 1
                   move 12 to ws-mi-mes
                   subtract 1 from ws-mi-ano
               else
                   subtract 1 from ws-mi-mes
               end-if
               move ws-indice    to idx-indice
               move ws-mes-idx-n to idx-competencia
               read indices
                   invalid key
                       move "s" to ws-falta-indice
               end-read
               if not falta-indice
                   compute ws-fator rounded =
                       ws-fator * (1 + idx-percentual / 100)
               end-if
           end-perform
           compute ws-perc-acum rounded = (ws-fator - 1) * 100.

      *> -----------------------------------
       abrir-arquivos.
           if e-modo-simula
               open input contratos
           else
               open i-o contratos
           end-if
           open input file1
      *> na simulação o histórico só é lido, para apontar os
      *> contratos que já foram reajustados na competência
           if e-modo-simula
               open input historico-ctr
           else
               open i-o historico-ctr
               if fch-nao-existe
                   open output historico-ctr
                   close historico-ctr
                   open i-o historico-ctr
               end-if
               open extend jornal
               if fj-nao-existe
                   open output jornal
               end-if
           end-if
           open output relatorio.

      *> -----------------------------------
       le-contrato.
           read contratos next record
               at end
                   set fco-fim to true
           end-read
           if not fco-ok and not fco-fim
               set fco-fim to true
           end-if.

      *> -----------------------------------
      *> contrato aberto com aniversário na competência: mês do
      *> início igual ao da competência, pelo menos um ano antes
       trata-contrato.
           add 1 to ws-lidos
           if not ctr-aberto or ctr-inicio not numeric
               go trata-contrato-fim
           end-if
           move ctr-inicio to ws-inicio
           if ws-ini-mes not equal ws-comp-mes or
              ws-ini-ano not less ws-comp-ano
               go trata-contrato-fim
           end-if
           add 1 to ws-aniversario
           move spaces to ws-motivo
           move zeros to ws-codigo
           move zeros to ws-valor-novo
           perform localiza-cliente
           if ws-motivo equal spaces
               perform confere-historico
           end-if
           if ws-motivo equal spaces
               compute ws-valor-novo rounded = ctr-valor * ws-fator
                   on size error
                       move "valor novo excede o campo" to ws-motivo
               end-compute
           end-if
           if ws-motivo not equal spaces
               perform imprime-detalhe
               go trata-contrato-fim
           end-if
           if not e-modo-simula
               perform aplica-reajuste
           end-if
           if ws-motivo equal spaces
               add 1 to ws-reajustados
               add ctr-valor     to ws-tot-anterior
               add ws-valor-novo to ws-tot-novo
               if e-modo-simula
                   move "simulado" to ws-motivo
               else
                   move "reajustado" to ws-motivo
               end-if
           end-if
           perform imprime-detalhe.
       trata-contrato-fim.

      *> -----------------------------------
      *> o histórico do contrato é chaveado pelo código permanente:
      *> cliente sem cadastro ou sem código fica de fora, relatado
       localiza-cliente.
           move ctr-fone to fs-fone
           read file1
               invalid key
                   move "cliente não encontrado" to ws-motivo
           end-read
           if ws-motivo equal spaces and not fs-ok
               move "erro ao ler o cadastro" to ws-motivo
           end-if
           if ws-motivo equal spaces and
              (fs-codigo not numeric or fs-codigo equal zeros)
               move "cliente sem código permanente" to ws-motivo
           end-if
           if ws-motivo equal spaces
               move fs-codigo to ws-codigo
           else
               add 1 to ws-rejeitados
           end-if.

      *> -----------------------------------
      *> o mesmo contrato não é reajustado duas vezes na mesma
      *> competência (rodada repetida, ou simulação depois de
      *> aplicado)
       confere-historico.
           move ws-codigo        to chh-codigo
           move ctr-seq          to chh-ctr-seq
           move ws-competencia-n to chh-competencia
           read historico-ctr
               invalid key
                   continue
           end-read
           if fch-ok
               move "já reajustado nesta competência" to ws-motivo
               add 1 to ws-ja-feitos
           end-if.

      *> -----------------------------------
      *> primeiro o histórico com o valor anterior, depois o
      *> contrato: sem o histórico gravado o contrato não muda
       aplica-reajuste.
           move spaces to ctr-hist-rec
           move ws-codigo        to chh-codigo
           move ctr-seq          to chh-ctr-seq
           move ws-competencia-n to chh-competencia
           move ctr-fone         to chh-fone
           move ctr-numero       to chh-numero
           move ctr-valor        to chh-valor-anterior
           move ws-valor-novo    to chh-valor-novo
           move ws-indice        to chh-indice
           move ws-perc-acum     to chh-percentual
           move ws-hoje          to chh-data
           move ws-hora          to chh-hora
           set chh-reajuste to true
           write ctr-hist-rec
               invalid key
                   move "erro ao gravar o histórico" to ws-motivo
           end-write
           if ws-motivo equal spaces
               move ctr-valor to ws-valor-anterior
               move ws-valor-novo to ctr-valor
               rewrite contrato-rec
                   invalid key
                       move "erro ao regravar o contrato" to ws-motivo
               end-rewrite
               if ws-motivo equal spaces
                   perform grava-jornal-contrato
               end-if
               move ws-valor-anterior to ctr-valor
           end-if
           if ws-motivo not equal spaces
               add 1 to ws-erros-grava
           end-if.

      *> imagem do contrato como ficou, no layout do jornal
       grava-jornal-contrato.
           move spaces to jornal-rec
           accept jrn-data from date yyyymmdd
           accept jrn-hora from time
           move "*reaj" to jrn-operador
           set jrn-contratos to true
           set jrn-alteracao to true
           move contrato-rec to jrn-imagem
           write jornal-rec.

      *> -----------------------------------
       imprime-detalhe.
           move ctr-fone      to ws-d-fone
           move ctr-seq       to ws-d-seq
           move ctr-numero    to ws-d-numero
           move ws-ini-dia    to ws-d-ini-dia
           move ws-ini-mes    to ws-d-ini-mes
           move ws-ini-ano    to ws-d-ini-ano
           move ws-codigo     to ws-d-codigo
           move ctr-valor     to ws-d-anterior
           move ws-valor-novo to ws-d-novo
           move ws-motivo     to ws-d-situacao
           move ws-detalhe to relatorio-rec
           perform imprime-linha.

      *> -----------------------------------
       imprime-totais.
           move spaces to relatorio-rec
           perform imprime-linha
           move ws-lidos       to ws-r-lidos
           move ws-rodape1 to relatorio-rec
           perform imprime-linha
           move ws-aniversario to ws-r-aniv
           move ws-rodape2 to relatorio-rec
           perform imprime-linha
           move ws-reajustados to ws-r-reaj
           move ws-ja-feitos   to ws-r-ja
           move ws-rejeitados  to ws-r-rej
           move ws-rodape3 to relatorio-rec
           perform imprime-linha
           move ws-tot-anterior to ws-r-anterior
           move ws-rodape4 to relatorio-rec
           perform imprime-linha
           move ws-tot-novo     to ws-r-novo
           move ws-rodape5 to relatorio-rec
           perform imprime-linha.

      *> -----------------------------------
      *> cabeçalho de página: competência, modo, índice e acumulado
       imprime-cabecalho.
           add 1 to ws-pagina
           if ws-pagina > 1
               move spaces to relatorio-rec
               write relatorio-rec
           end-if
           move ws-comp-mes to ws-c-comp-mes
           move ws-comp-ano to ws-c-comp-ano
           if e-modo-simula
               move "SIMULAÇÃO" to ws-c-modo
           else
               move spaces to ws-c-modo
           end-if
           move ws-hoje-dia to ws-c-dia
           move ws-hoje-mes to ws-c-mes
           move ws-hoje-ano to ws-c-ano
           move ws-pagina   to ws-c-pag
           move ws-cabec1 to relatorio-rec
           write relatorio-rec
           move ws-indice    to ws-c-indice
           move ws-perc-acum to ws-c-perc
           move ws-cabec2 to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-cabecalho to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move 5 to ws-linhas.

      *> -----------------------------------
       imprime-linha.
           if ws-linhas >= 60
               move relatorio-rec to ws-linha-guarda
               perform imprime-cabecalho
               move ws-linha-guarda to relatorio-rec
           end-if
           write relatorio-rec
           add 1 to ws-linhas.

      *> -----------------------------------
       fecha-arquivos.
           close contratos
           close file1
           close historico-ctr
           if not e-modo-simula
               close jornal
           end-if
           close relatorio.

       end program reajuste-contratos.

          >>source format free
       identification division.
       program-id. balanceia-lote.
       environment division.

       configuration section.
      *> valores saem com vírgula decimal (padrão da casa)
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select controle-lote assign to disk
               organization is line sequential
               file status is fcl-stat.
           select file1 assign to disk
               organization is indexed
               access mode is dynamic
               file status is fs-stat
               record key is fs-key
               alternate record key is fs-nome
                   with duplicates.
           select log-aud assign to disk
               organization is line sequential
               file status is fa-stat.
           select lista assign to disk
               organization is line sequential
               file status is fl-stat.
           select csv-clientes assign to disk
               organization is line sequential
               file status is fc-stat.
           select work-file assign to disk.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
      *> registros de controle gravados por cada passo da corrente
      *> noturna ao terminar
       fd controle-lote value of file-id is "controle-lote.txt".
       copy cltreg.

       fd file1 value of file-id is "clientes.dat".
       copy clireg.

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

      *> a relação impressa pelo relatorio-clientes, só para ler o
      *> total do rodapé
       fd lista value of file-id is "clientes.lst".
       01 lista-rec pic x(132).

       fd csv-clientes value of file-id is "clientes.csv".
       01 csv-rec pic x(300).

      *> um telefone por mudança registrada na auditoria dentro da
      *> janela da exportação; a classificação junta as repetições
       sd work-file.
       01 sort-rec.
           05 sd-fone pic 9(11).

       fd relatorio value of file-id is "balanceia-lote.lst".
       01 relatorio-rec pic x(132).

       working-storage section.
       77 fcl-stat pic 9(02).
           88 fcl-ok         value zeros.
           88 fcl-nao-existe value 35.
       77 fs-stat pic 9(02).
           88 fs-ok value zeros.
       77 fa-stat pic 9(02).
           88 fa-ok value zeros.
       77 fl-stat pic 9(02).
           88 fl-ok value zeros.
       77 fc-stat pic 9(02).
           88 fc-ok value zeros.
       77 fr-stat pic 9(02).

       77 ws-fim-arq pic x.
           88 arq-varrido value "s".
       77 ws-fim-sort pic x.
           88 sort-varrido value "s".

      *> linha de comando: [aaaammdd] - balanceia os registros
      *> dessa data (o último de cada programa no dia); sem data
      *> vale o último registro de cada programa no arquivo, que é
      *> a rodada que acabou de passar pela corrente
       77 ws-param pic x(40).
       77 ws-p-data pic x(08).
       77 ws-data-pedida pic 9(08) value zeros.

      *> os passos balanceados, na ordem da corrente: 1 recon,
      *> 2 exporta, 3 gera-notificacoes, 4 relatorio, 5 estatisticas
       77 ws-i pic 9(01).
       01 ws-passos.
           05 ws-ps occurs 5 times.
               10 ws-ps-programa   pic x(22).
               10 ws-ps-achou      pic x(01).
                   88 ps-achou value "s".
               10 ws-ps-data       pic 9(08).
               10 ws-ps-hora       pic 9(08).
               10 ws-ps-modo       pic x(12).
               10 ws-ps-lidos      pic 9(09).
               10 ws-ps-gravados   pic 9(09).
               10 ws-ps-rejeitados pic 9(09).
               10 ws-ps-valor-1    pic 9(13)v99.
               10 ws-ps-valor-2    pic 9(13)v99.
               10 ws-ps-ref-data   pic 9(08).
               10 ws-ps-ref-hora   pic 9(08).

      *> uma conferência: o valor de referência contra o apurado
       77 ws-conf-rotulo pic x(56).
       77 ws-conf-ref    pic 9(09).
       77 ws-conf-apur   pic 9(09).
       77 ws-conf-motivo pic x(60).
       77 ws-qtd-conf    pic 9(03) value zeros.
       77 ws-qtd-div     pic 9(03) value zeros.
       77 ws-falhou pic x value "n".
           88 e-falhou value "s".

       77 ws-ref-ativos pic 9(09).

      *> total do rodapé do clientes.lst ("total de clientes: ")
       77 ws-tem-total pic x.
           88 tem-total value "s".
       01 ws-tot-lst-x pic x(05).
       01 ws-tot-lst redefines ws-tot-lst-x pic 9(05).

       77 ws-csv-clientes pic 9(09) value zeros.
       77 ws-csv-contatos pic 9(09) value zeros.

      *> janela da exportação incremental: do corte usado até o
      *> início da própria exportação
       01 ws-jan-ini.
           05 ws-ji-data pic 9(08).
           05 ws-ji-hora pic 9(08).
       01 ws-jan-fim.
           05 ws-jf-data pic 9(08).
           05 ws-jf-hora pic 9(08).
       01 ws-momento.
           05 ws-mom-data pic 9(08).
           05 ws-mom-hora pic 9(08).
       77 ws-aud-linhas pic 9(09) value zeros.
       77 ws-mudancas   pic 9(09) value zeros.
       77 ws-fone-ant   pic 9(11).
       77 ws-tem-clientes pic x value "n".
           88 tem-clientes value "s".

       01 ws-hoje.
           05 ws-hoje-aaaamm pic 9(06).
           05 ws-hoje-dia    pic 9(02).
       01 ws-hoje-data redefines ws-hoje pic 9(08).

       01 ws-mes.
           05 ws-mes-ano pic 9(04).
           05 ws-mes-mm  pic 9(02).
       01 ws-mes-num redefines ws-mes pic 9(06).

       01 ws-nome-log pic x(40).
       01 ws-nome-mes.
           05 filler       pic x(10) value "auditoria-".
           05 ws-nm-aaaamm pic 9(06).
           05 filler       pic x(04) value ".log".

       01 ws-titulo.
           05 filler pic x(39)
              value "balanceamento da corrente noturna - ".
           05 ws-ti-data pic 9(08).

       01 ws-linha-pedido.
           05 filler      pic x(23) value "registros de controle: ".
           05 ws-lp-texto pic x(40).

       01 ws-cab-passos.
           05 filler pic x(22) value "programa".
           05 filler pic x(10) value "data".
           05 filler pic x(08) value "hora".
           05 filler pic x(12) value "modo".
           05 filler pic x(09) value "    lidos".
           05 filler pic x(02) value spaces.
           05 filler pic x(09) value " gravados".
           05 filler pic x(02) value spaces.
           05 filler pic x(09) value "  rejeit.".
           05 filler pic x(02) value spaces.
           05 filler pic x(20) value "             valor-1".
           05 filler pic x(02) value spaces.
           05 filler pic x(20) value "             valor-2".

       01 ws-linha-passo.
           05 ws-lps-programa pic x(22).
           05 ws-lps-data     pic x(08).
           05 filler          pic x(02) value spaces.
           05 ws-lps-hora     pic x(06).
           05 filler          pic x(02) value spaces.
           05 ws-lps-modo     pic x(12).
           05 ws-lps-lidos    pic z(8)9.
           05 filler          pic x(02) value spaces.
           05 ws-lps-gravados pic z(8)9.
           05 filler          pic x(02) value spaces.
           05 ws-lps-rejeit   pic z(8)9.
           05 filler          pic x(02) value spaces.
           05 ws-lps-valor-1  pic z.zzz.zzz.zzz.zz9,99.
           05 filler          pic x(02) value spaces.
           05 ws-lps-valor-2  pic z.zzz.zzz.zzz.zz9,99.

       01 ws-linha-falta.
           05 ws-lf-programa pic x(22).
           05 filler         pic x(40)
              value "sem registro - passo não rodou".

       01 ws-cab-conf.
           05 filler pic x(57) value "conferência".
           05 filler pic x(09) value "     ref.".
           05 filler pic x(02) value spaces.
           05 filler pic x(09) value "  apurado".
           05 filler pic x(02) value spaces.
           05 filler pic x(10) value "situação".

       01 ws-linha-conf.
           05 ws-lc-rotulo pic x(56).
           05 ws-lc-ref    pic z(8)9.
           05 filler       pic x(02) value spaces.
           05 ws-lc-apur   pic z(8)9.
           05 filler       pic x(02) value spaces.
           05 ws-lc-sit    pic x(12).

       01 ws-linha-nc.
           05 ws-nc-rotulo pic x(56).
           05 filler       pic x(16) value "não comparado: ".
           05 ws-nc-motivo pic x(60).

       01 ws-linha-janela.
           05 filler      pic x(27) value "  janela da auditoria: de ".
           05 ws-lj-ini-d pic 9(08).
           05 filler      pic x(01) value space.
           05 ws-lj-ini-h pic 9(08).
           05 filler      pic x(06) value " até ".
           05 ws-lj-fim-d pic 9(08).
           05 filler      pic x(01) value space.
           05 ws-lj-fim-h pic 9(08).
           05 filler      pic x(11) value " - linhas: ".
           05 ws-lj-linhas pic z(8)9.

       01 ws-linha-resultado.
           05 ws-lr-texto pic x(40).
           05 ws-lr-qtd   pic zz9.
           05 filler      pic x(19) value " conferência(s) - ".
           05 ws-lr-div   pic zz9.
           05 filler      pic x(17) value " divergência(s)".

       procedure division.
       inicio.
           accept ws-hoje-data from date yyyymmdd
           accept ws-param from command-line
           perform le-parametros
           perform prepara-passos
           perform le-controle-lote thru le-controle-lote-fim
           open output relatorio
           perform imprime-cabecalho
           perform varying ws-i from 1 by 1 until ws-i > 5
               perform imprime-passo
           end-perform
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-cab-conf to relatorio-rec
           write relatorio-rec
           perform confere-internos
           perform confere-ativos thru confere-ativos-fim
           perform confere-relatorio thru confere-relatorio-fim
           perform confere-csv thru confere-csv-fim
           perform confere-exportacao thru confere-exportacao-fim
           perform imprime-resultado
           close relatorio
           if e-falhou
               display "balanceia-lote: totais NÃO BALANCEIAM - "
                   ws-qtd-div " divergência(s), ver balanceia-lote.lst"
               move 8 to return-code
           else
               display "balanceia-lote: " ws-qtd-conf
                   " conferências - totais balanceados"
           end-if
           stop run.

      *> -----------------------------------
       le-parametros.
           move spaces to ws-p-data
           unstring ws-param delimited by all spaces
               into ws-p-data
           end-unstring
           if ws-p-data not equal spaces
               if ws-p-data not numeric
                   display "balanceia-lote: uso - "
                       "balanceia-lote [aaaammdd]"
                   move 8 to return-code
                   stop run
               end-if
               move ws-p-data to ws-data-pedida
           end-if.

       prepara-passos.
           initialize ws-passos
           move "recon-clientes"        to ws-ps-programa(1)
           move "exporta-clientes"      to ws-ps-programa(2)
           move "gera-notificacoes"     to ws-ps-programa(3)
           move "relatorio-clientes"    to ws-ps-programa(4)
           move "estatisticas-clientes" to ws-ps-programa(5)
           perform varying ws-i from 1 by 1 until ws-i > 5
               move "n" to ws-ps-achou(ws-i)
           end-perform.

      *> -----------------------------------
      *> guarda o último registro de cada passo (da data pedida, se
      *> houver); linha ilegível é ignorada
       le-controle-lote.
           open input controle-lote
           if not fcl-ok
               go le-controle-lote-fim
           end-if
           move "n" to ws-fim-arq
           perform until arq-varrido
               read controle-lote
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido and fcl-ok
                   if clt-data numeric and clt-lidos numeric and
                      clt-gravados numeric and
                      clt-rejeitados numeric and
                      clt-valor-1 numeric and clt-valor-2 numeric
                       if ws-data-pedida equal zeros or
                          clt-data equal ws-data-pedida
                           perform guarda-registro
                       end-if
                   end-if
               end-if
               if not arq-varrido and not fcl-ok
                   move "s" to ws-fim-arq
               end-if
           end-perform
           close controle-lote.
       le-controle-lote-fim.

       guarda-registro.
           perform varying ws-i from 1 by 1 until ws-i > 5
               if clt-programa equal ws-ps-programa(ws-i)
                   move "s"            to ws-ps-achou(ws-i)
                   move clt-data       to ws-ps-data(ws-i)
                   move clt-hora       to ws-ps-hora(ws-i)
                   move clt-modo       to ws-ps-modo(ws-i)
                   move clt-lidos      to ws-ps-lidos(ws-i)
                   move clt-gravados   to ws-ps-gravados(ws-i)
                   move clt-rejeitados to ws-ps-rejeitados(ws-i)
                   move clt-valor-1    to ws-ps-valor-1(ws-i)
                   move clt-valor-2    to ws-ps-valor-2(ws-i)
                   if clt-ref-data numeric and clt-ref-hora numeric
                       move clt-ref-data to ws-ps-ref-data(ws-i)
                       move clt-ref-hora to ws-ps-ref-hora(ws-i)
                   else
                       move zeros to ws-ps-ref-data(ws-i)
                       move zeros to ws-ps-ref-hora(ws-i)
                   end-if
               end-if
           end-perform.

      *> -----------------------------------
       imprime-cabecalho.
           move ws-hoje-data to ws-ti-data
           move ws-titulo to relatorio-rec
           write relatorio-rec
           move spaces to ws-lp-texto
           if ws-data-pedida equal zeros
               move "último de cada programa" to ws-lp-texto
           else
               move ws-data-pedida to ws-lp-texto
           end-if
           move ws-linha-pedido to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-cab-passos to relatorio-rec
           write relatorio-rec.

      *> passo sem registro já é uma divergência: ou não rodou, ou
      *> rodou sem gravar o controle
       imprime-passo.
           if not ps-achou(ws-i)
               move ws-ps-programa(ws-i) to ws-lf-programa
               move ws-linha-falta to relatorio-rec
               write relatorio-rec
               move "s" to ws-falhou
               add 1 to ws-qtd-div
           else
               move ws-ps-programa(ws-i)   to ws-lps-programa
               move ws-ps-data(ws-i)       to ws-lps-data
               move ws-ps-hora(ws-i)(1:6)  to ws-lps-hora
               move ws-ps-modo(ws-i)       to ws-lps-modo
               move ws-ps-lidos(ws-i)      to ws-lps-lidos
               move ws-ps-gravados(ws-i)   to ws-lps-gravados
               move ws-ps-rejeitados(ws-i) to ws-lps-rejeit
               move ws-ps-valor-1(ws-i)    to ws-lps-valor-1
               move ws-ps-valor-2(ws-i)    to ws-lps-valor-2
               move ws-linha-passo to relatorio-rec
               write relatorio-rec
           end-if.

      *> -----------------------------------
      *> cada passo contra ele mesmo: o que entrou tem de ter saído
      *> por um lado ou pelo outro
       confere-internos.
           if ps-achou(5)
               move "estatisticas: contados = ativos + inativos"
                   to ws-conf-rotulo
               move ws-ps-lidos(5) to ws-conf-ref
               compute ws-conf-apur = ws-ps-valor-1(5) +
                   ws-ps-valor-2(5)
               perform registra-conferencia
           end-if
           if ps-achou(3)
               move "gera-notificacoes: candidatos = mensagens + descartes"
                   to ws-conf-rotulo
               move ws-ps-lidos(3) to ws-conf-ref
               compute ws-conf-apur = ws-ps-gravados(3) +
                   ws-ps-rejeitados(3)
               perform registra-conferencia
           end-if.

      *> -----------------------------------
      *> ativos da base: a contagem do estatisticas é a referência
      *> para a relação impressa e para os dois lados do recon;
      *> passo rodado com filtro não entra no cruzamento
       confere-ativos.
           if not ps-achou(5)
               move "ativos na base" to ws-conf-rotulo
               move "falta o registro do estatisticas-clientes"
                   to ws-conf-motivo
               perform registra-nao-comparado
               go confere-ativos-fim
           end-if
           if ws-ps-modo(5) not equal "completo"
               move "ativos na base" to ws-conf-rotulo
               move "estatisticas-clientes rodou filtrado por filial"
                   to ws-conf-motivo
               perform registra-nao-comparado
               go confere-ativos-fim
           end-if
           move ws-ps-valor-1(5) to ws-ref-ativos
           if ps-achou(4)
               move "ativos: estatisticas x relatorio-clientes"
                   to ws-conf-rotulo
               if ws-ps-modo(4) equal "completo"
                   move ws-ref-ativos to ws-conf-ref
                   move ws-ps-gravados(4) to ws-conf-apur
                   perform registra-conferencia
               else
                   move "relação rodou com filtro" to ws-conf-motivo
                   perform registra-nao-comparado
               end-if
           end-if
           if ps-achou(1)
               move "ativos: estatisticas x mestre (recon-clientes)"
                   to ws-conf-rotulo
               move ws-ref-ativos to ws-conf-ref
               move ws-ps-valor-1(1) to ws-conf-apur
               perform registra-conferencia
               move "ativos: estatisticas x espelho (recon-clientes)"
                   to ws-conf-rotulo
               if ws-ps-modo(1) equal "completo"
                   move ws-ref-ativos to ws-conf-ref
                   move ws-ps-valor-2(1) to ws-conf-apur
                   perform registra-conferencia
               else
                   move "o recon corrigiu o espelho nesta rodada"
                       to ws-conf-motivo
                   perform registra-nao-comparado
               end-if
           end-if.
       confere-ativos-fim.

      *> -----------------------------------
      *> o total impresso no rodapé do clientes.lst tem de bater com
      *> as linhas que o relatorio-clientes diz ter gravado
       confere-relatorio.
           if not ps-achou(4)
               go confere-relatorio-fim
           end-if
           move "relatorio-clientes: total no rodapé do clientes.lst"
               to ws-conf-rotulo
           move ws-ps-gravados(4) to ws-conf-ref
           move zeros to ws-conf-apur
           move "n" to ws-tem-total
           open input lista
           if fl-ok
               move "n" to ws-fim-arq
               perform until arq-varrido
                   read lista
                       at end
                           move "s" to ws-fim-arq
                   end-read
                   if not arq-varrido and fl-ok
                       if lista-rec(1:18) equal "total de clientes:"
                           perform le-total-lista
                       end-if
                   end-if
                   if not arq-varrido and not fl-ok
                       move "s" to ws-fim-arq
                   end-if
               end-perform
               close lista
           end-if
           if not tem-total
               move "clientes.lst ausente ou sem rodapé"
                   to ws-conf-motivo
               perform registra-nao-comparado
               move "s" to ws-falhou
               add 1 to ws-qtd-div
               go confere-relatorio-fim
           end-if
           perform registra-conferencia.
       confere-relatorio-fim.

       le-total-lista.
           move lista-rec(21:5) to ws-tot-lst-x
           inspect ws-tot-lst-x replacing leading spaces by zeros
           if ws-tot-lst-x numeric
               move ws-tot-lst to ws-conf-apur
               move "s" to ws-tem-total
           end-if.

      *> -----------------------------------
      *> linhas do clientes.csv: as de contato começam por "C,", as
      *> de cliente pelo telefone
       confere-csv.
           if not ps-achou(2)
               go confere-csv-fim
           end-if
           open input csv-clientes
           if fc-ok
               move "n" to ws-fim-arq
               perform until arq-varrido
                   read csv-clientes
                       at end
                           move "s" to ws-fim-arq
                   end-read
                   if not arq-varrido and fc-ok
                       evaluate true
                           when csv-rec equal spaces
                               continue
                           when csv-rec(1:2) equal "C,"
                               add 1 to ws-csv-contatos
                           when other
                               add 1 to ws-csv-clientes
                       end-evaluate
                   end-if
                   if not arq-varrido and not fc-ok
                       move "s" to ws-fim-arq
                   end-if
               end-perform
               close csv-clientes
           end-if
           move "exporta-clientes: linhas de cliente no clientes.csv"
               to ws-conf-rotulo
           move ws-ps-gravados(2) to ws-conf-ref
           move ws-csv-clientes to ws-conf-apur
           perform registra-conferencia
           move "exporta-clientes: linhas de contato no clientes.csv"
               to ws-conf-rotulo
           move ws-ps-valor-1(2) to ws-conf-ref
           move ws-csv-contatos to ws-conf-apur
           perform registra-conferencia.
       confere-csv-fim.

      *> -----------------------------------
      *> o que a exportação mandou contra o que devia ter mandado:
      *> no incremental, os clientes com mudança registrada na
      *> auditoria entre o corte do exporta-clientes.ctl e o início
      *> da exportação; na primeira rodada (sem corte), a base
      *> inteira; no completo, os ativos do estatisticas
       confere-exportacao.
           if not ps-achou(2)
               go confere-exportacao-fim
           end-if
           move "exporta-clientes: linhas x mudanças na auditoria"
               to ws-conf-rotulo
           evaluate true
               when ws-ps-modo(2) equal "filtrado"
                   move "exportação de uma filial só" to ws-conf-motivo
                   perform registra-nao-comparado
               when ws-ps-modo(2) equal "completo"
                   move "exporta-clientes: linhas x ativos (estatisticas)"
                       to ws-conf-rotulo
                   if ps-achou(5) and ws-ps-modo(5) equal "completo"
                       move ws-ps-valor-1(5) to ws-conf-ref
                       move ws-ps-gravados(2) to ws-conf-apur
                       perform registra-conferencia
                   else
                       move "sem contagem completa do estatisticas"
                           to ws-conf-motivo
                       perform registra-nao-comparado
                   end-if
               when ws-ps-ref-data(2) equal zeros
                   move "exporta-clientes (sem corte): linhas x lidos"
                       to ws-conf-rotulo
                   move ws-ps-lidos(2) to ws-conf-ref
                   move ws-ps-gravados(2) to ws-conf-apur
                   perform registra-conferencia
               when other
                   perform apura-mudancas
                   move ws-linha-janela to relatorio-rec
                   write relatorio-rec
                   move ws-mudancas to ws-conf-ref
                   move ws-ps-gravados(2) to ws-conf-apur
                   perform registra-conferencia
           end-evaluate.
       confere-exportacao-fim.

      *> -----------------------------------
      *> classifica os telefones mudados na janela e conta, sem
      *> repetir, os que o incremental tinha de levar: ainda no
      *> espelho e com a manutenção depois do corte (mudança que
      *> terminou em exclusão física não sai no csv)
       apura-mudancas.
           move ws-ps-ref-data(2) to ws-ji-data
           move ws-ps-ref-hora(2) to ws-ji-hora
           move ws-ps-data(2)     to ws-jf-data
           move ws-ps-hora(2)     to ws-jf-hora
           move zeros to ws-aud-linhas
           move zeros to ws-mudancas
           open input file1
           if fs-ok
               move "s" to ws-tem-clientes
           end-if
           sort work-file
               on ascending key sd-fone
               input procedure is carrega-mudancas
               output procedure is conta-mudancas
           if tem-clientes
               close file1
           end-if
           move ws-ji-data to ws-lj-ini-d
           move ws-ji-hora to ws-lj-ini-h
           move ws-jf-data to ws-lj-fim-d
           move ws-jf-hora to ws-lj-fim-h
           move ws-aud-linhas to ws-lj-linhas.

      *> fechamentos mensais do mês do corte até o corrente (o
      *> fechamento leva o nome do mês em que rodou), depois o log
      *> corrente; a data/hora de cada linha decide se ela entra
       carrega-mudancas.
           move ws-ji-data(1:6) to ws-mes-num
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
           open input log-aud
           if not fa-ok
               go varre-log-fim
           end-if
           move "n" to ws-fim-arq
           perform until arq-varrido
               read log-aud
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido and fa-ok
                   if aud-data numeric and aud-hora numeric
                       move aud-data to ws-mom-data
                       move aud-hora to ws-mom-hora
                       if ws-momento not < ws-jan-ini and
                          ws-momento not > ws-jan-fim
                           perform seleciona-mudanca
                       end-if
                   end-if
               end-if
               if not arq-varrido and not fa-ok
                   move "s" to ws-fim-arq
               end-if
           end-perform
           close log-aud.
       varre-log-fim.

      *> operações que regravam o registro do cliente (e portanto a
      *> data de manutenção); na troca e na unificação os dois
      *> telefones envolvidos entram
       seleciona-mudanca.
           evaluate aud-operacao
               when "inclusão"
               when "alteração"
               when "exclusão"
               when "reativação"
               when "troca fone"
               when "unificação"
               when "devolução"
               when "anonimizado"
               when "erro espelho"
                   add 1 to ws-aud-linhas
                   if aud-fone numeric and aud-fone > zeros
                       move aud-fone to sd-fone
                       release sort-rec
                   end-if
                   if aud-fone-novo numeric and aud-fone-novo > zeros
                       move aud-fone-novo to sd-fone
                       release sort-rec
                   end-if
               when other
                   continue
           end-evaluate.

       conta-mudancas.
           move zeros to ws-fone-ant
           move "n" to ws-fim-sort
           perform until sort-varrido
               return work-file
                   at end
                       move "s" to ws-fim-sort
               end-return
               if not sort-varrido and sd-fone not equal ws-fone-ant
                   move sd-fone to ws-fone-ant
                   perform confere-exportavel thru confere-exportavel-fim
               end-if
           end-perform.

       confere-exportavel.
           if not tem-clientes
               go confere-exportavel-fim
           end-if
           move sd-fone to fs-fone
           read file1
               invalid key
                   go confere-exportavel-fim
           end-read
           if not fs-ok
               go confere-exportavel-fim
           end-if
           move fs-data-manut to ws-mom-data
           move fs-hora-manut to ws-mom-hora
           if ws-momento not < ws-jan-ini
               add 1 to ws-mudancas
           end-if.
       confere-exportavel-fim.

      *> -----------------------------------
       registra-conferencia.
           add 1 to ws-qtd-conf
           move ws-conf-rotulo to ws-lc-rotulo
           move ws-conf-ref    to ws-lc-ref
           move ws-conf-apur   to ws-lc-apur
           if ws-conf-ref equal ws-conf-apur
               move "confere" to ws-lc-sit
           else
               move "DIVERGE" to ws-lc-sit
               move "s" to ws-falhou
               add 1 to ws-qtd-div
           end-if
           move ws-linha-conf to relatorio-rec
           write relatorio-rec.

       registra-nao-comparado.
           move ws-conf-rotulo to ws-nc-rotulo
           move ws-conf-motivo to ws-nc-motivo
           move ws-linha-nc to relatorio-rec
           write relatorio-rec.

      *> -----------------------------------
       imprime-resultado.
           move spaces to relatorio-rec
           write relatorio-rec
           if e-falhou
               move "TOTAIS NÃO BALANCEIAM - " to ws-lr-texto
           else
               move "totais balanceados - " to ws-lr-texto
           end-if
           move ws-qtd-conf to ws-lr-qtd
           move ws-qtd-div  to ws-lr-div
           move ws-linha-resultado to relatorio-rec
           write relatorio-rec.

       end program balanceia-lote.

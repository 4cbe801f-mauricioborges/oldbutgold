          >>source format free
       identification division.
       program-id. produtividade-operadores.
       environment division.

       configuration section.

       input-output section.
       file-control.
           select log-aud assign to disk
               organization is line sequential
               file status is fa-stat.
           select acessos assign to disk
               organization is line sequential
               file status is face-stat.
           select lote-log assign to disk
               organization is line sequential
               file status is fl-stat.
           select work-file assign to disk.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
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

      *> resultado da última execução do modo lote do clientes; o
      *> log não tem data nem operador por linha (as transações
      *> aplicadas já estão na auditoria como "*lote"), então dele
      *> só sai a linha de totais
       fd lote-log value of file-id is "clientes-lote.log".
       01 lote-log-rec pic x(320).

      *> um evento por registro: cada linha de auditoria ou de
      *> acesso do período vira operador/data/hora e o tipo do
      *> evento, na ordem em que o corte de controle precisa
       sd work-file.
       01 sort-rec.
           05 sd-operador pic x(06).
           05 sd-data     pic 9(08).
           05 sd-hora     pic 9(08).
           05 sd-evento   pic 9(01).

       fd relatorio value of file-id is "produtividade-operadores.lst".
       01 relatorio-rec pic x(132).

       working-storage section.
       77 fa-stat pic 9(02).
           88 fa-ok         value zeros.
           88 fa-nao-existe value 35.
       77 face-stat pic 9(02).
           88 face-ok         value zeros.
           88 face-nao-existe value 35.
       77 fl-stat pic 9(02).
           88 fl-ok         value zeros.
       77 fr-stat pic 9(02).

       77 ws-fim-arq pic x.
           88 arq-varrido value "s".
       77 ws-fim-sort pic x.
           88 sort-varrido value "s".

      *> opções da linha de comando: uma data (aaaammdd) fecha a
      *> semana - os 7 dias terminando nela; duas datas dão o
      *> período de/até; sem data, a semana que termina hoje.
      *> "fator n" muda quantas vezes a média da equipe uma
      *> consulta precisa passar para ser apontada (padrão 3)
       77 ws-param pic x(40).
       01 ws-tokens.
           05 ws-token pic x(10) occurs 4.
       77 ws-tok-i   pic 9(01).
       77 ws-qtd-datas pic 9(01) value zeros.
       77 ws-erro-param pic x value "n".
           88 erro-param value "s".

       01 ws-ini.
           05 ws-ini-aaaamm pic 9(06).
           05 ws-ini-dia    pic 9(02).
       01 ws-ini-data redefines ws-ini pic 9(08).
       01 ws-fim.
           05 ws-fim-ano pic 9(04).
           05 ws-fim-mes pic 9(02).
           05 ws-fim-dia pic 9(02).
       01 ws-fim-data redefines ws-fim pic 9(08).
       01 ws-dt.
           05 ws-dt-ano pic 9(04).
           05 ws-dt-mes pic 9(02).
           05 ws-dt-dia pic 9(02).
       01 ws-dt-data redefines ws-dt pic 9(08).

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

      *> horário de expediente: segunda a sexta, das 07:00 às
      *> 19:59; qualquer evento fora disso é apontado
       77 ws-expediente-ini pic 9(02) value 07.
       77 ws-expediente-fim pic 9(02) value 20.

      *> rajada de senha errada: 3 tentativas do mesmo código em
      *> até 10 minutos (600 segundos)
       77 ws-janela-rajada pic 9(05) value 600.

      *> consulta acima da média: o operador passa de fator vezes
      *> a média da equipe, e com um mínimo de consultas para não
      *> apontar semana fraca de quem quase não consulta
       77 ws-fator       pic 9(02) value 3.
       77 ws-min-consultas pic 9(05) value 20.
       77 ws-media       pic 9(07) value zeros.
       77 ws-limite      pic 9(09) value zeros.
       77 ws-opers-cons  pic 9(03) value zeros.

      *> dia da semana pelo integer-of-date (o dia 1 do calendário
      *> foi uma segunda-feira): resto 0 = domingo, 6 = sábado
       77 ws-dia-int   pic 9(07).
       77 ws-dia-quoc  pic 9(07).
       77 ws-dia-resto pic 9(01).
       01 ws-dias-val pic x(21) value "domsegterquaquisexsab".
       01 ws-dias redefines ws-dias-val.
           05 ws-dia-nome pic x(03) occurs 7.

       01 ws-hora.
           05 ws-hora-hh pic 9(02).
           05 ws-hora-mi pic 9(02).
           05 ws-hora-ss pic 9(02).
           05 ws-hora-cc pic 9(02).
       01 ws-hora-num redefines ws-hora pic 9(08).
       77 ws-seg pic 9(05).

      *> as duas últimas senhas erradas do operador no dia
       77 ws-falha-qtd pic 9(01).
       01 ws-falhas.
           05 ws-falha-seg pic 9(05) occurs 2.

      *> contadores por tipo de evento: 1 inclusão, 2 alteração,
      *> 3 exclusão, 4 troca de telefone, 5 unificação, 6
      *> consulta, 7 operação recusada, 8 senha errada/bloqueio, 9
      *> outras operações
       77 ws-ev pic 9(02).
       01 ws-cont-dia.
           05 ws-cd pic 9(07) occurs 9.
       01 ws-cont-oper.
           05 ws-co pic 9(07) occurs 9.
       01 ws-cont-geral.
           05 ws-cg pic 9(07) occurs 9.
       77 ws-fora-dia    pic 9(07).
       77 ws-fora-oper   pic 9(07).
       77 ws-fora-geral  pic 9(07) value zeros.
       77 ws-raj-dia     pic 9(05).
       77 ws-raj-oper    pic 9(05).
       77 ws-raj-geral   pic 9(05) value zeros.

       77 ws-oper-ant pic x(06).
       77 ws-data-ant pic 9(08).
       77 ws-primeiro pic x.
           88 e-primeiro value "s".

      *> totais por operador guardados para a seção de anomalias,
      *> que depende da média da equipe e só sai depois da
      *> classificação
       77 ws-qtd-opers pic 9(03) value zeros.
       77 ws-oi        pic 9(03).
       01 ws-tab-opers.
           05 ws-tab-oper occurs 300.
               10 ws-to-codigo pic x(06).
               10 ws-to-cons   pic 9(07).
               10 ws-to-fora   pic 9(07).
               10 ws-to-raj    pic 9(05).
       77 ws-opers-fora-tab pic 9(03) value zeros.
       77 ws-qtd-anomalias pic 9(05) value zeros.

       77 ws-total-eventos pic 9(07) value zeros.
       77 ws-qtd-logs      pic 9(03) value zeros.

       77 ws-lote-total pic x(80) value spaces.
       77 ws-lote-simula pic x value "n".
           88 lote-simulado value "s".
       77 ws-lote-linhas pic 9(07) value zeros.

       77 ws-linha pic x(132).
       77 ws-qtd-ed   pic zzzzzz9.
       77 ws-media-ed pic zzzzzz9.
       77 ws-fator-ed pic z9.

       01 ws-titulo.
           05 filler pic x(41)
              value "produtividade e anomalias por operador - ".
           05 filler pic x(09) value "período ".
           05 ws-t-ini pic 9(08).
           05 filler pic x(03) value " a ".
           05 ws-t-fim pic 9(08).

       01 ws-cab-oper.
           05 filler    pic x(10) value "operador: ".
           05 ws-c-oper pic x(06).

       01 ws-cab-colunas.
           05 filler pic x(10) value "data".
           05 filler pic x(04) value "dia".
           05 filler pic x(07) value "   incl".
           05 filler pic x(07) value "  alter".
           05 filler pic x(07) value "   excl".
           05 filler pic x(07) value "  troca".
           05 filler pic x(07) value "   unif".
           05 filler pic x(07) value "   cons".
           05 filler pic x(07) value "  recus".
           05 filler pic x(07) value "  senha".
           05 filler pic x(07) value " outras".
           05 filler pic x(07) value "   fora".
           05 filler pic x(07) value "    raj".

      *> as colunas 1 a 9 são os tipos de evento, 10 os eventos
      *> fora do expediente e 11 as rajadas de senha errada
       01 ws-linha-det.
           05 ws-d-rotulo.
               10 ws-d-data pic x(08).
               10 filler    pic x(02).
               10 ws-d-dia  pic x(03).
               10 filler    pic x(01).
           05 ws-d-coluna occurs 11.
               10 filler    pic x(01).
               10 ws-d-qtd  pic zzzzz9.

       01 ws-rodape.
           05 ws-r-rotulo pic x(40).
           05 ws-r-valor  pic zzzzzz9.

       procedure division.
       inicio.
           accept ws-hoje-data from date yyyymmdd
           initialize ws-cont-geral
           accept ws-param from command-line
           perform trata-parametros
           if erro-param
               move 8 to return-code
               stop run
           end-if
           open output relatorio
           move ws-ini-data to ws-t-ini
           move ws-fim-data to ws-t-fim
           move ws-titulo to relatorio-rec
           write relatorio-rec
           sort work-file
               on ascending key sd-operador, sd-data, sd-hora,
                   sd-evento
               input procedure is carrega-eventos
               output procedure is imprime-por-operador
           perform grava-totais
           perform grava-anomalias
           perform grava-lote
           close relatorio
           display "produtividade-operadores: " ws-total-eventos
               " eventos de " ws-qtd-opers " operadores entre "
               ws-ini-data " e " ws-fim-data ", " ws-qtd-anomalias
               " anomalias"
           stop run.

      *> -----------------------------------
       trata-parametros.
           move ws-hoje-data to ws-fim-data
           move spaces to ws-tokens
           unstring ws-param delimited by all spaces
               into ws-token(1), ws-token(2), ws-token(3),
                    ws-token(4)
           end-unstring
           move 1 to ws-tok-i
           perform until ws-tok-i > 4 or erro-param
               evaluate true
                   when ws-token(ws-tok-i) equal spaces
                       continue
                   when ws-token(ws-tok-i) equal "fator"
                       add 1 to ws-tok-i
                       if ws-tok-i > 4 or
                          ws-token(ws-tok-i)(1:1) not numeric or
                          ws-token(ws-tok-i)(1:1) equal "0"
                           display "produtividade-operadores: fator "
                               "inválido (1 a 99)"
                           move "s" to ws-erro-param
                       else
                           if ws-token(ws-tok-i)(2:1) numeric
                               move ws-token(ws-tok-i)(1:2) to ws-fator
                           else
                               move ws-token(ws-tok-i)(1:1) to ws-fator
                           end-if
                       end-if
                   when ws-token(ws-tok-i)(1:8) numeric and
                        ws-token(ws-tok-i)(9:2) equal spaces
                       move ws-token(ws-tok-i)(1:8) to ws-dt-data
                       if ws-dt-mes < 1 or ws-dt-mes > 12 or
                          ws-dt-dia < 1 or ws-dt-dia > 31 or
                          ws-qtd-datas > 1
                           display "produtividade-operadores: data "
                               "inválida " ws-token(ws-tok-i)
                               " (aaaammdd)"
                           move "s" to ws-erro-param
                       else
                           add 1 to ws-qtd-datas
                           if ws-qtd-datas equal 1
                               move ws-dt-data to ws-fim-data
                           else
                               move ws-fim-data to ws-ini-data
                               move ws-dt-data to ws-fim-data
                           end-if
                       end-if
                   when other
                       display "produtividade-operadores: opção "
                           "desconhecida " ws-token(ws-tok-i)
                       move "s" to ws-erro-param
               end-evaluate
               add 1 to ws-tok-i
           end-perform
           if not erro-param and ws-qtd-datas < 2
               compute ws-ini-data = function date-of-integer
                   (function integer-of-date(ws-fim-data) - 6)
           end-if
           if not erro-param and ws-ini-data > ws-fim-data
               display "produtividade-operadores: data inicial "
                   "depois da final"
               move "s" to ws-erro-param
           end-if.

      *> -----------------------------------
      *> fechamentos mensais do mês inicial do período até o
      *> corrente (o fechamento leva o nome do mês em que rodou,
      *> então o período pode estar num arquivo de mês posterior),
      *> depois o log corrente e o log de acessos; a data de cada
      *> linha decide se ela entra
       carrega-eventos.
           move ws-ini-aaaamm to ws-mes-num
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
           perform varre-log thru varre-log-fim
           perform varre-acessos thru varre-acessos-fim.

       varre-log.
           open input log-aud
           if not fa-ok
               go varre-log-fim
           end-if
           add 1 to ws-qtd-logs
           move "n" to ws-fim-arq
           perform until arq-varrido
               read log-aud
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido and fa-ok
                   if aud-data numeric and aud-hora numeric and
                      aud-data not < ws-ini-data and
                      aud-data not > ws-fim-data
                       perform classifica-auditoria
                   end-if
               end-if
               if not arq-varrido and not fa-ok
                   move "s" to ws-fim-arq
               end-if
           end-perform
           close log-aud.
       varre-log-fim.

       classifica-auditoria.
           evaluate aud-operacao
               when "inclusão"
                   move 1 to sd-evento
               when "alteração"
                   move 2 to sd-evento
               when "exclusão"
                   move 3 to sd-evento
               when "troca fone"
                   move 4 to sd-evento
               when "unificação"
                   move 5 to sd-evento
               when "recusado"
                   move 7 to sd-evento
               when "senha errada"
               when "bloqueio"
                   move 8 to sd-evento
               when other
                   move 9 to sd-evento
           end-evaluate
           move aud-operador to sd-operador
           move aud-data     to sd-data
           move aud-hora     to sd-hora
           release sort-rec.

      *> cada leitura de cliente gravada no log de acessos é uma
      *> consulta
       varre-acessos.
           open input acessos
           if not face-ok
               go varre-acessos-fim
           end-if
           move "n" to ws-fim-arq
           perform until arq-varrido
               read acessos
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido and face-ok
                   if ace-data numeric and ace-hora numeric and
                      ace-data not < ws-ini-data and
                      ace-data not > ws-fim-data
                       move ace-operador to sd-operador
                       move ace-data     to sd-data
                       move ace-hora     to sd-hora
                       move 6            to sd-evento
                       release sort-rec
                   end-if
               end-if
               if not arq-varrido and not face-ok
                   move "s" to ws-fim-arq
               end-if
           end-perform
           close acessos.
       varre-acessos-fim.

      *> -----------------------------------
      *> corte de controle por operador e, dentro dele, por dia;
      *> uma linha por dia com atividade e o total do operador
       imprime-por-operador.
           move "n" to ws-fim-sort
           move "s" to ws-primeiro
           perform until sort-varrido
               return work-file
                   at end
                       move "s" to ws-fim-sort
               end-return
               if not sort-varrido
                   if e-primeiro
                       perform abre-operador
                       perform abre-dia
                       move "n" to ws-primeiro
                   else
                       if sd-operador not equal ws-oper-ant
                           perform fecha-dia-oper
                           perform fecha-operador
                           perform abre-operador
                           perform abre-dia
                       else
                           if sd-data not equal ws-data-ant
                               perform fecha-dia-oper
                               perform abre-dia
                           end-if
                       end-if
                   end-if
                   perform conta-evento
               end-if
           end-perform
           if not e-primeiro
               perform fecha-dia-oper
               perform fecha-operador
           end-if.

       abre-operador.
           move sd-operador to ws-oper-ant
           initialize ws-cont-oper
           move zeros to ws-fora-oper
           move zeros to ws-raj-oper
           move spaces to relatorio-rec
           write relatorio-rec
           move sd-operador to ws-c-oper
           move ws-cab-oper to relatorio-rec
           write relatorio-rec
           move ws-cab-colunas to relatorio-rec
           write relatorio-rec.

       abre-dia.
           move sd-data to ws-data-ant
           initialize ws-cont-dia
           move zeros to ws-fora-dia
           move zeros to ws-raj-dia
           move zeros to ws-falha-qtd
      *> sábado e domingo inteiros ficam fora do expediente
           compute ws-dia-int = function integer-of-date(sd-data)
           divide ws-dia-int by 7 giving ws-dia-quoc
               remainder ws-dia-resto.

       conta-evento.
           add 1 to ws-total-eventos
           add 1 to ws-cd(sd-evento)
           move sd-hora to ws-hora-num
           if ws-dia-resto equal 0 or ws-dia-resto equal 6 or
              ws-hora-hh < ws-expediente-ini or
              ws-hora-hh not < ws-expediente-fim
               add 1 to ws-fora-dia
           end-if
           if sd-evento equal 8
               perform confere-rajada
           end-if.

      *> a terceira senha errada dentro da janela fecha uma rajada;
      *> a contagem recomeça depois dela
       confere-rajada.
           compute ws-seg = ws-hora-hh * 3600 + ws-hora-mi * 60
               + ws-hora-ss
           if ws-falha-qtd equal 2 and
              ws-seg - ws-falha-seg(1) not > ws-janela-rajada
               add 1 to ws-raj-dia
               move zeros to ws-falha-qtd
           else
               if ws-falha-qtd equal 2
                   move ws-falha-seg(2) to ws-falha-seg(1)
                   move ws-seg to ws-falha-seg(2)
               else
                   add 1 to ws-falha-qtd
                   move ws-seg to ws-falha-seg(ws-falha-qtd)
               end-if
           end-if.

       fecha-dia-oper.
           move spaces to ws-linha-det
           move ws-data-ant to ws-d-data
           move ws-dia-nome(ws-dia-resto + 1) to ws-d-dia
           perform varying ws-ev from 1 by 1 until ws-ev > 9
               move ws-cd(ws-ev) to ws-d-qtd(ws-ev)
               add ws-cd(ws-ev) to ws-co(ws-ev)
           end-perform
           move ws-fora-dia to ws-d-qtd(10)
           move ws-raj-dia  to ws-d-qtd(11)
           add ws-fora-dia to ws-fora-oper
           add ws-raj-dia  to ws-raj-oper
           move ws-linha-det to relatorio-rec
           write relatorio-rec.

       fecha-operador.
           move spaces to ws-linha-det
           move "  total" to ws-d-rotulo
           perform varying ws-ev from 1 by 1 until ws-ev > 9
               move ws-co(ws-ev) to ws-d-qtd(ws-ev)
               add ws-co(ws-ev) to ws-cg(ws-ev)
           end-perform
           move ws-fora-oper to ws-d-qtd(10)
           move ws-raj-oper  to ws-d-qtd(11)
           add ws-fora-oper to ws-fora-geral
           add ws-raj-oper  to ws-raj-geral
           move ws-linha-det to relatorio-rec
           write relatorio-rec
           if ws-qtd-opers < 300
               add 1 to ws-qtd-opers
               move ws-oper-ant  to ws-to-codigo(ws-qtd-opers)
               move ws-co(6)     to ws-to-cons(ws-qtd-opers)
               move ws-fora-oper to ws-to-fora(ws-qtd-opers)
               move ws-raj-oper  to ws-to-raj(ws-qtd-opers)
           else
               add 1 to ws-opers-fora-tab
           end-if.

      *> -----------------------------------
       grava-totais.
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-cab-colunas to relatorio-rec
           write relatorio-rec
           move spaces to ws-linha-det
           move "total geral" to ws-d-rotulo
           perform varying ws-ev from 1 by 1 until ws-ev > 9
               move ws-cg(ws-ev) to ws-d-qtd(ws-ev)
           end-perform
           move ws-fora-geral to ws-d-qtd(10)
           move ws-raj-geral  to ws-d-qtd(11)
           move ws-linha-det to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move "operadores com atividade:" to ws-r-rotulo
           move ws-qtd-opers to ws-r-valor
           move ws-rodape to relatorio-rec
           write relatorio-rec
           if ws-opers-fora-tab > 0
               move "operadores fora da análise de anomalias:"
                   to ws-r-rotulo
               move ws-opers-fora-tab to ws-r-valor
               move ws-rodape to relatorio-rec
               write relatorio-rec
           end-if
           move "logs de auditoria lidos:" to ws-r-rotulo
           move ws-qtd-logs to ws-r-valor
           move ws-rodape to relatorio-rec
           write relatorio-rec.

      *> -----------------------------------
      *> a média de consultas é a dos operadores que consultaram
      *> alguma coisa no período
       grava-anomalias.
           move zeros to ws-opers-cons
           perform varying ws-oi from 1 by 1 until ws-oi > ws-qtd-opers
               if ws-to-cons(ws-oi) > 0
                   add 1 to ws-opers-cons
               end-if
           end-perform
           if ws-opers-cons > 0
               compute ws-media = ws-cg(6) / ws-opers-cons
           end-if
           compute ws-limite = ws-media * ws-fator
           if ws-limite < ws-min-consultas
               move ws-min-consultas to ws-limite
           end-if
           move spaces to relatorio-rec
           write relatorio-rec
           move "anomalias" to relatorio-rec
           write relatorio-rec
           move ws-media to ws-media-ed
           move ws-fator to ws-fator-ed
           move spaces to ws-linha
           string "  expediente: segunda a sexta, " ws-expediente-ini
                  "h00 às " ws-expediente-fim "h00; rajada: 3 senhas "
                  "erradas em até 10 minutos"
                  delimited by size into ws-linha
           end-string
           move ws-linha to relatorio-rec
           write relatorio-rec
           move spaces to ws-linha
           string "  consultas: acima de " function trim(ws-fator-ed)
                  " vezes a média da equipe ("
                  function trim(ws-media-ed) " por operador)"
                  delimited by size into ws-linha
           end-string
           move ws-linha to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           perform varying ws-oi from 1 by 1 until ws-oi > ws-qtd-opers
               perform aponta-operador
           end-perform
           if ws-qtd-anomalias equal zeros
               move "  nenhuma anomalia no período" to relatorio-rec
               write relatorio-rec
           end-if.

       aponta-operador.
           if ws-to-fora(ws-oi) > 0
               add 1 to ws-qtd-anomalias
               move spaces to ws-linha
               move ws-to-fora(ws-oi) to ws-qtd-ed
               string "  " ws-to-codigo(ws-oi) "  " ws-qtd-ed
                      " eventos fora do expediente"
                      delimited by size into ws-linha
               end-string
               move ws-linha to relatorio-rec
               write relatorio-rec
           end-if
           if ws-to-raj(ws-oi) > 0
               add 1 to ws-qtd-anomalias
               move spaces to ws-linha
               move ws-to-raj(ws-oi) to ws-qtd-ed
               string "  " ws-to-codigo(ws-oi) "  " ws-qtd-ed
                      " rajadas de senha errada"
                      delimited by size into ws-linha
               end-string
               move ws-linha to relatorio-rec
               write relatorio-rec
           end-if
           if ws-to-cons(ws-oi) > ws-limite
               add 1 to ws-qtd-anomalias
               move spaces to ws-linha
               move ws-to-cons(ws-oi) to ws-qtd-ed
               string "  " ws-to-codigo(ws-oi) "  " ws-qtd-ed
                      " consultas - média da equipe "
                      function trim(ws-media-ed)
                      delimited by size into ws-linha
               end-string
               move ws-linha to relatorio-rec
               write relatorio-rec
           end-if.

      *> -----------------------------------
      *> a linha "total:" da última execução do modo lote, com as
      *> rejeitadas; a simulação é marcada na primeira linha
       grava-lote.
           move spaces to relatorio-rec
           write relatorio-rec
           open input lote-log
           if not fl-ok
               move "lote: clientes-lote.log não encontrado"
                   to relatorio-rec
               write relatorio-rec
           else
               move "n" to ws-fim-arq
               perform until arq-varrido
                   read lote-log
                       at end
                           move "s" to ws-fim-arq
                   end-read
                   if not arq-varrido
                       add 1 to ws-lote-linhas
                       if ws-lote-linhas equal 1 and
                          lote-log-rec(1:11) equal "simulação"
                           move "s" to ws-lote-simula
                       end-if
                       if lote-log-rec(1:7) equal "total: "
                           move lote-log-rec to ws-lote-total
                       end-if
                   end-if
               end-perform
               close lote-log
               move spaces to ws-linha
               if ws-lote-total equal spaces
                   move "lote: última execução sem linha de totais"
                       to ws-linha
               else
                   if lote-simulado
                       string "lote (simulação) - "
                              function trim(ws-lote-total)
                              delimited by size into ws-linha
                       end-string
                   else
                       string "lote - última execução - "
                              function trim(ws-lote-total)
                              delimited by size into ws-linha
                       end-string
                   end-if
               end-if
               move ws-linha to relatorio-rec
               write relatorio-rec
           end-if.

       end program produtividade-operadores.

      *> execução recomeça dali, sem repetir os passos que já
      *> passaram - mesma filosofia do clientes-lote.chk, só que no
      *> nível da corrente de programas. repetir do começo moveria
      *> o corte do exporta-clientes.ctl de novo. a data é a da
      *> noite em que a corrente começou: um reinício depois da
      *> meia-noite continua valendo para aquela noite (fim do mês,
      *> domingo, competência do faturamento)
       fd checkpoint value of file-id is "fecha-dia.chk".
       01 chk-rec.
           05 chk-passo pic 9(01).
           05 chk-data  pic 9(08).

       working-storage section.
       77 fj-stat pic 9(02).
           88 fk-ok value zeros.

      *> a corrente da noite, na ordem de sempre; o comando roda
      *> pelo cobcrun, como os programas são lançados na janela.
      *> o balanceia-lote cruza os registros de controle que os
      *> cinco passos anteriores gravaram e para a corrente quando
      *> os totais não batem
       01 ws-passos-cmd-val.
           05 filler pic x(40)
              value "cobcrun recon-clientes".
              value "cobcrun relatorio-clientes".
           05 filler pic x(40)
              value "cobcrun estatisticas-clientes".
           05 filler pic x(40)
              value "cobcrun balanceia-lote".
           05 filler pic x(40)
              value "cobcrun fatura-contratos".
           05 filler pic x(40)
              value "cobcrun produtividade-operadores".
       01 ws-passos-cmd redefines ws-passos-cmd-val.
           05 ws-passo-cmd pic x(40) occurs 8.

       01 ws-passos-nom-val.
           05 filler pic x(22) value "recon-clientes".
           05 filler pic x(22) value "gera-notificacoes".
           05 filler pic x(22) value "relatorio-clientes".
           05 filler pic x(22) value "estatisticas-clientes".
           05 filler pic x(22) value "balanceia-lote".
           05 filler pic x(22) value "fatura-contratos".
           05 filler pic x(22) value "produtividade-operad.".
       01 ws-passos-nom redefines ws-passos-nom-val.
           05 ws-passo-nom pic x(22) occurs 8.

      *> quando o passo roda: "D" toda noite, "M" só na noite do
      *> último dia do mês (o faturamento fecha a competência), "S"
      *> só na noite de domingo (o relatório semanal de
      *> produtividade cobre a semana que termina nele)
       01 ws-passos-qdo-val pic x(08) value "DDDDDDMS".
       01 ws-passos-qdo redefines ws-passos-qdo-val.
           05 ws-passo-qdo pic x(01) occurs 8.
               88 passo-mensal  value "M".
               88 passo-semanal value "S".
       77 ws-qtd-passos pic 9(01) value 8.

       77 ws-passo     pic 9(01).
       77 ws-passo-ini pic 9(01) value 1.
       77 ws-data pic 9(08).
       77 ws-hora pic 9(08).

      *> a noite da corrente: hoje na partida, a do checkpoint no
      *> reinício
       01 ws-noite.
           05 ws-noite-aaaamm pic 9(06).
           05 ws-noite-dia    pic 9(02).
       01 ws-noite-data redefines ws-noite pic 9(08).

      *> comando do passo; o mensal leva a competência da noite e o
      *> semanal, a noite como último dia da semana
       77 ws-cmd pic x(60).

      *> último dia do mês: o dia seguinte é dia 1
       77 ws-amanha pic 9(08).
       77 ws-fim-mes pic x value "n".
           88 e-fim-mes value "s".

      *> domingo: resto zero do integer-of-date por 7 (o dia 1 do
      *> calendário foi uma segunda-feira)
       77 ws-dia-quoc  pic 9(07).
       77 ws-dia-resto pic 9(01).
       77 ws-domingo pic x value "n".
           88 e-domingo value "s".

       01 ws-linha-jrn.
           05 ws-j-data  pic 9(08).
           05 filler     pic x(01) value spaces.
       procedure division.
       inicio.
           perform le-checkpoint
           perform confere-fim-mes
           open extend jornal
           if ws-passo-ini > 1
               perform anota-reinicio
           end-if
           perform varying ws-passo from ws-passo-ini by 1
                   until ws-passo > ws-qtd-passos or e-falhou
               perform executa-passo thru executa-passo-fim
           end-perform
           if e-falhou
               move ws-passo-falhou to ws-passo
           stop run.

      *> -----------------------------------
      *> checkpoint com passo entre 2 e o último indica corrente caída no
      *> meio: recomeça dali; 1 no checkpoint equivale a rodar do
      *> início (o primeiro passo nem chegou a terminar). o
      *> reinício herda a data da noite gravada no checkpoint
      *> (checkpoint antigo, sem a data, fica com a de hoje)
       le-checkpoint.
           move 1 to ws-passo-ini
           accept ws-noite-data from date yyyymmdd
           open input checkpoint
           if fk-ok
               read checkpoint
                       continue
               end-read
               if fk-ok and chk-passo numeric and chk-passo > 0
                  and chk-passo not greater ws-qtd-passos
                   move chk-passo to ws-passo-ini
                   if chk-data numeric and chk-data > 19000101
                       move chk-data to ws-noite-data
                   end-if
               end-if
               close checkpoint
           end-if.
       grava-checkpoint.
           open output checkpoint
           move ws-passo to chk-passo
           move ws-noite-data to chk-data
           write chk-rec
           close checkpoint.

      *> -----------------------------------
       confere-fim-mes.
           compute ws-amanha = function date-of-integer
               (function integer-of-date(ws-noite-data) + 1)
           if ws-amanha(7:2) equal "01"
               move "s" to ws-fim-mes
           end-if
           divide function integer-of-date(ws-noite-data) by 7
               giving ws-dia-quoc remainder ws-dia-resto
           if ws-dia-resto equal zero
               move "s" to ws-domingo
           end-if.

      *> -----------------------------------
      *> roda o passo pelo sistema e julga pelo código de retorno;
      *> início e fim ficam no jornal, um por linha. passo mensal
      *> fora do fim do mês e passo semanal fora do domingo só são
      *> anotados como pulados
       executa-passo.
           move ws-passo-nom(ws-passo) to ws-j-nome
           move ws-passo to ws-j-passo
           if passo-mensal(ws-passo) and not e-fim-mes
               move "pulado - só no fim do mês" to ws-j-texto
               perform grava-jornal
               go executa-passo-fim
           end-if
           if passo-semanal(ws-passo) and not e-domingo
               move "pulado - só no domingo" to ws-j-texto
               perform grava-jornal
               go executa-passo-fim
           end-if
           move spaces to ws-cmd
           evaluate true
               when passo-mensal(ws-passo)
                   string ws-passo-cmd(ws-passo) delimited by "  "
                          " "                    delimited by size
                          ws-noite-aaaamm        delimited by size
                          into ws-cmd
                   end-string
               when passo-semanal(ws-passo)
                   string ws-passo-cmd(ws-passo) delimited by "  "
                          " "                    delimited by size
                          ws-noite-data          delimited by size
                          into ws-cmd
                   end-string
               when other
                   move ws-passo-cmd(ws-passo) to ws-cmd
           end-evaluate
           move "início" to ws-j-texto
           perform grava-jornal
           move zeros to return-code
           call "SYSTEM" using
               by content function trim(ws-cmd)
           move return-code to ws-rc
           if ws-rc equal zeros
               move "fim - ok" to ws-j-texto
               end-string
               perform grava-jornal
           end-if.
       executa-passo-fim.

      *> -----------------------------------
       anota-reinicio.
           perform grava-jornal.

       anota-concluido.
           move ws-qtd-passos to ws-j-passo
           move spaces to ws-j-nome
           move "corrente concluída" to ws-j-texto
           perform grava-jornal.

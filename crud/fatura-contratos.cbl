          >>source format free
       identification division.
       program-id. fatura-contratos.
       environment division.

       configuration section.
      *> valores saem com vírgula decimal (padrão da casa)
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> lock mode manual para o faturamento poder rodar no fim do
      *> mês com uma sessão de cadastro ainda aberta
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
           select ddds assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fdd-stat
               record key is ddd-key.
           select faturas assign to disk
               organization is indexed
               access mode is dynamic
               file status is ffa-stat
               record key is fat-key.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
       fd contratos value of file-id is "contratos-clientes.dat".
       copy ctrreg.

       fd file1 value of file-id is "clientes.dat".
       copy clireg.

       fd ddds value of file-id is "ddds.dat".
       copy dddreg.

       fd faturas value of file-id is "faturas-contratos.dat".
       copy fatreg.

       fd relatorio value of file-id is "fatura-contratos.lst".
       01 relatorio-rec pic x(132).

       working-storage section.
       77 fco-stat pic 9(02).
           88 fco-ok  value zeros.
           88 fco-fim value 10.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
       77 fdd-stat pic 9(02).
           88 fdd-ok value zeros.
       77 ffa-stat pic 9(02).
           88 ffa-ok         value zeros.
           88 ffa-nao-existe value 35.
       77 fr-stat pic 9(02).

      *> uf/região de cada fatura vêm do ddd do telefone, por
      *> ddds.dat; sem a tabela no diretório saem em branco
       77 ws-tem-ddds pic x value "n".
           88 tem-ddds value "s".

      *> competência a faturar (aaaamm) pela linha de comando;
      *> em branco vale o mês corrente, que é como o fecha-dia
      *> chama no último dia do mês
       77 ws-param pic x(10).
       01 ws-competencia.
           05 ws-comp-ano pic 9(04).
           05 ws-comp-mes pic 9(02).
       01 ws-competencia-n redefines ws-competencia pic 9(06).
       77 ws-comp-invalida pic x value "n".
           88 comp-invalida value "s".

       01 ws-hoje pic 9(08).
       01 ws-hoje-r redefines ws-hoje.
           05 ws-hoje-ano pic 9(04).
           05 ws-hoje-mes pic 9(02).
           05 ws-hoje-dia pic 9(02).

      *> primeiro dia da competência e do mês seguinte: a diferença
      *> dá os dias do mês, base da proporcionalidade; o vencimento
      *> é o dia 10 do mês seguinte
       77 ws-prim-dia  pic 9(08).
       01 ws-prox-mes  pic 9(08).
       01 ws-prox-mes-r redefines ws-prox-mes.
           05 ws-prox-ano-mes pic 9(06).
           05 ws-prox-dia     pic 9(02).
       77 ws-dias-mes  pic 9(02).
       77 ws-vencimento pic 9(08).

       01 ws-inicio.
           05 ws-ini-ano-mes pic 9(06).
           05 ws-ini-dia     pic 9(02).

      *> competência já faturada: basta um registro com ela no
      *> arquivo de faturas para a rodada ser recusada
       77 ws-ja-faturada pic x value "n".
           88 ja-faturada value "s".

      *> quebra por cliente: os contratos vêm em ordem de telefone
       77 ws-fone-atual   pic 9(11) value zeros.
       77 ws-codigo-atual pic 9(06).
       77 ws-nome-atual   pic x(40).
       77 ws-uf-atual     pic x(02).
       77 ws-regiao-atual pic x(20).
       77 ws-ddd-atual    pic 9(02).
       77 ws-fatura-aberta pic x value "n".
           88 fatura-aberta value "s".
       77 ws-rejeitado pic x value "n".
           88 cliente-rejeitado value "s".
       77 ws-motivo pic x(40).

       77 ws-qtd-itens     pic 9(04).
       77 ws-valor-fatura  pic 9(09)v99.
       77 ws-dias-cobrados pic 9(02).
       77 ws-valor-item    pic 9(09)v99.

       77 ws-lidos          pic 9(07) value zeros.
       77 ws-tot-itens      pic 9(07) value zeros.
       77 ws-tot-faturas    pic 9(07) value zeros.
       77 ws-tot-rejeitados pic 9(05) value zeros.
       77 ws-tot-proporc    pic 9(05) value zeros.
       77 ws-erros-grava    pic 9(05) value zeros.
       77 ws-tot-valor      pic 9(11)v99 value zeros.

      *> totais por ddd (uf/região da tabela) e por uf
       01 ws-ddd-tab.
           05 ws-ddd-ent occurs 99.
               10 ws-ddd-qtd   pic 9(07).
               10 ws-ddd-valor pic 9(11)v99.
       77 ws-ddd pic 9(03).

       01 ws-uf-tab.
           05 ws-uf-ent occurs 30.
               10 ws-uf-sigla pic x(02).
               10 ws-uf-qtd   pic 9(07).
               10 ws-uf-valor pic 9(11)v99.
       77 ws-uf-usadas pic 9(02) value zeros.
       77 ws-uf-i      pic 9(02).
       77 ws-uf-achou  pic 9(02).

      *> paginação do registro, como no relatorio-clientes
       77 ws-pagina pic 9(04) value zeros.
       77 ws-linhas pic 9(02) value zeros.
       77 ws-linha-guarda pic x(132).

       01 ws-cabec1.
           05 filler      pic x(40)
              value "registro de faturamento - competência ".
           05 ws-c-comp-mes pic 9(02).
           05 filler      pic x(01) value "/".
           05 ws-c-comp-ano pic 9(04).
           05 filler      pic x(04) value spaces.
           05 filler      pic x(06) value "data: ".
           05 ws-c-dia    pic 9(02).
           05 filler      pic x(01) value "/".
           05 ws-c-mes    pic 9(02).
           05 filler      pic x(01) value "/".
           05 ws-c-ano    pic 9(04).
           05 filler      pic x(04) value spaces.
           05 filler      pic x(09) value "página: ".
           05 ws-c-pag    pic zzz9.

       01 ws-cabecalho.
           05 filler      pic x(08) value "código".
           05 filler      pic x(13) value "telefone".
           05 filler      pic x(42) value "cliente / contrato".
           05 filler      pic x(04) value "uf".
           05 filler      pic x(16) value "valor mensal".
           05 filler      pic x(08) value "dias".
           05 filler      pic x(16) value "valor cobrado".

       01 ws-det-cliente.
           05 ws-dc-codigo pic 9(06).
           05 filler       pic x(02) value spaces.
           05 ws-dc-fone   pic 9(11).
           05 filler       pic x(02) value spaces.
           05 ws-dc-nome   pic x(40).
           05 filler       pic x(02) value spaces.
           05 ws-dc-uf     pic x(02).

       01 ws-det-item.
           05 filler       pic x(23) value spaces.
           05 ws-di-seq    pic 9(04).
           05 filler       pic x(01) value spaces.
           05 ws-di-numero pic x(10).
           05 filler       pic x(29) value spaces.
           05 ws-di-mensal pic z.zzz.zz9,99.
           05 filler       pic x(02) value spaces.
           05 ws-di-dias   pic z9.
           05 filler       pic x(01) value "/".
           05 ws-di-dmes   pic 99.
           05 filler       pic x(03) value spaces.
           05 ws-di-valor  pic zzz.zzz.zz9,99.

       01 ws-det-total.
           05 filler       pic x(23) value spaces.
           05 filler       pic x(30) value "total da fatura".
           05 ws-dt-qtd    pic zzz9.
           05 filler       pic x(10) value " contratos".
           05 filler       pic x(25) value spaces.
           05 ws-dt-valor  pic zzz.zzz.zz9,99.

       01 ws-det-rejeitado.
           05 filler       pic x(08) value "  ***  ".
           05 ws-dr-fone   pic 9(11).
           05 filler       pic x(02) value spaces.
           05 ws-dr-motivo pic x(40).
           05 filler       pic x(28)
              value " - contratos não faturados".

       01 ws-linha-secao.
           05 ws-l-secao pic x(60).

       01 ws-linha-ddd.
           05 filler      pic x(06) value "  ddd ".
           05 ws-ld-ddd   pic 9(02).
           05 filler      pic x(03) value spaces.
           05 ws-ld-uf    pic x(02).
           05 filler      pic x(02) value spaces.
           05 ws-ld-regiao pic x(20).
           05 filler      pic x(02) value spaces.
           05 ws-ld-qtd   pic z.zzz.zz9.
           05 filler      pic x(08) value " faturas".
           05 filler      pic x(03) value spaces.
           05 ws-ld-valor pic z.zzz.zzz.zz9,99.

       01 ws-linha-uf.
           05 filler      pic x(06) value "  uf  ".
           05 ws-lu-uf    pic x(02).
           05 filler      pic x(27) value spaces.
           05 ws-lu-qtd   pic z.zzz.zz9.
           05 filler      pic x(08) value " faturas".
           05 filler      pic x(03) value spaces.
           05 ws-lu-valor pic z.zzz.zzz.zz9,99.

       01 ws-rodape1.
           05 filler      pic x(28) value "faturas emitidas.........: ".
           05 ws-r-faturas pic z.zzz.zz9.
       01 ws-rodape2.
           05 filler      pic x(28) value "contratos faturados.......: ".
           05 ws-r-itens  pic z.zzz.zz9.
           05 filler      pic x(04) value spaces.
           05 filler      pic x(17) value "proporcionais: ".
           05 ws-r-proporc pic zzzz9.
       01 ws-rodape3.
           05 filler      pic x(28) value "clientes rejeitados.......: ".
           05 ws-r-rejeit pic z.zzz.zz9.
       01 ws-rodape4.
           05 filler      pic x(28) value "valor total faturado......: ".
           05 ws-r-valor  pic z.zzz.zzz.zz9,99.

       procedure division.
       inicio.
           accept ws-param from command-line
           accept ws-hoje from date yyyymmdd
           perform trata-competencia
           if comp-invalida
               display "fatura-contratos: competência inválida "
                   "(informe aaaamm)"
               move 8 to return-code
               stop run
           end-if
           perform abrir-arquivos
           perform confere-competencia
           if ja-faturada
               display "fatura-contratos: competência "
                   ws-competencia-n " já faturada - nada gerado"
               perform fecha-arquivos
               move 8 to return-code
               stop run
           end-if
           perform imprime-cabecalho
           perform le-contrato
           perform until fco-fim
               perform trata-contrato thru trata-contrato-fim
               perform le-contrato
           end-perform
           perform fecha-fatura
           perform imprime-totais
           perform fecha-arquivos
           display "fatura-contratos: " ws-lidos " contratos lidos, "
               ws-tot-faturas " faturas, " ws-tot-rejeitados
               " clientes rejeitados"
      *> erro de gravação no arquivo de faturas deixa a competência
      *> incompleta: quem lançou (fecha-dia, operador) tem que ver
           if ws-erros-grava > 0
               display "fatura-contratos: " ws-erros-grava
                   " erros de gravação em faturas-contratos.dat"
               move 8 to return-code
           else
               move zeros to return-code
           end-if
           stop run.

      *> -----------------------------------
      *> competência da linha de comando (aaaamm) ou o mês corrente;
      *> daí saem os dias do mês e o vencimento
       trata-competencia.
           if ws-param equal spaces
               move ws-hoje-ano to ws-comp-ano
               move ws-hoje-mes to ws-comp-mes
           else
               if ws-param(1:6) numeric and ws-param(7:4) equal spaces
                   move ws-param(1:6) to ws-competencia
               else
                   move "s" to ws-comp-invalida
               end-if
           end-if
           if not comp-invalida
               if ws-comp-mes < 1 or ws-comp-mes > 12 or
                  ws-comp-ano < 1900
                   move "s" to ws-comp-invalida
               end-if
           end-if
           if not comp-invalida
               compute ws-prim-dia = ws-competencia-n * 100 + 1
               if ws-comp-mes equal 12
                   compute ws-prox-mes =
                       (ws-comp-ano + 1) * 10000 + 101
               else
                   compute ws-prox-mes = ws-prim-dia + 100
               end-if
               compute ws-dias-mes =
                   function integer-of-date(ws-prox-mes)
                   - function integer-of-date(ws-prim-dia)
               compute ws-vencimento = ws-prox-ano-mes * 100 + 10
           end-if.

      *> -----------------------------------
       abrir-arquivos.
           open input contratos
           open input file1
           open input ddds
           if fdd-ok
               move "s" to ws-tem-ddds
           end-if
           open i-o faturas
           if ffa-nao-existe
               open output faturas
               close faturas
               open i-o faturas
           end-if
           open output relatorio.

      *> -----------------------------------
      *> a mesma competência não pode ser faturada duas vezes:
      *> qualquer registro já gravado com ela recusa a rodada
       confere-competencia.
           move "n" to ws-ja-faturada
           move ws-competencia-n to fat-competencia
           move zeros to fat-codigo
           move zeros to fat-item
           start faturas key is not less than fat-key
               invalid key
                   continue
           end-start
           if ffa-ok
               read faturas next record
                   at end
                       continue
               end-read
               if ffa-ok and fat-competencia equal ws-competencia-n
                   move "s" to ws-ja-faturada
               end-if
           end-if.

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
      *> só contrato aberto e já iniciado até o fim da competência
      *> entra; a quebra de cliente acontece no primeiro contrato
      *> faturável de cada telefone
       trata-contrato.
           add 1 to ws-lidos
           if not ctr-aberto
               go trata-contrato-fim
           end-if
           perform calcula-item
           if ws-dias-cobrados equal zeros
               go trata-contrato-fim
           end-if
           if ctr-fone not equal ws-fone-atual
               perform fecha-fatura
               perform abre-fatura
           end-if
           if cliente-rejeitado
               go trata-contrato-fim
           end-if
           perform grava-item.
       trata-contrato-fim.

      *> -----------------------------------
      *> dias cobrados do contrato na competência: o mês inteiro,
      *> ou do dia do início até o fim do mês quando o contrato
      *> começou dentro dele; zero quando ainda não começou
       calcula-item.
           move zeros to ws-dias-cobrados
           move zeros to ws-valor-item
           if ctr-inicio not numeric or ctr-inicio equal zeros
               move ws-dias-mes to ws-dias-cobrados
           else
               move ctr-inicio to ws-inicio
               evaluate true
                   when ws-ini-ano-mes > ws-competencia-n
                       move zeros to ws-dias-cobrados
                   when ws-ini-ano-mes equal ws-competencia-n
                       compute ws-dias-cobrados =
                           ws-dias-mes - ws-ini-dia + 1
                   when other
                       move ws-dias-mes to ws-dias-cobrados
               end-evaluate
           end-if
           if ws-dias-cobrados equal ws-dias-mes
               move ctr-valor to ws-valor-item
           else
               if ws-dias-cobrados > 0
                   compute ws-valor-item rounded =
                       ctr-valor * ws-dias-cobrados / ws-dias-mes
               end-if
           end-if.

      *> -----------------------------------
      *> começo da fatura de um cliente: o cadastro dá código e
      *> nome; sem cliente (ou sem código permanente, que é a chave
      *> da fatura) os contratos do telefone ficam de fora e saem
      *> relatados
       abre-fatura.
           move ctr-fone to ws-fone-atual
           move "n" to ws-rejeitado
           move "n" to ws-fatura-aberta
           move zeros to ws-qtd-itens
           move zeros to ws-valor-fatura
           move spaces to ws-motivo
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
           if ws-motivo not equal spaces
               move "s" to ws-rejeitado
               add 1 to ws-tot-rejeitados
               move ctr-fone  to ws-dr-fone
               move ws-motivo to ws-dr-motivo
               move ws-det-rejeitado to relatorio-rec
               perform imprime-linha
           else
               move "s" to ws-fatura-aberta
               move fs-codigo to ws-codigo-atual
               move fs-nome   to ws-nome-atual
               move spaces to ws-uf-atual
               move spaces to ws-regiao-atual
               move ctr-fone(1:2) to ws-ddd-atual
               if tem-ddds
                   move ws-ddd-atual to ddd-codigo
                   read ddds
                       invalid key
                           continue
                   end-read
                   if fdd-ok
                       move ddd-uf     to ws-uf-atual
                       move ddd-regiao to ws-regiao-atual
                   end-if
               end-if
               move ws-codigo-atual to ws-dc-codigo
               move ws-fone-atual   to ws-dc-fone
               move ws-nome-atual   to ws-dc-nome
               move ws-uf-atual     to ws-dc-uf
               move ws-det-cliente to relatorio-rec
               perform imprime-linha
           end-if.

      *> -----------------------------------
       grava-item.
           add 1 to ws-qtd-itens
           move spaces to fatura-rec
           move ws-competencia-n to fat-competencia
           move ws-codigo-atual  to fat-codigo
           move ws-qtd-itens     to fat-item
           move ctr-fone         to fat-fone
           move ws-valor-item    to fat-valor
           move ctr-seq          to fat-ctr-seq
           move ctr-numero       to fat-ctr-numero
           move ctr-valor        to fat-ctr-valor
           move ws-dias-cobrados to fat-dias
           move ws-dias-mes      to fat-dias-mes
           write fatura-rec
               invalid key
                   add 1 to ws-erros-grava
           end-write
           add ws-valor-item to ws-valor-fatura
           add 1 to ws-tot-itens
           if ws-dias-cobrados not equal ws-dias-mes
               add 1 to ws-tot-proporc
           end-if
           move ctr-seq          to ws-di-seq
           move ctr-numero       to ws-di-numero
           move ctr-valor        to ws-di-mensal
           move ws-dias-cobrados to ws-di-dias
           move ws-dias-mes      to ws-di-dmes
           move ws-valor-item    to ws-di-valor
           move ws-det-item to relatorio-rec
           perform imprime-linha.

      *> -----------------------------------
      *> fim da fatura do cliente corrente: grava o item 0000 com
      *> o total e os dados de cobrança e acumula nos totais
       fecha-fatura.
           if fatura-aberta and ws-qtd-itens > 0
               move spaces to fatura-rec
               move ws-competencia-n to fat-competencia
               move ws-codigo-atual  to fat-codigo
               move zeros            to fat-item
               move ws-fone-atual    to fat-fone
               move ws-valor-fatura  to fat-valor
               move ws-nome-atual    to fat-nome
               move ws-qtd-itens     to fat-qtd-itens
               move ws-hoje          to fat-emissao
               move ws-vencimento    to fat-vencimento
               move ws-uf-atual      to fat-uf
               set fat-aberta to true
               write fatura-rec
                   invalid key
                       add 1 to ws-erros-grava
               end-write
               add 1 to ws-tot-faturas
               add ws-valor-fatura to ws-tot-valor
               if ws-ddd-atual > 10
                   add 1 to ws-ddd-qtd(ws-ddd-atual)
                   add ws-valor-fatura to ws-ddd-valor(ws-ddd-atual)
               end-if
               perform acumula-uf
               move ws-qtd-itens    to ws-dt-qtd
               move ws-valor-fatura to ws-dt-valor
               move ws-det-total to relatorio-rec
               perform imprime-linha
               move spaces to relatorio-rec
               perform imprime-linha
           end-if
           move "n" to ws-fatura-aberta.

      *> -----------------------------------
      *> total por uf: a tabela vai sendo montada na ordem em que
      *> as ufs aparecem; ddd sem uf na tabela soma em "??"
       acumula-uf.
           if ws-uf-atual equal spaces
               move "??" to ws-uf-atual
           end-if
           move zeros to ws-uf-achou
           perform varying ws-uf-i from 1 by 1
                   until ws-uf-i > ws-uf-usadas or ws-uf-achou > 0
               if ws-uf-sigla(ws-uf-i) equal ws-uf-atual
                   move ws-uf-i to ws-uf-achou
               end-if
           end-perform
           if ws-uf-achou equal zeros and ws-uf-usadas < 30
               add 1 to ws-uf-usadas
               move ws-uf-usadas to ws-uf-achou
               move ws-uf-atual to ws-uf-sigla(ws-uf-achou)
               move zeros to ws-uf-qtd(ws-uf-achou)
               move zeros to ws-uf-valor(ws-uf-achou)
           end-if
           if ws-uf-achou > 0
               add 1 to ws-uf-qtd(ws-uf-achou)
               add ws-valor-fatura to ws-uf-valor(ws-uf-achou)
           end-if.

      *> -----------------------------------
      *> rodapé do registro: totais gerais, por ddd (com uf e
      *> região da tabela) e por uf
       imprime-totais.
           move spaces to relatorio-rec
           perform imprime-linha
           move ws-tot-faturas    to ws-r-faturas
           move ws-rodape1 to relatorio-rec
           perform imprime-linha
           move ws-tot-itens      to ws-r-itens
           move ws-tot-proporc    to ws-r-proporc
           move ws-rodape2 to relatorio-rec
           perform imprime-linha
           move ws-tot-rejeitados to ws-r-rejeit
           move ws-rodape3 to relatorio-rec
           perform imprime-linha
           move ws-tot-valor      to ws-r-valor
           move ws-rodape4 to relatorio-rec
           perform imprime-linha
           move spaces to relatorio-rec
           perform imprime-linha
           move "totais por ddd (uf/região):" to ws-l-secao
           move ws-linha-secao to relatorio-rec
           perform imprime-linha
           perform varying ws-ddd from 11 by 1 until ws-ddd > 99
               if ws-ddd-qtd(ws-ddd) > 0
                   move ws-ddd to ws-ld-ddd
                   move spaces to ws-ld-uf
                   move spaces to ws-ld-regiao
                   if tem-ddds
                       move ws-ddd to ddd-codigo
                       read ddds
                           invalid key
                               continue
                       end-read
                       if fdd-ok
                           move ddd-uf     to ws-ld-uf
                           move ddd-regiao to ws-ld-regiao
                       end-if
                   end-if
                   move ws-ddd-qtd(ws-ddd)   to ws-ld-qtd
                   move ws-ddd-valor(ws-ddd) to ws-ld-valor
                   move ws-linha-ddd to relatorio-rec
                   perform imprime-linha
               end-if
           end-perform
           move spaces to relatorio-rec
           perform imprime-linha
           move "totais por uf:" to ws-l-secao
           move ws-linha-secao to relatorio-rec
           perform imprime-linha
           perform varying ws-uf-i from 1 by 1
                   until ws-uf-i > ws-uf-usadas
               move ws-uf-sigla(ws-uf-i) to ws-lu-uf
               move ws-uf-qtd(ws-uf-i)   to ws-lu-qtd
               move ws-uf-valor(ws-uf-i) to ws-lu-valor
               move ws-linha-uf to relatorio-rec
               perform imprime-linha
           end-perform.

      *> -----------------------------------
      *> cabeçalho de página: competência, data e número da página
       imprime-cabecalho.
           add 1 to ws-pagina
           if ws-pagina > 1
               move spaces to relatorio-rec
               write relatorio-rec
           end-if
           move ws-comp-mes to ws-c-comp-mes
           move ws-comp-ano to ws-c-comp-ano
           move ws-hoje-dia to ws-c-dia
           move ws-hoje-mes to ws-c-mes
           move ws-hoje-ano to ws-c-ano
           move ws-pagina   to ws-c-pag
           move ws-cabec1 to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-cabecalho to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move 4 to ws-linhas.

      *> -----------------------------------
      *> grava a linha já montada em relatorio-rec, quebrando a
      *> página a cada 60 linhas
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
           if tem-ddds
               close ddds
           end-if
           close faturas
           close relatorio.

       end program fatura-contratos.

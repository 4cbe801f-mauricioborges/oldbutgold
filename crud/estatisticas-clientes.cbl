               access mode is dynamic
               file status is fdd-stat
               record key is ddd-key.
           select filiais assign to disk
               organization is indexed
               access mode is dynamic
               file status is ffi-stat
               record key is fil-key.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.
           select snapshots assign to disk
               organization is line sequential
               file status is fn-stat.
           select controle-lote assign to disk
               organization is line sequential
               file status is fcl-stat.

       data division.
       file section.
       fd ddds value of file-id is "ddds.dat".
       copy dddreg.

       fd filiais value of file-id is "filiais.dat".
       copy filreg.

       fd relatorio value of file-id is "estatisticas-clientes.lst".
       01 relatorio-rec pic x(80).

       fd snapshots value of file-id is "estatisticas-snapshots.txt".
       01 snapshot-rec pic x(80).

       fd controle-lote value of file-id is "controle-lote.txt".
       copy cltreg.

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
       77 fn-stat pic 9(02).
           88 fn-ok         value zeros.
           88 fn-nao-existe value 35.
       77 fcl-stat pic 9(02).
           88 fcl-nao-existe value 35.
       77 fdd-stat pic 9(02).
           88 fdd-ok         value zeros.
           88 fdd-nao-existe value 35.
      *> diretório as colunas saem em branco
       77 ws-tem-ddds pic x value "n".
           88 tem-ddds value "s".
       77 ffi-stat pic 9(02).
           88 ffi-ok         value zeros.
       77 ws-tem-filiais pic x value "n".
           88 tem-filiais value "s".

      *> "filial xxx" na linha de comando restringe as contagens aos
      *> clientes da filial xxx ("filial matriz", aos sem filial);
      *> a execução filtrada não grava fotografia, para a série do
      *> evolucao-clientes continuar sendo da base inteira
       77 ws-param pic x(40).
       77 ws-tok-1 pic x(10).
       77 ws-tok-2 pic x(10).
       77 ws-filtro-filial pic x(06) value "todas".
           88 todas-filiais value "todas".
       77 ws-filial-pedida pic x(03) value spaces.

      *> subtotais por filial, na ordem em que as filiais aparecem;
      *> acima de 50 filiais o excedente soma na última ("***")
       01 ws-filiais-tab.
           05 ws-fil-item occurs 50.
               10 ws-fil-cod    pic x(03).
               10 ws-fil-qtd    pic 9(05).
               10 ws-fil-ativos pic 9(05).
       77 ws-fil-itens pic 9(02) value zeros.
       77 ws-fil-i     pic 9(02).
       77 ws-fil-achou pic x.
           88 fil-achou value "s".

      *> diferente do relatório detalhado, aqui os inativos entram
      *> na varredura - a diretoria pergunta exatamente por eles
           05 ws-l-pct  pic zz9,9.
           05 filler    pic x(02) value " %".

       01 ws-linha-filial.
           05 filler    pic x(02) value spaces.
           05 ws-l-fcod pic x(06).
           05 filler    pic x(01) value spaces.
           05 ws-l-fnome pic x(24).
           05 ws-l-fcont pic zzzz9.
           05 filler    pic x(03) value spaces.
           05 ws-l-fpct pic zz9,9.
           05 filler    pic x(02) value " %".
           05 filler    pic x(10) value "   ativos ".
           05 ws-l-fativos pic zzzz9.

       01 ws-linha-filtro.
           05 filler      pic x(08) value "filial: ".
           05 ws-lf-filial pic x(06).

       01 ws-rodape.
           05 filler      pic x(20) value "total de clientes: ".
           05 ws-r-total  pic zzzz9.

       77 ws-hoje pic 9(08).
       77 ws-ini-data pic 9(08).
       77 ws-ini-hora pic 9(08).

       01 ws-snap-tot.
           05 ws-st-data     pic 9(08).

       procedure division.
       inicio.
           accept ws-ini-data from date yyyymmdd
           accept ws-ini-hora from time
           accept ws-param from command-line
           perform trata-parametros
           perform abrir-arquivos
           perform le-file1
           perform until fs-fim
               perform le-file1
           end-perform
           perform imprime-relatorio
           if todas-filiais
               perform grava-snapshot
           end-if
           perform fecha-arquivos
           perform grava-controle-lote
           stop run.

      *> -----------------------------------
       trata-parametros.
           move spaces to ws-tok-1
           move spaces to ws-tok-2
           unstring ws-param delimited by all space
               into ws-tok-1, ws-tok-2
           end-unstring
           if ws-tok-1 equal "filial" and ws-tok-2 not equal spaces
               if ws-tok-2 equal "matriz"
                   move "matriz" to ws-filtro-filial
                   move spaces to ws-filial-pedida
               else
                   move ws-tok-2 to ws-filial-pedida
                   inspect ws-filial-pedida converting
                       "abcdefghijklmnopqrstuvwxyz" to
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   move ws-filial-pedida to ws-filtro-filial
               end-if
           end-if.

      *> -----------------------------------
       abrir-arquivos.
           open input file1
           open input ddds
           if fdd-ok
               move "s" to ws-tem-ddds
           end-if
           open input filiais
           if ffi-ok
               move "s" to ws-tem-filiais
           end-if.

      *> -----------------------------------
           read file1 next record
               at end
                   set fs-fim to true
           end-read
           if not fs-fim and not todas-filiais
               perform until fs-fim or
                       fs-filial equal ws-filial-pedida
                   read file1 next record
                       at end
                           set fs-fim to true
                   end-read
               end-perform
           end-if.

      *> -----------------------------------
       acumula.
           end-if
           if fs-email equal spaces
               add 1 to ws-tot-sem-email
           end-if
           perform soma-filial.

      *> -----------------------------------
      *> conta o cliente na linha da filial dele
       soma-filial.
           move "n" to ws-fil-achou
           perform varying ws-fil-i from 1 by 1
                   until ws-fil-i > ws-fil-itens or fil-achou
               if ws-fil-cod(ws-fil-i) equal fs-filial
                   move "s" to ws-fil-achou
               end-if
           end-perform
           if fil-achou
               subtract 1 from ws-fil-i
           else
               if ws-fil-itens < 50
                   add 1 to ws-fil-itens
                   move ws-fil-itens to ws-fil-i
                   move fs-filial to ws-fil-cod(ws-fil-i)
                   move zeros to ws-fil-qtd(ws-fil-i)
                   move zeros to ws-fil-ativos(ws-fil-i)
               else
                   move 50 to ws-fil-i
                   move "***" to ws-fil-cod(ws-fil-i)
               end-if
           end-if
           add 1 to ws-fil-qtd(ws-fil-i)
           if not fs-inativo
               add 1 to ws-fil-ativos(ws-fil-i)
           end-if.

      *> -----------------------------------
       imprime-relatorio.
           move "estatísticas da base de clientes" to relatorio-rec
           write relatorio-rec
           if not todas-filiais
               move ws-filtro-filial to ws-lf-filial
               move ws-linha-filtro to relatorio-rec
               write relatorio-rec
           end-if
           perform imprime-linha-branca

           move "clientes por ddd:" to ws-l-secao
           perform imprime-item
           perform imprime-linha-branca

           move "por filial:" to ws-l-secao
           perform imprime-secao
           perform varying ws-fil-i from 1 by 1
                   until ws-fil-i > ws-fil-itens
               perform imprime-filial
           end-perform
           perform imprime-linha-branca

           move "completude do cadastro:" to ws-l-secao
           perform imprime-secao
           move "sem documento" to ws-l-item
           move ws-linha-item to relatorio-rec
           write relatorio-rec.

      *> -----------------------------------
      *> subtotal de uma filial, com o nome da tabela de filiais
       imprime-filial.
           move spaces to ws-l-fnome
           if ws-fil-cod(ws-fil-i) equal spaces
               move "matriz" to ws-l-fcod
               move "(sem filial)" to ws-l-fnome
           else
               move ws-fil-cod(ws-fil-i) to ws-l-fcod
               if tem-filiais
                   move ws-fil-cod(ws-fil-i) to fil-codigo
                   read filiais
                       invalid key
                           continue
                   end-read
                   if ffi-ok
                       move fil-nome to ws-l-fnome
                   end-if
               end-if
           end-if
           move ws-fil-qtd(ws-fil-i) to ws-l-fcont
           move ws-fil-qtd(ws-fil-i) to ws-pct-num
           perform calcula-pct
           move ws-pct to ws-l-fpct
           move ws-fil-ativos(ws-fil-i) to ws-l-fativos
           move ws-linha-filial to relatorio-rec
           write relatorio-rec.

      *> -----------------------------------
       imprime-linha-branca.
           move spaces to relatorio-rec
           if tem-ddds
               close ddds
           end-if
           if tem-filiais
               close filiais
           end-if
           close relatorio.

      *> -----------------------------------
      *> linha desta execução no controle de lote; a contagem de
      *> ativos da base inteira é a referência do balanceia-lote
       grava-controle-lote.
           open extend controle-lote
           if fcl-nao-existe
               open output controle-lote
           end-if
           move spaces to controle-lote-rec
           move "estatisticas-clientes" to clt-programa
           move ws-ini-data     to clt-data
           move ws-ini-hora     to clt-hora
           if todas-filiais
               move "completo" to clt-modo
           else
               move "filtrado" to clt-modo
           end-if
           move ws-total        to clt-lidos
           move zeros           to clt-gravados
           move zeros           to clt-rejeitados
           move ws-tot-ativos   to clt-valor-1
           move ws-tot-inativos to clt-valor-2
           move zeros           to clt-ref-data
           move zeros           to clt-ref-hora
           write controle-lote-rec
           close controle-lote.

       end program estatisticas-clientes.

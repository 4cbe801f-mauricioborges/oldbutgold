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
           select controle-lote assign to disk
               organization is line sequential
               file status is fcl-stat.

       data division.
       file section.
       fd ddds value of file-id is "ddds.dat".
       copy dddreg.

       fd filiais value of file-id is "filiais.dat".
       copy filreg.

       fd relatorio value of file-id is "clientes.lst".
       01 relatorio-rec pic x(132).

       fd controle-lote value of file-id is "controle-lote.txt".
       copy cltreg.

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok         value zeros.
           88 fs-fim        value 10.
       77 fr-stat pic 9(02).
           88 fr-ok value zeros.
       77 fcl-stat pic 9(02).
           88 fcl-nao-existe value 35.
       77 fdd-stat pic 9(02).
           88 fdd-ok         value zeros.
           88 fdd-nao-existe value 35.
      *> ddds.dat; sem a tabela no diretório a coluna sai em branco
       77 ws-tem-ddds pic x value "n".
           88 tem-ddds value "s".
       77 ffi-stat pic 9(02).
           88 ffi-ok         value zeros.
       77 ws-tem-filiais pic x value "n".
           88 tem-filiais value "s".

       77 ws-total pic 9(05) value zeros.
      *> para o controle de lote: registros lidos, filtrados ou não
       77 ws-total-lidos pic 9(07) value zeros.
       77 ws-ini-hora pic 9(08).

      *> opções de execução, lidas da linha de comando como o
      *> clientes.cbl faz com ws-param: "nome" ordena pela chave
      *> alternativa, "pf"/"pj" filtram por tipo de pessoa e
      *> "inativos" lista só os excluídos logicamente (o pedido de
      *> sempre da auditoria); "filial xxx" lista só os clientes
      *> da filial xxx ("filial matriz", os ainda sem filial);
      *> podem vir combinadas, ex: "nome pj" ou "inativos filial
      *> spo"
       77 ws-param pic x(40).
       01 ws-tokens.
           05 ws-token pic x(10) occurs 6.
       77 ws-tok-i pic 9(01).
       77 ws-ordem pic x(08) value "telefone".
           88 ordem-nome value "nome".
           88 so-pj value "pj".
       77 ws-filtro-sit pic x(08) value "ativos".
           88 so-inativos value "inativos".
       77 ws-filtro-filial pic x(06) value "todas".
           88 todas-filiais value "todas".
       77 ws-filial-pedida pic x(03) value spaces.

      *> subtotais por filial, acumulados na ordem em que as
      *> filiais aparecem e impressos no rodapé; acima de 50
      *> filiais o excedente soma na última linha ("***")
       01 ws-filiais-tab.
           05 ws-fil-item occurs 50.
               10 ws-fil-cod pic x(03).
               10 ws-fil-qtd pic 9(05).
       77 ws-fil-itens pic 9(02) value zeros.
       77 ws-fil-i     pic 9(02).
       77 ws-fil-achou pic x.
           88 fil-achou value "s".

      *> controle de paginação: quebra a cada 60 linhas com o
      *> cabeçalho repetido (data, página e opções escolhidas)
           05 ws-c-tipo   pic x(05).
           05 filler      pic x(01) value spaces.
           05 ws-c-sit    pic x(08).
           05 filler      pic x(08) value " filial ".
           05 ws-c-filial pic x(06).

       01 ws-cabecalho.
           05 filler      pic x(10) value "telefone".
           05 filler      pic x(02) value spaces.
           05 filler      pic x(04) value "tipo".
           05 filler      pic x(02) value spaces.
           05 filler      pic x(25) value "logradouro".
           05 filler      pic x(02) value spaces.
           05 filler      pic x(20) value "cidade".
           05 filler      pic x(02) value spaces.
           05 filler      pic x(08) value "cep".
           05 filler      pic x(02) value spaces.
           05 filler      pic x(06) value "ddd-uf".
           05 filler      pic x(02) value spaces.
           05 filler      pic x(03) value "fil".

       01 ws-detalhe.
           05 ws-d-fone   pic 9(11) blank when zeros.
           05 filler      pic x(01) value spaces.
           05 ws-d-nome   pic x(38).
           05 filler      pic x(02) value spaces.
           05 ws-d-tipo   pic x(02).
           05 filler      pic x(04) value spaces.
           05 ws-d-lograd pic x(25).
           05 filler      pic x(02) value spaces.
           05 ws-d-cidade pic x(20).
           05 filler      pic x(02) value spaces.
           05 ws-d-cep    pic 9(08) blank when zeros.
           05 filler      pic x(02) value spaces.
           05 ws-d-ddduf  pic x(06).
           05 filler      pic x(02) value spaces.
           05 ws-d-filial pic x(03).

       01 ws-rodape.
           05 filler      pic x(20) value "total de clientes: ".
           05 ws-r-total  pic zzzz9.

       01 ws-rodape-filial.
           05 filler      pic x(09) value "  filial ".
           05 ws-rf-cod   pic x(06).
           05 filler      pic x(01) value spaces.
           05 ws-rf-nome  pic x(30).
           05 filler      pic x(02) value spaces.
           05 ws-rf-qtd   pic zzzz9.

       procedure division.
       inicio.
           accept ws-param from command-line
           perform trata-parametros
           accept ws-data-rel from date yyyymmdd
           accept ws-ini-hora from time
           perform abrir-arquivos
           perform imprime-cabecalho
           perform le-file1 thru le-file1-fim
           end-perform
           perform imprime-rodape
           perform fecha-arquivos
           perform grava-controle-lote
           stop run.

      *> -----------------------------------
       trata-parametros.
           unstring ws-param delimited by all space
               into ws-token(1), ws-token(2), ws-token(3),
                    ws-token(4), ws-token(5), ws-token(6)
           end-unstring
           perform varying ws-tok-i from 1 by 1 until ws-tok-i > 6
               evaluate ws-token(ws-tok-i)
                   when "nome"
                       move "nome" to ws-ordem
                       move "pj" to ws-filtro-tipo
                   when "inativos"
                       move "inativos" to ws-filtro-sit
                   when "filial"
                       if ws-tok-i < 6
                           add 1 to ws-tok-i
                           perform trata-filial
                       end-if
                   when other
                       continue
               end-evaluate
           end-perform.

      *> o código vem depois da palavra "filial"; "matriz" pede os
      *> clientes sem filial
       trata-filial.
           if ws-token(ws-tok-i) equal "matriz"
               move "matriz" to ws-filtro-filial
               move spaces to ws-filial-pedida
           else
               move ws-token(ws-tok-i) to ws-filial-pedida
               inspect ws-filial-pedida converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move ws-filial-pedida to ws-filtro-filial
           end-if.

      *> -----------------------------------
       abrir-arquivos.
           open input file1
           if fdd-ok
               move "s" to ws-tem-ddds
           end-if
           open input filiais
           if ffi-ok
               move "s" to ws-tem-filiais
           end-if
           if ordem-nome
               move low-values to file1-rec
               start file1 key is not less than fs-nome
               at end
                   set fs-fim to true
           end-read
           if fs-ok
               add 1 to ws-total-lidos
           end-if
           if fs-ok and fs-inativo and not so-inativos
               go le-file1
           end-if
           end-if
           if fs-ok and so-pj and not fs-pessoa-juridica
               go le-file1
           end-if
           if fs-ok and not todas-filiais and
              fs-filial not equal ws-filial-pedida
               go le-file1
           end-if.
       le-file1-fim.

           move ws-ordem      to ws-c-ordem
           move ws-filtro-tipo to ws-c-tipo
           move ws-filtro-sit to ws-c-sit
           move ws-filtro-filial to ws-c-filial
           move ws-cabec1 to relatorio-rec
           write relatorio-rec
           move ws-cabec2 to relatorio-rec
           else
               move "PF" to ws-d-tipo
           end-if
           move fs-logradouro(1:25) to ws-d-lograd
           move fs-cidade to ws-d-cidade
           move fs-uf     to ws-d-uf
           move fs-cep    to ws-d-cep
                   move ddd-uf to ws-d-ddduf
               end-if
           end-if
           move fs-filial to ws-d-filial
           move ws-detalhe to relatorio-rec
           write relatorio-rec
           add 1 to ws-linhas
           add 1 to ws-total
           perform soma-filial.

      *> -----------------------------------
      *> conta o cliente na linha da filial dele
       soma-filial.
           move "n" to ws-fil-achou
           perform varying ws-fil-i from 1 by 1
                   until ws-fil-i > ws-fil-itens or fil-achou
               if ws-fil-cod(ws-fil-i) equal fs-filial
                   move "s" to ws-fil-achou
                   add 1 to ws-fil-qtd(ws-fil-i)
               end-if
           end-perform
           if not fil-achou
               if ws-fil-itens < 50
                   add 1 to ws-fil-itens
                   move fs-filial to ws-fil-cod(ws-fil-itens)
                   move 1 to ws-fil-qtd(ws-fil-itens)
               else
                   move "***" to ws-fil-cod(50)
                   add 1 to ws-fil-qtd(50)
               end-if
           end-if.

      *> -----------------------------------
       imprime-rodape.
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-rodape to relatorio-rec
           write relatorio-rec
           perform varying ws-fil-i from 1 by 1
                   until ws-fil-i > ws-fil-itens
               perform imprime-subtotal-filial
           end-perform.

      *> subtotal de uma filial, com o nome da tabela de filiais
       imprime-subtotal-filial.
           move spaces to ws-rf-nome
           if ws-fil-cod(ws-fil-i) equal spaces
               move "matriz" to ws-rf-cod
               move "(sem filial)" to ws-rf-nome
           else
               move ws-fil-cod(ws-fil-i) to ws-rf-cod
               if tem-filiais
                   move ws-fil-cod(ws-fil-i) to fil-codigo
                   read filiais
                       invalid key
                           continue
                   end-read
                   if ffi-ok
                       move fil-nome to ws-rf-nome
                   end-if
               end-if
           end-if
           move ws-fil-qtd(ws-fil-i) to ws-rf-qtd
           move ws-rodape-filial to relatorio-rec
           write relatorio-rec.

      *> -----------------------------------
           if tem-ddds
               close ddds
           end-if
           if tem-filiais
               close filiais
           end-if
           close relatorio.

      *> -----------------------------------
      *> linha desta execução no controle de lote; só a relação
      *> padrão (todos os ativos, todas as filiais) sai "completo"
      *> e entra no cruzamento dos ativos
       grava-controle-lote.
           open extend controle-lote
           if fcl-nao-existe
               open output controle-lote
           end-if
           move spaces to controle-lote-rec
           move "relatorio-clientes" to clt-programa
           move ws-data-rel          to clt-data
           move ws-ini-hora          to clt-hora
           if ws-filtro-tipo equal "todos" and not so-inativos and
              todas-filiais
               move "completo" to clt-modo
           else
               move "filtrado" to clt-modo
           end-if
           move ws-total-lidos       to clt-lidos
           move ws-total             to clt-gravados
           move zeros                to clt-rejeitados
           move zeros                to clt-valor-1
           move zeros                to clt-valor-2
           move zeros                to clt-ref-data
           move zeros                to clt-ref-hora
           write controle-lote-rec
           close controle-lote.

       end program relatorio-clientes.

           select csv-clientes assign to disk
               organization is line sequential
               file status is fc-stat.
           select contatos assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fcn-stat
               record key is cont-key
               alternate record key is cont-fone
                   with duplicates.
           select controle assign to disk
               organization is line sequential
               file status is fct-stat.
           select filiais assign to disk
               organization is indexed
               access mode is dynamic
               file status is ffi-stat
               record key is fil-key.
           select controle-lote assign to disk
               organization is line sequential
               file status is fcl-stat.

       data division.
       file section.
      *> corte da exportação incremental: data/hora do início da
      *> última execução bem-sucedida, regravado ao final de cada
      *> rodada incremental
       fd contatos value of file-id is "contatos-clientes.dat".
       copy contreg.

       fd controle value of file-id is "exporta-clientes.ctl".
       01 ctl-rec.
           05 ctl-data pic 9(08).
           05 filler   pic x(01).
           05 ctl-hora pic 9(08).

       fd filiais value of file-id is "filiais.dat".
       copy filreg.

       fd controle-lote value of file-id is "controle-lote.txt".
       copy cltreg.

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
       77 fc-stat pic 9(02).
       77 fct-stat pic 9(02).
           88 fct-ok value zeros.
       77 fcl-stat pic 9(02).
           88 fcl-nao-existe value 35.

       77 fcn-stat pic 9(02).
           88 fcn-ok  value zeros.
           88 fcn-fim value 10.

       77 ws-fone-edit pic 9(11).

      *> modo incremental ("incremental" na linha de comando):
      *> exporta só o que foi criado ou alterado desde o corte,
      *> inclusive inativações (no modo completo os inativos ficam
      *> de fora, como sempre)
       77 ws-param pic x(40).
       01 ws-params.
           05 ws-param-n pic x(12) occurs 4.
       77 ws-param-i pic 9(01).
       77 ws-modo-incr pic x value "n".
           88 e-modo-incr value "s".
      *> com "contatos" na linha de comando (sozinho ou junto com
      *> "incremental"), cada cliente exportado leva logo abaixo as
      *> linhas dos seus contatos
       77 ws-com-contatos pic x value "n".
           88 e-com-contatos value "s".
       77 ws-cont-codigo pic 9(06).
       77 ws-contatos-abertos pic x value "n".
           88 contatos-abertos value "s".
       77 ws-corte-data pic 9(08) value zeros.
       77 ws-corte-hora pic 9(08) value zeros.
       77 ws-ini-data   pic 9(08).
       77 ws-ini-hora   pic 9(08).

      *> "filial xxx" exporta só os clientes da filial xxx
      *> ("filial matriz", os sem filial). a rodada incremental
      *> filtrada não regrava o corte: ele é um só para a base
      *> inteira, e as outras filiais perderiam as mudanças
       77 ws-filtro-filial pic x(06) value "todas".
           88 todas-filiais value "todas".
       77 ws-filial-pedida pic x(03) value spaces.
       77 ffi-stat pic 9(02).
           88 ffi-ok value zeros.
       77 ws-tem-filiais pic x value "n".
           88 tem-filiais value "s".

      *> linhas de cliente exportadas por filial, para o resumo do
      *> console; acima de 50 filiais o excedente soma em "***"
       01 ws-filiais-tab.
           05 ws-fil-item occurs 50.
               10 ws-fil-cod pic x(03).
               10 ws-fil-qtd pic 9(06).
       77 ws-fil-itens pic 9(02) value zeros.
       77 ws-fil-i     pic 9(02).
       77 ws-fil-achou pic x.
           88 fil-achou value "s".
       77 ws-total-linhas pic 9(06) value zeros.
      *> para o controle de lote: registros lidos e linhas de contato
       77 ws-total-lidos pic 9(07) value zeros.
       77 ws-total-contatos pic 9(07) value zeros.
       77 ws-fil-nome pic x(30).

       procedure division.
       inicio.
           accept ws-param from command-line
           move spaces to ws-params
           unstring ws-param delimited by all space
               into ws-param-n(1), ws-param-n(2), ws-param-n(3),
                    ws-param-n(4)
           end-unstring
           perform varying ws-param-i from 1 by 1
                   until ws-param-i > 4
               evaluate ws-param-n(ws-param-i)
                   when "incremental"
                   when "INCREMENTAL"
                       move "s" to ws-modo-incr
                   when "contatos"
                   when "CONTATOS"
                       move "s" to ws-com-contatos
                   when "filial"
                   when "FILIAL"
                       if ws-param-i < 4
                           add 1 to ws-param-i
                           perform trata-filial
                       end-if
                   when other
                       continue
               end-evaluate
           end-perform
      *> o corte da próxima rodada é o INÍCIO desta: registro
      *> alterado enquanto a exportação roda sai de novo amanhã em
      *> vez de se perder
           perform le-file1
           perform until fs-fim
               perform grava-linha-csv
               if contatos-abertos
                   perform grava-contatos-csv
               end-if
               perform le-file1
           end-perform
           perform fecha-arquivos
           if e-modo-incr and todas-filiais
               perform grava-controle
           end-if
           perform mostra-resumo
           perform grava-controle-lote
           stop run.

      *> -----------------------------------
       trata-filial.
           if ws-param-n(ws-param-i) equal "matriz" or
              ws-param-n(ws-param-i) equal "MATRIZ"
               move "matriz" to ws-filtro-filial
               move spaces to ws-filial-pedida
           else
               move ws-param-n(ws-param-i) to ws-filial-pedida
               inspect ws-filial-pedida converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move ws-filial-pedida to ws-filtro-filial
           end-if.

      *> -----------------------------------
      *> total de linhas de cliente e subtotal por filial
       mostra-resumo.
           display "exporta-clientes: " ws-total-linhas
               " clientes exportados (filial " ws-filtro-filial ")"
           open input filiais
           if ffi-ok
               move "s" to ws-tem-filiais
           end-if
           perform varying ws-fil-i from 1 by 1
                   until ws-fil-i > ws-fil-itens
               move spaces to ws-fil-nome
               if ws-fil-cod(ws-fil-i) equal spaces
                   move "matriz (sem filial)" to ws-fil-nome
               else
                   if tem-filiais
                       move ws-fil-cod(ws-fil-i) to fil-codigo
                       read filiais
                           invalid key
                               continue
                       end-read
                       if ffi-ok
                           move fil-nome to ws-fil-nome
                       end-if
                   end-if
               end-if
               display "  filial " ws-fil-cod(ws-fil-i) " "
                   ws-fil-nome " " ws-fil-qtd(ws-fil-i)
           end-perform
           if tem-filiais
               close filiais
           end-if.

      *> -----------------------------------
       abrir-arquivos.
           open input file1
           open output csv-clientes.
      *> sem arquivo de contatos (nenhum cadastrado ainda) a
      *> exportação segue só com os clientes
           if e-com-contatos
               open input contatos
               if fcn-ok
                   move "s" to ws-contatos-abertos
               end-if
           end-if.

      *> -----------------------------------
      *> recupera o corte da última execução incremental; sem
               at end
                   set fs-fim to true
           end-read.
           if fs-ok
               add 1 to ws-total-lidos
           end-if
           if fs-ok and fs-inativo and not e-modo-incr
               go le-file1
           end-if
           if fs-ok and not todas-filiais and
              fs-filial not equal ws-filial-pedida
               go le-file1
           end-if
           if fs-ok and e-modo-incr
               if fs-data-manut < ws-corte-data
                   go le-file1

      *> -----------------------------------
      *> monta uma linha csv: telefone,"nome","logradouro","número",
      *> "complemento","bairro","cidade","uf",cep,situação,código,
      *> filial -
      *> os campos de texto vêm entre aspas porque logradouro
      *> costuma trazer vírgula de verdade (ex: "rua x, 123"); a
      *> situação (A/I) permite ao consumidor captar as inativações
                  fs-status            delimited by size
                  ","                  delimited by size
                  fs-codigo            delimited by size
                  ","                  delimited by size
                  fs-filial            delimited by size
                  into csv-rec
           end-string
           write csv-rec
           add 1 to ws-total-linhas
           perform soma-filial.

      *> -----------------------------------
      *> conta a linha na filial do cliente
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
      *> linhas de contato do cliente que acabou de sair:
      *> C,código,seq,"nome","cargo",telefone,"e-mail",principal -
      *> o "C" na frente separa da linha de cliente, que começa
      *> sempre pelo telefone
       grava-contatos-csv.
           move fs-codigo to ws-cont-codigo
           move fs-codigo to cont-codigo
           move zeros to cont-seq
           start contatos key is not less than cont-key
               invalid key
                   set fcn-fim to true
           end-start
           perform until fcn-fim or ws-cont-codigo equal zeros
               read contatos next record
                   at end
                       set fcn-fim to true
               end-read
               if not fcn-fim and
                  (not fcn-ok or cont-codigo not equal ws-cont-codigo)
                   set fcn-fim to true
               end-if
               if not fcn-fim
                   perform grava-linha-contato
               end-if
           end-perform
           move zeros to fcn-stat.

       grava-linha-contato.
           move spaces to csv-rec
           move cont-fone to ws-fone-edit
           string "C,"                 delimited by size
                  cont-codigo          delimited by size
                  ","                  delimited by size
                  cont-seq             delimited by size
                  ',"'                 delimited by size
                  function trim(cont-nome)      delimited by size
                  '","'                delimited by size
                  function trim(cont-cargo)     delimited by size
                  '",'                 delimited by size
                  ws-fone-edit         delimited by size
                  ',"'                 delimited by size
                  function trim(cont-email)     delimited by size
                  '",'                 delimited by size
                  cont-principal       delimited by size
                  into csv-rec
           end-string
           write csv-rec
           add 1 to ws-total-contatos.

      *> -----------------------------------
       fecha-arquivos.
           close file1
           close csv-clientes.
           if contatos-abertos
               close contatos
           end-if.

      *> -----------------------------------
      *> linha desta execução no controle de lote; no incremental
      *> vai o corte usado, para o balanceia-lote conferir as linhas
      *> contra as mudanças registradas na auditoria desde então
       grava-controle-lote.
           open extend controle-lote
           if fcl-nao-existe
               open output controle-lote
           end-if
           move spaces to controle-lote-rec
           move "exporta-clientes" to clt-programa
           move ws-ini-data        to clt-data
           move ws-ini-hora        to clt-hora
           evaluate true
               when not todas-filiais
                   move "filtrado" to clt-modo
               when e-modo-incr
                   move "incremental" to clt-modo
               when other
                   move "completo" to clt-modo
           end-evaluate
           move ws-total-lidos     to clt-lidos
           move ws-total-linhas    to clt-gravados
           move zeros              to clt-rejeitados
           move ws-total-contatos  to clt-valor-1
           move zeros              to clt-valor-2
           if e-modo-incr
               move ws-corte-data  to clt-ref-data
               move ws-corte-hora  to clt-ref-hora
           else
               move zeros          to clt-ref-data
               move zeros          to clt-ref-hora
           end-if
           write controle-lote-rec
           close controle-lote.

       end program exporta-clientes.

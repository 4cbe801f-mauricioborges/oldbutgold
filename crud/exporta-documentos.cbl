          >>source format free
       identification division.
       program-id. exporta-documentos.
       environment division.

       configuration section.

       input-output section.
       file-control.
           select file1 assign to disk
               organization is indexed
               access mode is sequential
               file status is fs-stat
               record key is fs-key
               alternate record key is fs-nome
                   with duplicates.
           select remessa assign to disk
               organization is line sequential
               file status is fm-stat.
           select controle assign to disk
               organization is line sequential
               file status is fct-stat.

       data division.
       file section.
       fd file1 value of file-id is "clientes.dat".
       copy clireg.

      *> remessa para o provedor de verificação de documentos, no
      *> layout dele: cabeçalho "0", um detalhe "1" por documento e
      *> rodapé "9" com a quantidade de detalhes, 80 posições
       fd remessa value of file-id is "documentos-receita.txt".
       01 remessa-rec pic x(80).

      *> corte da remessa: data/hora do início da última rodada
      *> bem-sucedida, como no exporta-clientes
       fd controle value of file-id is "exporta-documentos.ctl".
       01 ctl-rec.
           05 ctl-data pic 9(08).
           05 filler   pic x(01).
           05 ctl-hora pic 9(08).

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok         value zeros.
           88 fs-fim        value 10.
           88 fs-nao-existe value 35.
       77 fm-stat pic 9(02).
       77 fct-stat pic 9(02).
           88 fct-ok value zeros.

      *> "completo" na linha de comando manda os documentos de todos
      *> os ativos (carga inicial do provedor, ou depois de uma
      *> remessa perdida); sem parâmetro vão só os clientes ativos
      *> alterados desde o corte. a primeira rodada, sem arquivo de
      *> controle, manda tudo.
       77 ws-param pic x(40).
       77 ws-modo-completo pic x value "n".
           88 e-modo-completo value "s".
       77 ws-corte-data pic 9(08) value zeros.
       77 ws-corte-hora pic 9(08) value zeros.
       77 ws-ini-data   pic 9(08).
       77 ws-ini-hora   pic 9(08).

       77 ws-documento pic 9(14).
       77 ws-tot-lidos    pic 9(07) value zeros.
       77 ws-tot-enviados pic 9(07) value zeros.
       77 ws-tot-sem-doc  pic 9(07) value zeros.

       01 ws-rem-cabecalho.
           05 filler       pic x(01) value "0".
           05 filler       pic x(06) value "SITCAD".
           05 ws-rc-data   pic 9(08).
           05 ws-rc-hora   pic 9(06).
           05 ws-rc-modo   pic x(01).
           05 filler       pic x(58) value spaces.

      *> tipo do documento no layout do provedor: 1 cpf, 2 cnpj; a
      *> referência devolvida no retorno é o código do cliente
       01 ws-rem-detalhe.
           05 filler       pic x(01) value "1".
           05 ws-rd-tipo   pic x(01).
           05 ws-rd-doc    pic 9(14).
           05 ws-rd-ref    pic 9(06).
           05 ws-rd-nome   pic x(40).
           05 filler       pic x(18) value spaces.

       01 ws-rem-rodape.
           05 filler       pic x(01) value "9".
           05 ws-rr-qtd    pic 9(07).
           05 filler       pic x(72) value spaces.

       procedure division.
       inicio.
           accept ws-param from command-line
           if ws-param equal "completo" or ws-param equal "COMPLETO"
               move "s" to ws-modo-completo
           end-if
      *> o corte da próxima rodada é o INÍCIO desta
           accept ws-ini-data from date yyyymmdd
           accept ws-ini-hora from time
           if not e-modo-completo
               perform le-controle
           end-if
           open input file1
           if fs-nao-existe
               display "exporta-documentos: clientes.dat não "
                   "encontrado"
               move 8 to return-code
               stop run
           end-if
           open output remessa
           perform grava-cabecalho
           perform le-file1
           perform until fs-fim
               perform grava-detalhe
               perform le-file1
           end-perform
           perform grava-rodape
           close file1
           close remessa
           perform grava-controle
           display "exporta-documentos: " ws-tot-enviados
               " documentos na remessa (" ws-tot-lidos
               " clientes lidos, " ws-tot-sem-doc
               " ativos sem documento)"
           stop run.

      *> -----------------------------------
       le-controle.
           open input controle
           if fct-ok
               read controle
                   at end
                       continue
               end-read
               if fct-ok and ctl-data numeric and ctl-hora numeric
                   move ctl-data to ws-corte-data
                   move ctl-hora to ws-corte-hora
               end-if
               close controle
           end-if.

       grava-controle.
           open output controle
           move spaces to ctl-rec
           move ws-ini-data to ctl-data
           move ws-ini-hora to ctl-hora
           write ctl-rec
           close controle.

      *> -----------------------------------
      *> próximo cliente que vai na remessa: ativo, com documento e,
      *> fora do modo completo, alterado desde o corte
       le-file1.
           read file1 next record
               at end
                   set fs-fim to true
           end-read.
           if fs-ok
               add 1 to ws-tot-lidos
           end-if
           if fs-ok and fs-inativo
               go le-file1
           end-if
           if fs-ok and
              (fs-cpf not numeric or fs-cpf equal zeros)
               add 1 to ws-tot-sem-doc
               go le-file1
           end-if
           if fs-ok and not e-modo-completo
               if fs-data-manut < ws-corte-data
                   go le-file1
               end-if
               if fs-data-manut equal ws-corte-data and
                  fs-hora-manut < ws-corte-hora
                   go le-file1
               end-if
           end-if
           if not fs-ok
               set fs-fim to true
           end-if.

      *> -----------------------------------
       grava-cabecalho.
           move ws-ini-data to ws-rc-data
           move ws-ini-hora(1:6) to ws-rc-hora
           if e-modo-completo
               move "C" to ws-rc-modo
           else
               move "I" to ws-rc-modo
           end-if
           move ws-rem-cabecalho to remessa-rec
           write remessa-rec.

      *> sem o tipo de pessoa no cadastro, o tamanho do número
      *> decide: até 11 dígitos é cpf
       grava-detalhe.
           move fs-cpf to ws-documento
           evaluate true
               when fs-pessoa-fisica
                   move "1" to ws-rd-tipo
               when fs-pessoa-juridica
                   move "2" to ws-rd-tipo
               when ws-documento < 100000000000
                   move "1" to ws-rd-tipo
               when other
                   move "2" to ws-rd-tipo
           end-evaluate
           move ws-documento to ws-rd-doc
           if fs-codigo numeric
               move fs-codigo to ws-rd-ref
           else
               move zeros to ws-rd-ref
           end-if
           move fs-nome to ws-rd-nome
           move ws-rem-detalhe to remessa-rec
           write remessa-rec
           add 1 to ws-tot-enviados.

       grava-rodape.
           move ws-tot-enviados to ws-rr-qtd
           move ws-rem-rodape to remessa-rec
           write remessa-rec.

       end program exporta-documentos.

          >>source format free
       identification division.
       program-id. saneamento-clientes.
       environment division.

       configuration section.
      *> percentuais saem com vírgula decimal (padrão da casa)
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select file1 assign to disk
               organization is indexed
               access mode is sequential
               file status is fs-stat
               record key is fs-key
               alternate record key is fs-nome
                   with duplicates.
           select saneamento assign to disk
               organization is indexed
               access mode is sequential
               file status is fsn-stat
               record key is san-key.
           select work-file assign to disk.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
       fd file1 value of file-id is "clientes.dat".
       copy clireg.

      *> a fila é recriada inteira a cada execução: quem foi
      *> saneado pelo menu já saiu dela, e quem voltou a ter
      *> lacuna entra de novo
       fd saneamento value of file-id is "saneamento-clientes.dat".
       copy sanreg.

      *> clientes com lacuna, do mais pontuado para o menos; no
      *> empate, pelo nome
       sd work-file.
       01 sort-rec.
           05 sd-pontos  pic 9(02).
           05 sd-nome    pic x(40).
           05 sd-fone    pic 9(11).
           05 sd-codigo  pic 9(06).
           05 sd-filial  pic x(03).
           05 sd-lacunas pic x(04).

       fd relatorio value of file-id is "saneamento-clientes.lst".
       01 relatorio-rec pic x(132).

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
           88 fs-fim value 10.
           88 fs-nao-existe value 35.
       77 fsn-stat pic 9(02).
           88 fsn-ok value zeros.
       77 fr-stat pic 9(02).

       77 ws-fim-sort pic x.
           88 sort-varrido value "s".

       77 ws-hoje pic 9(08).

       77 ws-tot-lidos    pic 9(07) value zeros.
       77 ws-total        pic 9(07) value zeros.
       77 ws-tot-fila     pic 9(07) value zeros.
       77 ws-tot-sem-doc  pic 9(07) value zeros.
       77 ws-tot-end      pic 9(07) value zeros.
       77 ws-tot-email    pic 9(07) value zeros.
       77 ws-tot-codigo   pic 9(07) value zeros.
       77 ws-pct-num pic 9(07).
       77 ws-pct     pic 9(03)v9.

       77 ws-lacunas-desc pic x(50).
       77 ws-lacunas-ptr  pic 9(02).

       01 ws-titulo.
           05 filler pic x(40)
              value "fila de saneamento de cadastros - ".
           05 ws-t-data pic 9(08).

       01 ws-cab-colunas.
           05 filler pic x(08) value "ordem".
           05 filler pic x(04) value "pts".
           05 filler pic x(13) value "telefone".
           05 filler pic x(08) value "código".
           05 filler pic x(32) value "nome".
           05 filler pic x(05) value "fil".
           05 filler pic x(10) value "lacunas".

       01 ws-linha-det.
           05 ws-d-seq     pic zzzzz9.
           05 filler       pic x(02) value spaces.
           05 ws-d-pontos  pic z9.
           05 filler       pic x(02) value spaces.
           05 ws-d-fone    pic 9(11).
           05 filler       pic x(02) value spaces.
           05 ws-d-codigo  pic 9(06).
           05 filler       pic x(02) value spaces.
           05 ws-d-nome    pic x(30).
           05 filler       pic x(02) value spaces.
           05 ws-d-filial  pic x(03).
           05 filler       pic x(02) value spaces.
           05 ws-d-lacunas pic x(50).

       01 ws-linha-item.
           05 ws-l-rotulo pic x(40).
           05 ws-l-cont   pic zzzzzz9.
           05 filler      pic x(03) value spaces.
           05 ws-l-pct    pic zz9,9.
           05 filler      pic x(02) value " %".

       procedure division.
       inicio.
           accept ws-hoje from date yyyymmdd
           open input file1
           if fs-nao-existe
               display "saneamento-clientes: clientes.dat não "
                   "encontrado"
               move 8 to return-code
               stop run
           end-if
           close file1
           open output relatorio
           move ws-hoje to ws-t-data
           move ws-titulo to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-cab-colunas to relatorio-rec
           write relatorio-rec
           sort work-file
               on descending key sd-pontos
               on ascending key sd-nome, sd-fone
               input procedure is carrega-lacunas
               output procedure is grava-fila
           perform grava-resumo
           close relatorio
           display "saneamento-clientes: " ws-tot-fila
               " clientes na fila de " ws-total " ativos"
           stop run.

      *> -----------------------------------
       carrega-lacunas.
           open input file1
           perform until fs-fim
               read file1 next record
                   at end
                       set fs-fim to true
               end-read
               if fs-ok
                   add 1 to ws-tot-lidos
                   if fs-ativo
                       add 1 to ws-total
                       perform pontua-saneamento
                       if san-pontos > 0
                           perform solta-cliente
                       end-if
                   end-if
               end-if
               if not fs-fim and not fs-ok
                   set fs-fim to true
               end-if
           end-perform
           close file1.

      *> -----------------------------------
      *> lacunas do cadastro corrente e a pontuação delas; o
      *> cliente-service aplica os mesmos critérios ao conferir se
      *> o cliente saneado pelo menu pode sair da fila
       pontua-saneamento.
           move zeros to san-pontos
           move "NNNN" to san-lacunas
           if fs-cpf not numeric or fs-cpf equal zeros
               set san-sem-documento to true
               add 4 to san-pontos
           end-if
           if fs-bairro equal spaces and fs-cidade equal spaces and
              fs-uf equal spaces and
              (fs-cep not numeric or fs-cep equal zeros)
               set san-endereco-antigo to true
               add 3 to san-pontos
           end-if
           if fs-email-devolvido
               set san-email-devolvido to true
               add 2 to san-pontos
           end-if
           if fs-codigo not numeric or fs-codigo equal zeros
               set san-sem-codigo to true
               add 1 to san-pontos
           end-if.

       solta-cliente.
           move san-pontos  to sd-pontos
           move fs-nome     to sd-nome
           move fs-fone     to sd-fone
           if fs-codigo numeric
               move fs-codigo to sd-codigo
           else
               move zeros to sd-codigo
           end-if
           move fs-filial   to sd-filial
           move san-lacunas to sd-lacunas
           release sort-rec.

      *> -----------------------------------
      *> a ordem da classificação vira a chave da fila
       grava-fila.
           open output saneamento
           move "n" to ws-fim-sort
           perform until sort-varrido
               return work-file
                   at end
                       move "s" to ws-fim-sort
               end-return
               if not sort-varrido
                   add 1 to ws-tot-fila
                   move spaces       to saneamento-rec
                   move ws-tot-fila  to san-seq
                   move sd-fone      to san-fone
                   move sd-codigo    to san-codigo
                   move sd-nome      to san-nome
                   move sd-filial    to san-filial
                   move sd-pontos    to san-pontos
                   move sd-lacunas   to san-lacunas
                   move ws-hoje      to san-data-geracao
                   write saneamento-rec
                   perform conta-lacunas
                   perform imprime-detalhe
               end-if
           end-perform
           close saneamento.

       conta-lacunas.
           if san-sem-documento
               add 1 to ws-tot-sem-doc
           end-if
           if san-endereco-antigo
               add 1 to ws-tot-end
           end-if
           if san-email-devolvido
               add 1 to ws-tot-email
           end-if
           if san-sem-codigo
               add 1 to ws-tot-codigo
           end-if.

       imprime-detalhe.
           perform monta-lacunas
           move san-seq     to ws-d-seq
           move san-pontos  to ws-d-pontos
           move san-fone    to ws-d-fone
           move san-codigo  to ws-d-codigo
           move san-nome    to ws-d-nome
           move san-filial  to ws-d-filial
           move ws-lacunas-desc to ws-d-lacunas
           move ws-linha-det to relatorio-rec
           write relatorio-rec.

      *> só as lacunas presentes, na ordem dos pesos
       monta-lacunas.
           move spaces to ws-lacunas-desc
           move 1 to ws-lacunas-ptr
           if san-sem-documento
               string "documento " delimited by size
                   into ws-lacunas-desc with pointer ws-lacunas-ptr
               end-string
           end-if
           if san-endereco-antigo
               string "endereço " delimited by size
                   into ws-lacunas-desc with pointer ws-lacunas-ptr
               end-string
           end-if
           if san-email-devolvido
               string "e-mail " delimited by size
                   into ws-lacunas-desc with pointer ws-lacunas-ptr
               end-string
           end-if
           if san-sem-codigo
               string "código " delimited by size
                   into ws-lacunas-desc with pointer ws-lacunas-ptr
               end-string
           end-if.

      *> -----------------------------------
      *> resumo por tipo de lacuna, em percentual dos ativos
       grava-resumo.
           move spaces to relatorio-rec
           write relatorio-rec
           move "resumo por tipo de lacuna (percentual dos ativos)"
               to relatorio-rec
           write relatorio-rec
           move "clientes lidos" to ws-l-rotulo
           move ws-tot-lidos to ws-l-cont
           move ws-linha-item(1:47) to relatorio-rec
           write relatorio-rec
           move "clientes ativos" to ws-l-rotulo
           move ws-total to ws-l-cont
           move ws-linha-item(1:47) to relatorio-rec
           write relatorio-rec
           move "ativos com alguma lacuna (na fila)" to ws-l-rotulo
           move ws-tot-fila to ws-pct-num
           perform imprime-item
           move "documento em branco (peso 4)" to ws-l-rotulo
           move ws-tot-sem-doc to ws-pct-num
           perform imprime-item
           move "endereço só no logradouro (peso 3)" to ws-l-rotulo
           move ws-tot-end to ws-pct-num
           perform imprime-item
           move "e-mail devolvido (peso 2)" to ws-l-rotulo
           move ws-tot-email to ws-pct-num
           perform imprime-item
           move "código permanente zerado (peso 1)" to ws-l-rotulo
           move ws-tot-codigo to ws-pct-num
           perform imprime-item.

       imprime-item.
           perform calcula-pct
           move ws-pct-num to ws-l-cont
           move ws-pct to ws-l-pct
           move ws-linha-item to relatorio-rec
           write relatorio-rec.

       calcula-pct.
           if ws-total > 0
               compute ws-pct rounded = ws-pct-num * 100 / ws-total
           else
               move zeros to ws-pct
           end-if.

       end program saneamento-clientes.

          >>source format free
       identification division.
       program-id. atendimentos-pendentes.
       environment division.

       configuration section.

       input-output section.
       file-control.
           select file2 assign to disk
               organization is indexed
               access mode is sequential
               file status is fs-stat
               record key is fs-key
               alternate record key is fs-nome
                   with duplicates.
           select atendimentos assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fat-stat
               record key is atd-key.
           select work-file assign to disk.
           select trabalho assign to disk
               organization is sequential
               file status is ft-stat.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
       fd file2 value of file-id is "clientes2.dat".
       copy clireg replacing ==file1-rec== by ==file2-rec==.

       fd atendimentos value of file-id is "atendimentos-clientes.dat".
       copy atdreg.

      *> a mesma área serve às duas classificações: a primeira
      *> junta clientes ("1") e atendimentos vencidos ("2") pelo
      *> código, para o atendimento sair com telefone e nome; a
      *> segunda ordena o resultado por operador e data de retorno
       sd work-file.
       01 sort-rec.
           05 sd-codigo    pic 9(06).
           05 sd-tipo-reg  pic x(01).
               88 sd-cliente     value "1".
               88 sd-atendimento value "2".
           05 sd-operador  pic x(06).
           05 sd-retorno   pic 9(08).
           05 sd-seq       pic 9(04).
           05 sd-data      pic 9(08).
           05 sd-tipo      pic x(01).
           05 sd-fone      pic 9(11).
           05 sd-nome      pic x(40).
           05 sd-texto     pic x(60).

      *> atendimentos vencidos já com telefone e nome, entre as
      *> duas classificações
       fd trabalho value of file-id is "atendimentos-pendentes.tmp".
       01 trabalho-rec pic x(145).

       fd relatorio value of file-id is "atendimentos-pendentes.lst".
       01 relatorio-rec pic x(132).

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
       77 fat-stat pic 9(02).
           88 fat-ok         value zeros.
           88 fat-nao-existe value 35.
       77 ft-stat pic 9(02).
       77 fr-stat pic 9(02).

       77 ws-fim-arq pic x.
           88 arq-varrido value "s".
       77 ws-fim-sort pic x.
           88 sort-varrido value "s".

      *> data de referência: a da linha de comando (aaaammdd) ou a
      *> de hoje; entra todo atendimento em aberto com retorno
      *> marcado até ela
       77 ws-param pic x(20).
       01 ws-ref.
           05 ws-ref-ano pic 9(04).
           05 ws-ref-mes pic 9(02).
           05 ws-ref-dia pic 9(02).
       01 ws-ref-data redefines ws-ref pic 9(08).

      *> cliente corrente da junção pelo código
       01 ws-cliente.
           05 ws-cli-codigo pic 9(06).
           05 ws-cli-fone   pic 9(11).
           05 ws-cli-nome   pic x(40).

       77 ws-oper-ant   pic x(06).
       77 ws-dias       pic s9(05).
       77 ws-qtd-oper   pic 9(05).
       77 ws-total      pic 9(05) value zeros.
       77 ws-total-oper pic 9(05) value zeros.
       77 ws-total-sem-cliente pic 9(05) value zeros.

       01 ws-titulo.
           05 filler pic x(51)
              value "atendimentos com retorno vencido ou para hoje -".
           05 filler pic x(12) value "referência ".
           05 ws-t-ref pic 9(08).

       01 ws-cab-oper.
           05 filler    pic x(10) value "operador: ".
           05 ws-c-oper pic x(06).

       01 ws-cab-colunas.
           05 filler pic x(10) value "retorno".
           05 filler pic x(07) value "atraso".
           05 filler pic x(13) value "código seq".
           05 filler pic x(05) value "tipo".
           05 filler pic x(13) value "telefone".
           05 filler pic x(32) value "nome".
           05 filler pic x(05) value "texto".

       01 ws-linha-det.
           05 ws-d-retorno pic 9(08).
           05 filler       pic x(02) value spaces.
           05 ws-d-dias    pic zzzz9.
           05 filler       pic x(02) value spaces.
           05 ws-d-codigo  pic 9(06).
           05 filler       pic x(01) value space.
           05 ws-d-seq     pic 9(04).
           05 filler       pic x(02) value spaces.
           05 ws-d-tipo    pic x(01).
           05 filler       pic x(04) value spaces.
           05 ws-d-fone    pic 9(11).
           05 filler       pic x(02) value spaces.
           05 ws-d-nome    pic x(30).
           05 filler       pic x(02) value spaces.
           05 ws-d-texto   pic x(50).

       01 ws-linha-subtotal.
           05 filler     pic x(30) value "    total do operador:".
           05 ws-s-qtd   pic zzzz9.

       01 ws-rodape-total.
           05 filler     pic x(40) value "total de atendimentos a retornar:".
           05 ws-r-total pic zzzz9.

       01 ws-rodape-oper.
           05 filler     pic x(40) value "operadores com retorno:".
           05 ws-r-oper  pic zzzz9.

       01 ws-rodape-sem.
           05 filler     pic x(40) value "sem cliente no cadastro:".
           05 ws-r-sem   pic zzzz9.

       procedure division.
       inicio.
           accept ws-param from command-line
           if ws-param(1:8) numeric and ws-param(9:1) equal space
               move ws-param(1:8) to ws-ref-data
               if ws-ref-mes < 1 or ws-ref-mes > 12 or
                  ws-ref-dia < 1 or ws-ref-dia > 31
                   display "atendimentos-pendentes: data inválida "
                       ws-param(1:8) " (aaaammdd)"
                   move 8 to return-code
                   stop run
               end-if
           else
               accept ws-ref-data from date yyyymmdd
           end-if
           open input atendimentos
           if fat-nao-existe
               display "atendimentos-pendentes: sem "
                   "atendimentos-clientes.dat"
               move 8 to return-code
               stop run
           end-if
           close atendimentos
           open output trabalho
      *> primeira passada: junta cliente e atendimento pelo código
           sort work-file
               on ascending key sd-codigo, sd-tipo-reg, sd-seq
               input procedure is carrega-clientes-atendimentos
               output procedure is junta-cliente
           close trabalho
           open output relatorio
           move ws-ref-data to ws-t-ref
           move ws-titulo to relatorio-rec
           write relatorio-rec
      *> segunda passada: por operador que abriu, o mais atrasado
      *> primeiro
           sort work-file
               on ascending key sd-operador, sd-retorno, sd-codigo,
                   sd-seq
               input procedure is carrega-trabalho
               output procedure is imprime-por-operador
           perform grava-rodape
           close relatorio
           display "atendimentos-pendentes: " ws-total
               " atendimentos a retornar até " ws-ref-data
               " (" ws-total-oper " operadores)"
           stop run.

      *> -----------------------------------
       carrega-clientes-atendimentos.
           move "n" to ws-fim-arq
           open input file2
           perform until arq-varrido
               read file2 next record
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido and fs-ok
                   if fs-codigo numeric and fs-codigo not equal zeros
                       move spaces    to sort-rec
                       move fs-codigo to sd-codigo
                       set sd-cliente to true
                       move zeros     to sd-seq
                       move zeros     to sd-retorno
                       move zeros     to sd-data
                       move fs-fone   to sd-fone
                       move fs-nome   to sd-nome
                       release sort-rec
                   end-if
               end-if
               if not arq-varrido and not fs-ok
                   move "s" to ws-fim-arq
               end-if
           end-perform
           close file2
           move "n" to ws-fim-arq
           open input atendimentos
           perform until arq-varrido
               read atendimentos next record
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido and fat-ok
                   if atd-aberto and atd-retorno numeric and
                      atd-retorno not equal zeros and
                      atd-retorno not > ws-ref-data
                       move spaces       to sort-rec
                       move atd-codigo   to sd-codigo
                       set sd-atendimento to true
                       move atd-seq      to sd-seq
                       move atd-operador to sd-operador
                       move atd-retorno  to sd-retorno
                       move atd-data     to sd-data
                       move atd-tipo     to sd-tipo
                       move zeros        to sd-fone
                       move atd-texto-1  to sd-texto
                       release sort-rec
                   end-if
               end-if
               if not arq-varrido and not fat-ok
                   move "s" to ws-fim-arq
               end-if
           end-perform
           close atendimentos.

      *> -----------------------------------
      *> o cliente vem antes dos seus atendimentos (tipo "1"); o
      *> atendimento de código sem cliente sai assim mesmo
       junta-cliente.
           move "n" to ws-fim-sort
           move zeros to ws-cli-codigo
           perform until sort-varrido
               return work-file
                   at end
                       move "s" to ws-fim-sort
               end-return
               if not sort-varrido
                   if sd-cliente
                       move sd-codigo to ws-cli-codigo
                       move sd-fone   to ws-cli-fone
                       move sd-nome   to ws-cli-nome
                   else
                       if sd-codigo equal ws-cli-codigo
                           move ws-cli-fone to sd-fone
                           move ws-cli-nome to sd-nome
                       else
                           move zeros to sd-fone
                           move "cliente não encontrado" to sd-nome
                           add 1 to ws-total-sem-cliente
                       end-if
                       move sort-rec to trabalho-rec
                       write trabalho-rec
                   end-if
               end-if
           end-perform.

      *> -----------------------------------
       carrega-trabalho.
           move "n" to ws-fim-arq
           open input trabalho
           perform until arq-varrido
               read trabalho
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido
                   move trabalho-rec to sort-rec
                   release sort-rec
               end-if
           end-perform
           close trabalho.

      *> -----------------------------------
      *> corte de controle por operador, com subtotal
       imprime-por-operador.
           move "n" to ws-fim-sort
           move high-values to ws-oper-ant
           move zeros to ws-qtd-oper
           perform until sort-varrido
               return work-file
                   at end
                       move "s" to ws-fim-sort
               end-return
               if not sort-varrido
                   if sd-operador not equal ws-oper-ant
                       if ws-oper-ant not equal high-values
                           perform imprime-subtotal
                       end-if
                       perform imprime-cab-operador
                   end-if
                   perform imprime-detalhe
               end-if
           end-perform
           if ws-oper-ant not equal high-values
               perform imprime-subtotal
           end-if.

       imprime-cab-operador.
           move sd-operador to ws-oper-ant
           move zeros to ws-qtd-oper
           add 1 to ws-total-oper
           move spaces to relatorio-rec
           write relatorio-rec
           move sd-operador to ws-c-oper
           move ws-cab-oper to relatorio-rec
           write relatorio-rec
           move ws-cab-colunas to relatorio-rec
           write relatorio-rec.

       imprime-detalhe.
           add 1 to ws-qtd-oper
           add 1 to ws-total
           compute ws-dias = function integer-of-date(ws-ref-data)
               - function integer-of-date(sd-retorno)
           if ws-dias < 0
               move zeros to ws-dias
           end-if
           move sd-retorno to ws-d-retorno
           move ws-dias    to ws-d-dias
           move sd-codigo  to ws-d-codigo
           move sd-seq     to ws-d-seq
           move sd-tipo    to ws-d-tipo
           move sd-fone    to ws-d-fone
           move sd-nome    to ws-d-nome
           move sd-texto   to ws-d-texto
           move ws-linha-det to relatorio-rec
           write relatorio-rec.

       imprime-subtotal.
           move ws-qtd-oper to ws-s-qtd
           move ws-linha-subtotal to relatorio-rec
           write relatorio-rec.

      *> -----------------------------------
       grava-rodape.
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-total to ws-r-total
           move ws-rodape-total to relatorio-rec
           write relatorio-rec
           move ws-total-oper to ws-r-oper
           move ws-rodape-oper to relatorio-rec
           write relatorio-rec
           move ws-total-sem-cliente to ws-r-sem
           move ws-rodape-sem to relatorio-rec
           write relatorio-rec.

       end program atendimentos-pendentes.

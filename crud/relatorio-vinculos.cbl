          >>source format free
       identification division.
       program-id. relatorio-vinculos.
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
           select vinculos assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fvi-stat
               record key is vinc-key
               alternate record key is vinc-vinculado
                   with duplicates.
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

       fd vinculos value of file-id is "vinculos-clientes.dat".
       copy vincreg.

      *> a mesma área serve às duas classificações, como no
      *> duplica-clientes: a primeira junta cada vínculo aos dados
      *> da pessoa vinculada (chave = código da pessoa), a segunda
      *> aos do titular (chave = código do titular) e já sai na
      *> ordem do relatório. o registro "1" é o cliente, o "2" o
      *> vínculo.
       sd work-file.
       01 sort-rec.
           05 sd-codigo    pic 9(06).
           05 sd-tipo-reg  pic x(01).
               88 sd-cliente value "1".
               88 sd-vinculo value "2".
           05 sd-vtipo     pic x(01).
           05 sd-titular   pic 9(06).
           05 sd-vinculado pic 9(06).
           05 sd-vdata     pic 9(08).
           05 sd-voper     pic x(06).
           05 sd-cli.
               10 sd-c-nome   pic x(40).
               10 sd-c-fone   pic 9(11).
               10 sd-c-cpf    pic 9(14).
               10 sd-c-status pic x(01).
               10 sd-c-tipo   pic x(01).
           05 sd-pessoa.
               10 sd-p-nome   pic x(40).
               10 sd-p-fone   pic 9(11).
               10 sd-p-cpf    pic 9(14).
               10 sd-p-status pic x(01).
               10 sd-p-tipo   pic x(01).

      *> vínculos já com os dados da pessoa, entre as classificações
       fd trabalho value of file-id is "relatorio-vinculos.tmp".
       01 trabalho-rec pic x(168).

       fd relatorio value of file-id is "relatorio-vinculos.lst".
       01 relatorio-rec pic x(132).

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
       77 fvi-stat pic 9(02).
           88 fvi-ok         values 0 2.
           88 fvi-nao-existe value 35.
       77 ft-stat pic 9(02).
       77 fr-stat pic 9(02).

       77 ws-fim-arq pic x.
           88 arq-varrido value "s".
       77 ws-fim-sort pic x.
           88 sort-varrido value "s".

      *> cliente corrente da junção (registro "1" do código)
       77 ws-cli-codigo pic 9(06).
       01 ws-cli.
           05 ws-cli-nome   pic x(40).
           05 ws-cli-fone   pic 9(11).
           05 ws-cli-cpf    pic 9(14).
           05 ws-cli-status pic x(01).
           05 ws-cli-tipo   pic x(01).
       77 ws-tit-ant pic 9(06).

       77 ws-total-titulares  pic 9(05) value zeros.
       77 ws-total-vinculos   pic 9(05) value zeros.
       77 ws-total-inativos   pic 9(05) value zeros.
       77 ws-total-sem-cad    pic 9(05) value zeros.

       01 ws-titulo.
           05 filler pic x(60)
              value "vínculos entre clientes - titulares e pessoas vinculadas".

       01 ws-linha-titular.
           05 ws-t-codigo pic 9(06).
           05 filler      pic x(02) value spaces.
           05 ws-t-nome   pic x(40).
           05 filler      pic x(02) value " (".
           05 ws-t-tipo   pic x(01).
           05 filler      pic x(07) value ")  tel ".
           05 ws-t-fone   pic 9(11).
           05 filler      pic x(11) value "  cpf/cnpj ".
           05 ws-t-cpf    pic 9(14).
           05 filler      pic x(13) value "  situação ".
           05 ws-t-status pic x(01).

       01 ws-linha-pessoa.
           05 filler      pic x(04) value spaces.
           05 ws-p-vinculo pic x(24).
           05 ws-p-codigo pic 9(06).
           05 filler      pic x(02) value spaces.
           05 ws-p-nome   pic x(40).
           05 filler      pic x(02) value " (".
           05 ws-p-tipo   pic x(01).
           05 filler      pic x(07) value ")  tel ".
           05 ws-p-fone   pic 9(11).
           05 filler      pic x(13) value "  situação ".
           05 ws-p-status pic x(01).
           05 filler      pic x(08) value "  desde ".
           05 ws-p-data   pic 9(08).

       01 ws-rodape-tit.
           05 filler     pic x(40) value "titulares:".
           05 ws-r-tit   pic zzzz9.
       01 ws-rodape-vinc.
           05 filler     pic x(40) value "vínculos:".
           05 ws-r-vinc  pic zzzz9.
       01 ws-rodape-inat.
           05 filler     pic x(40) value "com pessoa vinculada inativa:".
           05 ws-r-inat  pic zzzz9.
       01 ws-rodape-sem.
           05 filler     pic x(40) value "com cliente fora do cadastro:".
           05 ws-r-sem   pic zzzz9.

       procedure division.
       inicio.
           open input vinculos
           if fvi-nao-existe
               display "relatorio-vinculos: sem vinculos-clientes.dat"
               move 8 to return-code
               stop run
           end-if
           close vinculos
           open output trabalho
      *> primeira passada: dados da pessoa vinculada
           sort work-file
               on ascending key sd-codigo, sd-tipo-reg
               input procedure is carrega-pessoas
               output procedure is junta-pessoa
           close trabalho
           open output relatorio
           move ws-titulo to relatorio-rec
           write relatorio-rec
      *> segunda passada: dados do titular, na ordem do relatório
           sort work-file
               on ascending key sd-codigo, sd-tipo-reg, sd-vtipo,
                   sd-vinculado
               input procedure is carrega-titulares
               output procedure is imprime-titulares
           perform grava-rodape
           close relatorio
           display "relatorio-vinculos: " ws-total-titulares
               " titulares, " ws-total-vinculos " vínculos"
           stop run.

      *> -----------------------------------
      *> clientes com código, como registro "1"
       carrega-clientes.
           move "n" to ws-fim-arq
           open input file2
           perform until arq-varrido
               read file2 next record
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido and fs-ok
                   if fs-codigo numeric and fs-codigo not equal zeros
                       move spaces         to sort-rec
                       move fs-codigo      to sd-codigo
                       set sd-cliente      to true
                       move zeros          to sd-titular
                       move zeros          to sd-vinculado
                       move zeros          to sd-vdata
                       move fs-nome        to sd-c-nome
                       move fs-fone        to sd-c-fone
                       move zeros          to sd-c-cpf
                       if fs-cpf numeric
                           move fs-cpf to sd-c-cpf
                       end-if
                       move fs-status      to sd-c-status
                       move fs-tipo-pessoa to sd-c-tipo
                       move zeros          to sd-p-fone
                       move zeros          to sd-p-cpf
                       release sort-rec
                   end-if
               end-if
               if not arq-varrido and not fs-ok
                   move "s" to ws-fim-arq
               end-if
           end-perform
           close file2.

       carrega-pessoas.
           perform carrega-clientes
           move "n" to ws-fim-arq
           open input vinculos
           perform until arq-varrido
               read vinculos next record
                   at end
                       move "s" to ws-fim-arq
               end-read
               if not arq-varrido and fvi-ok
                   move spaces         to sort-rec
                   move vinc-vinculado to sd-codigo
                   set sd-vinculo      to true
                   move vinc-tipo      to sd-vtipo
                   move vinc-titular   to sd-titular
                   move vinc-vinculado to sd-vinculado
                   move vinc-data      to sd-vdata
                   move vinc-operador  to sd-voper
                   move zeros          to sd-c-fone
                   move zeros          to sd-c-cpf
                   move zeros          to sd-p-fone
                   move zeros          to sd-p-cpf
                   release sort-rec
               end-if
               if not arq-varrido and not fvi-ok
                   move "s" to ws-fim-arq
               end-if
           end-perform
           close vinculos.

      *> -----------------------------------
      *> o cliente vem antes dos vínculos do código (tipo "1")
       junta-pessoa.
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
                       move sd-cli    to ws-cli
                   else
                       if sd-codigo equal ws-cli-codigo
                           move ws-cli to sd-pessoa
                       else
                           move "cliente não encontrado" to sd-p-nome
                           move zeros  to sd-p-fone
                           move zeros  to sd-p-cpf
                           move spaces to sd-p-status
                           move spaces to sd-p-tipo
                       end-if
                       move sd-titular to sd-codigo
                       move sort-rec to trabalho-rec
                       write trabalho-rec
                   end-if
               end-if
           end-perform.

      *> -----------------------------------
       carrega-titulares.
           perform carrega-clientes
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
      *> corte de controle pelo titular: o cabeçalho sai no
      *> primeiro vínculo, então cliente sem vínculo não aparece
       imprime-titulares.
           move "n" to ws-fim-sort
           move zeros to ws-cli-codigo
           move zeros to ws-tit-ant
           perform until sort-varrido
               return work-file
                   at end
                       move "s" to ws-fim-sort
               end-return
               if not sort-varrido
                   if sd-cliente
                       move sd-codigo to ws-cli-codigo
                       move sd-cli    to ws-cli
                   else
                       if sd-codigo not equal ws-tit-ant
                           perform imprime-cab-titular
                       end-if
                       perform imprime-pessoa
                   end-if
               end-if
           end-perform.

       imprime-cab-titular.
           move sd-codigo to ws-tit-ant
           add 1 to ws-total-titulares
           if sd-codigo not equal ws-cli-codigo
               move "cliente não encontrado" to ws-cli-nome
               move zeros  to ws-cli-fone
               move zeros  to ws-cli-cpf
               move spaces to ws-cli-status
               move spaces to ws-cli-tipo
           end-if
           move spaces to relatorio-rec
           write relatorio-rec
           move sd-codigo     to ws-t-codigo
           move ws-cli-nome   to ws-t-nome
           move ws-cli-tipo   to ws-t-tipo
           move ws-cli-fone   to ws-t-fone
           move ws-cli-cpf    to ws-t-cpf
           move ws-cli-status to ws-t-status
           move ws-linha-titular to relatorio-rec
           write relatorio-rec.

       imprime-pessoa.
           add 1 to ws-total-vinculos
           evaluate sd-vtipo
               when "S"
                   move "sócio" to ws-p-vinculo
               when "R"
                   move "representante legal" to ws-p-vinculo
               when "F"
                   move "responsável financeiro" to ws-p-vinculo
               when other
                   move sd-vtipo to ws-p-vinculo
           end-evaluate
           if sd-p-status equal "I"
               add 1 to ws-total-inativos
           end-if
           if sd-p-status equal space or sd-codigo not equal
              ws-cli-codigo
               add 1 to ws-total-sem-cad
           end-if
           move sd-vinculado to ws-p-codigo
           move sd-p-nome    to ws-p-nome
           move sd-p-tipo    to ws-p-tipo
           move sd-p-fone    to ws-p-fone
           move sd-p-status  to ws-p-status
           move sd-vdata     to ws-p-data
           move ws-linha-pessoa to relatorio-rec
           write relatorio-rec.

      *> -----------------------------------
       grava-rodape.
           move spaces to relatorio-rec
           write relatorio-rec
           move ws-total-titulares to ws-r-tit
           move ws-rodape-tit to relatorio-rec
           write relatorio-rec
           move ws-total-vinculos to ws-r-vinc
           move ws-rodape-vinc to relatorio-rec
           write relatorio-rec
           move ws-total-inativos to ws-r-inat
           move ws-rodape-inat to relatorio-rec
           write relatorio-rec
           move ws-total-sem-cad to ws-r-sem
           move ws-rodape-sem to relatorio-rec
           write relatorio-rec.

       end program relatorio-vinculos.

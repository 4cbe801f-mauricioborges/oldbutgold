               access mode is sequential
               file status is fdo-stat
               record key is doc-key.
           select contatos assign to disk
               organization is indexed
               access mode is sequential
               file status is fcn-stat
               record key is cont-key
               alternate record key is cont-fone
                   with duplicates.
           select faturas assign to disk
               organization is indexed
               access mode is sequential
               file status is ffa-stat
               record key is fat-key.
           select indices assign to disk
               organization is indexed
               access mode is sequential
               file status is fix-stat
               record key is idx-key.
           select historico-ctr assign to disk
               organization is indexed
               access mode is sequential
               file status is fch-stat
               record key is chh-key.
           select pendencias assign to disk
               organization is indexed
               access mode is sequential
               file status is fpe-stat
               record key is pend-key.
           select atendimentos assign to disk
               organization is indexed
               access mode is sequential
               file status is fat-stat
               record key is atd-key.
           select vinculos assign to disk
               organization is indexed
               access mode is sequential
               file status is fvi-stat
               record key is vinc-key
               alternate record key is vinc-vinculado
                   with duplicates.
           select filiais assign to disk
               organization is indexed
               access mode is sequential
               file status is ffi-stat
               record key is fil-key.
           select situacao assign to disk
               organization is indexed
               access mode is sequential
               file status is fsc-stat
               record key is sit-key.
           select bkp assign to disk
               organization is line sequential
               file status is fb-stat.
                             ==fs-hora-manut==       by ==fs1-hora-manut==
                             ==fs-codigo==           by ==fs1-codigo==
                             ==fs-email-sit==        by ==fs1-email-sit==
                             ==fs-email-devolvido==  by ==fs1-email-devolvido==
                             ==fs-filial==           by ==fs1-filial==.

       fd historico value of file-id is "clientes-historico.dat".
       copy clihist.
       fd documentos value of file-id is "documentos-clientes.dat".
       copy docreg.

       fd contatos value of file-id is "contatos-clientes.dat".
       copy contreg.

       fd faturas value of file-id is "faturas-contratos.dat".
       copy fatreg.

       fd indices value of file-id is "indices-reajuste.dat".
       copy idxreg.

       fd historico-ctr value of file-id is "contratos-historico.dat".
       copy ctrhist.

       fd pendencias value of file-id is "pendencias-clientes.dat".
       copy pendreg.

       fd atendimentos value of file-id is "atendimentos-clientes.dat".
       copy atdreg.

       fd vinculos value of file-id is "vinculos-clientes.dat".
       copy vincreg.

       fd filiais value of file-id is "filiais.dat".
       copy filreg.

       fd situacao value of file-id is "situacao-documentos.dat".
       copy sitreg.

       fd bkp value of file-id is ws-bkp-nome.
       01 bkp-rec pic x(300).

       77 fdo-stat pic 9(02).
           88 fdo-ok  value zeros.
           88 fdo-fim value 10.
       77 fcn-stat pic 9(02).
           88 fcn-ok  value zeros.
           88 fcn-fim value 10.
       77 ffa-stat pic 9(02).
           88 ffa-ok  value zeros.
           88 ffa-fim value 10.
       77 fix-stat pic 9(02).
           88 fix-ok  value zeros.
           88 fix-fim value 10.
       77 fch-stat pic 9(02).
           88 fch-ok  value zeros.
           88 fch-fim value 10.
       77 fpe-stat pic 9(02).
           88 fpe-ok  value zeros.
           88 fpe-fim value 10.
       77 fat-stat pic 9(02).
           88 fat-ok  value zeros.
           88 fat-fim value 10.
       77 fvi-stat pic 9(02).
           88 fvi-ok  value zeros.
           88 fvi-fim value 10.
       77 ffi-stat pic 9(02).
           88 ffi-ok  value zeros.
           88 ffi-fim value 10.
       77 fsc-stat pic 9(02).
           88 fsc-ok  value zeros.
           88 fsc-fim value 10.
       77 fb-stat pic 9(02).
           88 fb-ok         value zeros.
           88 fb-fim        value 10.

      *> qual arquivo restaurar, pelo nome lógico da linha de
      *> comando: clientes2, clientes, historico, operadores,
      *> ddds, contratos, ceps, modelos, documentos, contatos,
      *> faturas, indices, ctrhist (histórico de contratos),
      *> pendencias, atendimentos, vinculos, filiais ou situacao
      *> (situação dos documentos na receita)
       77 ws-param pic x(12).
       77 ws-alvo pic 9(02) value zeros.
           88 alvo-clientes2  value 1.
           88 alvo-clientes1  value 2.
           88 alvo-historico  value 3.
           88 alvo-ceps       value 7.
           88 alvo-modelos    value 8.
           88 alvo-documentos value 9.
           88 alvo-contatos   value 10.
           88 alvo-faturas    value 11.
           88 alvo-indices    value 12.
           88 alvo-ctrhist    value 13.
           88 alvo-pendencias value 14.
           88 alvo-atendimentos value 15.
           88 alvo-vinculos   value 16.
           88 alvo-filiais    value 17.
           88 alvo-situacao   value 18.

       77 ws-bkp-nome pic x(30).
       77 ws-arquivo  pic x(30).
           if ws-alvo equal zeros
               display "restaura-clientes: informe o arquivo "
                   "(clientes2, clientes, historico, operadores, "
                   "ddds, contratos, ceps, modelos, documentos, "
                   "contatos, faturas, indices, ctrhist, "
                   "pendencias, atendimentos, vinculos, "
                   "filiais ou situacao)"
               stop run
           end-if
           open input bkp
                   move 9 to ws-alvo
                   move "documentos-clientes.dat" to ws-arquivo
                   move "documentos-clientes.bkp" to ws-bkp-nome
               when "contatos"
                   move 10 to ws-alvo
                   move "contatos-clientes.dat" to ws-arquivo
                   move "contatos-clientes.bkp" to ws-bkp-nome
               when "faturas"
                   move 11 to ws-alvo
                   move "faturas-contratos.dat" to ws-arquivo
                   move "faturas-contratos.bkp" to ws-bkp-nome
               when "indices"
                   move 12 to ws-alvo
                   move "indices-reajuste.dat" to ws-arquivo
                   move "indices-reajuste.bkp" to ws-bkp-nome
               when "ctrhist"
                   move 13 to ws-alvo
                   move "contratos-historico.dat" to ws-arquivo
                   move "contratos-historico.bkp" to ws-bkp-nome
               when "pendencias"
                   move 14 to ws-alvo
                   move "pendencias-clientes.dat" to ws-arquivo
                   move "pendencias-clientes.bkp" to ws-bkp-nome
               when "atendimentos"
                   move 15 to ws-alvo
                   move "atendimentos-clientes.dat" to ws-arquivo
                   move "atendimentos-clientes.bkp" to ws-bkp-nome
               when "vinculos"
                   move 16 to ws-alvo
                   move "vinculos-clientes.dat" to ws-arquivo
                   move "vinculos-clientes.bkp" to ws-bkp-nome
               when "filiais"
                   move 17 to ws-alvo
                   move "filiais.dat" to ws-arquivo
                   move "filiais.bkp" to ws-bkp-nome
               when "situacao"
                   move 18 to ws-alvo
                   move "situacao-documentos.dat" to ws-arquivo
                   move "situacao-documentos.bkp" to ws-bkp-nome
               when other
                   move zeros to ws-alvo
           end-evaluate.
       grava-registro.
           evaluate true
               when alvo-clientes2
                   move ws-linha-atual(1:244) to file2-rec
                   write file2-rec
                   invalid key
                       continue
                   end-write
                   move fs-stat to ws-grava-stat
               when alvo-clientes1
                   move ws-linha-atual(1:244) to file1-rec
                   write file1-rec
                   invalid key
                       continue
                   end-write
                   move fs1-stat to ws-grava-stat
               when alvo-historico
                   move ws-linha-atual(1:293) to hist-rec
                   write hist-rec
                   invalid key
                       continue
                       continue
                   end-write
                   move fdo-stat to ws-grava-stat
               when alvo-contatos
                   move ws-linha-atual(1:130) to contato-rec
                   write contato-rec
                   invalid key
                       continue
                   end-write
      *> 02 é só o telefone secundário repetido (ou zerado) na
      *> chave alternativa
                   if fcn-stat equal 02
                       move zeros to fcn-stat
                   end-if
                   move fcn-stat to ws-grava-stat
               when alvo-faturas
                   move ws-linha-atual(1:118) to fatura-rec
                   write fatura-rec
                   invalid key
                       continue
                   end-write
                   move ffa-stat to ws-grava-stat
               when alvo-indices
                   move ws-linha-atual(1:26) to indice-rec
                   write indice-rec
                   invalid key
                       continue
                   end-write
                   move fix-stat to ws-grava-stat
               when alvo-ctrhist
                   move ws-linha-atual(1:93) to ctr-hist-rec
                   write ctr-hist-rec
                   invalid key
                       continue
                   end-write
                   move fch-stat to ws-grava-stat
               when alvo-pendencias
                   move ws-linha-atual(1:170) to pendencia-rec
                   write pendencia-rec
                   invalid key
                       continue
                   end-write
                   move fpe-stat to ws-grava-stat
               when alvo-atendimentos
                   move ws-linha-atual(1:250) to atendimento-rec
                   write atendimento-rec
                   invalid key
                       continue
                   end-write
                   move fat-stat to ws-grava-stat
               when alvo-vinculos
                   move ws-linha-atual(1:40) to vinculo-rec
                   write vinculo-rec
                   invalid key
                       continue
                   end-write
      *> 02 é só a pessoa vinculada repetida na chave alternativa
                   if fvi-stat equal 02
                       move zeros to fvi-stat
                   end-if
                   move fvi-stat to ws-grava-stat
               when alvo-filiais
                   move ws-linha-atual(1:50) to filial-rec
                   write filial-rec
                   invalid key
                       continue
                   end-write
                   move ffi-stat to ws-grava-stat
               when alvo-situacao
                   move ws-linha-atual(1:60) to situacao-rec
                   write situacao-rec
                   invalid key
                       continue
                   end-write
                   move fsc-stat to ws-grava-stat
           end-evaluate
           if ws-grava-stat equal zeros
               add 1 to ws-contagem-bkp
                   open output modelos
               when alvo-documentos
                   open output documentos
               when alvo-contatos
                   open output contatos
               when alvo-faturas
                   open output faturas
               when alvo-indices
                   open output indices
               when alvo-ctrhist
                   open output historico-ctr
               when alvo-pendencias
                   open output pendencias
               when alvo-atendimentos
                   open output atendimentos
               when alvo-vinculos
                   open output vinculos
               when alvo-filiais
                   open output filiais
               when alvo-situacao
                   open output situacao
           end-evaluate.

       fecha-alvo.
                   close modelos
               when alvo-documentos
                   close documentos
               when alvo-contatos
                   close contatos
               when alvo-faturas
                   close faturas
               when alvo-indices
                   close indices
               when alvo-ctrhist
                   close historico-ctr
               when alvo-pendencias
                   close pendencias
               when alvo-atendimentos
                   close atendimentos
               when alvo-vinculos
                   close vinculos
               when alvo-filiais
                   close filiais
               when alvo-situacao
                   close situacao
           end-evaluate.

      *> -----------------------------------
                       end-if
                   end-perform
                   close documentos
               when alvo-contatos
                   open input contatos
                   move zeros to fcn-stat
                   perform until fcn-fim
                       read contatos next record
                           at end
                               set fcn-fim to true
                       end-read
                       if not fcn-fim and fcn-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not fcn-fim and not fcn-ok
                           set fcn-fim to true
                       end-if
                   end-perform
                   close contatos
               when alvo-faturas
                   open input faturas
                   move zeros to ffa-stat
                   perform until ffa-fim
                       read faturas next record
                           at end
                               set ffa-fim to true
                       end-read
                       if not ffa-fim and ffa-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not ffa-fim and not ffa-ok
                           set ffa-fim to true
                       end-if
                   end-perform
                   close faturas
               when alvo-indices
                   open input indices
                   move zeros to fix-stat
                   perform until fix-fim
                       read indices next record
                           at end
                               set fix-fim to true
                       end-read
                       if not fix-fim and fix-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not fix-fim and not fix-ok
                           set fix-fim to true
                       end-if
                   end-perform
                   close indices
               when alvo-ctrhist
                   open input historico-ctr
                   move zeros to fch-stat
                   perform until fch-fim
                       read historico-ctr next record
                           at end
                               set fch-fim to true
                       end-read
                       if not fch-fim and fch-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not fch-fim and not fch-ok
                           set fch-fim to true
                       end-if
                   end-perform
                   close historico-ctr
               when alvo-pendencias
                   open input pendencias
                   move zeros to fpe-stat
                   perform until fpe-fim
                       read pendencias next record
                           at end
                               set fpe-fim to true
                       end-read
                       if not fpe-fim and fpe-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not fpe-fim and not fpe-ok
                           set fpe-fim to true
                       end-if
                   end-perform
                   close pendencias
               when alvo-atendimentos
                   open input atendimentos
                   move zeros to fat-stat
                   perform until fat-fim
                       read atendimentos next record
                           at end
                               set fat-fim to true
                       end-read
                       if not fat-fim and fat-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not fat-fim and not fat-ok
                           set fat-fim to true
                       end-if
                   end-perform
                   close atendimentos
               when alvo-vinculos
                   open input vinculos
                   move zeros to fvi-stat
                   perform until fvi-fim
                       read vinculos next record
                           at end
                               set fvi-fim to true
                       end-read
                       if not fvi-fim and fvi-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not fvi-fim and not fvi-ok
                           set fvi-fim to true
                       end-if
                   end-perform
                   close vinculos
               when alvo-filiais
                   open input filiais
                   move zeros to ffi-stat
                   perform until ffi-fim
                       read filiais next record
                           at end
                               set ffi-fim to true
                       end-read
                       if not ffi-fim and ffi-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not ffi-fim and not ffi-ok
                           set ffi-fim to true
                       end-if
                   end-perform
                   close filiais
               when alvo-situacao
                   open input situacao
                   move zeros to fsc-stat
                   perform until fsc-fim
                       read situacao next record
                           at end
                               set fsc-fim to true
                       end-read
                       if not fsc-fim and fsc-ok
                           add 1 to ws-contagem-alvo
                       end-if
                       if not fsc-fim and not fsc-ok
                           set fsc-fim to true
                       end-if
                   end-perform
                   close situacao
           end-evaluate.

       end program restaura-clientes.

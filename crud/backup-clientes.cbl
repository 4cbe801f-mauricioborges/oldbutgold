               lock mode is manual
               file status is fdo-stat
               record key is doc-key.
           select contatos assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fcn-stat
               record key is cont-key
               alternate record key is cont-fone
                   with duplicates.
           select faturas assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is ffa-stat
               record key is fat-key.
           select indices assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fix-stat
               record key is idx-key.
           select historico-ctr assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fch-stat
               record key is chh-key.
           select pendencias assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fpe-stat
               record key is pend-key.
           select atendimentos assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fat-stat
               record key is atd-key.
           select vinculos assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is fvi-stat
               record key is vinc-key
               alternate record key is vinc-vinculado
                   with duplicates.
           select filiais assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
               file status is ffi-stat
               record key is fil-key.
           select situacao assign to disk
               organization is indexed
               access mode is sequential
               lock mode is manual
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

      *> cópia sequencial do indexado da vez: cabeçalho de controle
      *> "CTL|data|hora|arquivo", os registros na íntegra e o
      *> rodapé "FIM|contagem" que o restaura-clientes confere
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
       77 fr-stat pic 9(02).

           perform copia-ceps
           perform copia-modelos
           perform copia-documentos
           perform copia-contatos
           perform copia-faturas
           perform copia-indices
           perform copia-ctrhist
           perform copia-pendencias
           perform copia-atendimentos
           perform copia-vinculos
           perform copia-filiais
           perform copia-situacao
           close relatorio
           display "backup-clientes: " ws-total-arquivos
               " arquivos copiados, " ws-total-falhas " falhas"
               end-if
           end-if.

       copia-contatos.
           move "contatos-clientes.dat" to ws-arquivo
           move "contatos-clientes.bkp" to ws-bkp-nome
           open input contatos
           move fcn-stat to ws-abriu-stat
           if not fcn-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until fcn-fim
                   read contatos next record
                       at end
                           set fcn-fim to true
                   end-read
                   if not fcn-fim and fcn-ok
                       move spaces to bkp-rec
                       move contato-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not fcn-fim and not fcn-ok
                       set fcn-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close contatos
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-faturas.
           move "faturas-contratos.dat" to ws-arquivo
           move "faturas-contratos.bkp" to ws-bkp-nome
           open input faturas
           move ffa-stat to ws-abriu-stat
           if not ffa-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until ffa-fim
                   read faturas next record
                       at end
                           set ffa-fim to true
                   end-read
                   if not ffa-fim and ffa-ok
                       move spaces to bkp-rec
                       move fatura-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not ffa-fim and not ffa-ok
                       set ffa-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close faturas
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-indices.
           move "indices-reajuste.dat" to ws-arquivo
           move "indices-reajuste.bkp" to ws-bkp-nome
           open input indices
           move fix-stat to ws-abriu-stat
           if not fix-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until fix-fim
                   read indices next record
                       at end
                           set fix-fim to true
                   end-read
                   if not fix-fim and fix-ok
                       move spaces to bkp-rec
                       move indice-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not fix-fim and not fix-ok
                       set fix-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close indices
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-ctrhist.
           move "contratos-historico.dat" to ws-arquivo
           move "contratos-historico.bkp" to ws-bkp-nome
           open input historico-ctr
           move fch-stat to ws-abriu-stat
           if not fch-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until fch-fim
                   read historico-ctr next record
                       at end
                           set fch-fim to true
                   end-read
                   if not fch-fim and fch-ok
                       move spaces to bkp-rec
                       move ctr-hist-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not fch-fim and not fch-ok
                       set fch-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close historico-ctr
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-pendencias.
           move "pendencias-clientes.dat" to ws-arquivo
           move "pendencias-clientes.bkp" to ws-bkp-nome
           open input pendencias
           move fpe-stat to ws-abriu-stat
           if not fpe-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until fpe-fim
                   read pendencias next record
                       at end
                           set fpe-fim to true
                   end-read
                   if not fpe-fim and fpe-ok
                       move spaces to bkp-rec
                       move pendencia-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not fpe-fim and not fpe-ok
                       set fpe-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close pendencias
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-atendimentos.
           move "atendimentos-clientes.dat" to ws-arquivo
           move "atendimentos-clientes.bkp" to ws-bkp-nome
           open input atendimentos
           move fat-stat to ws-abriu-stat
           if not fat-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until fat-fim
                   read atendimentos next record
                       at end
                           set fat-fim to true
                   end-read
                   if not fat-fim and fat-ok
                       move spaces to bkp-rec
                       move atendimento-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not fat-fim and not fat-ok
                       set fat-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close atendimentos
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-vinculos.
           move "vinculos-clientes.dat" to ws-arquivo
           move "vinculos-clientes.bkp" to ws-bkp-nome
           open input vinculos
           move fvi-stat to ws-abriu-stat
           if not fvi-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until fvi-fim
                   read vinculos next record
                       at end
                           set fvi-fim to true
                   end-read
                   if not fvi-fim and fvi-ok
                       move spaces to bkp-rec
                       move vinculo-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not fvi-fim and not fvi-ok
                       set fvi-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close vinculos
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-filiais.
           move "filiais.dat" to ws-arquivo
           move "filiais.bkp" to ws-bkp-nome
           open input filiais
           move ffi-stat to ws-abriu-stat
           if not ffi-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until ffi-fim
                   read filiais next record
                       at end
                           set ffi-fim to true
                   end-read
                   if not ffi-fim and ffi-ok
                       move spaces to bkp-rec
                       move filial-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not ffi-fim and not ffi-ok
                       set ffi-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close filiais
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-situacao.
           move "situacao-documentos.dat" to ws-arquivo
           move "situacao-documentos.bkp" to ws-bkp-nome
           open input situacao
           move fsc-stat to ws-abriu-stat
           if not fsc-ok
               perform relata-nao-abriu
           else
               perform abre-bkp
               move zeros to ws-contagem
               perform until fsc-fim
                   read situacao next record
                       at end
                           set fsc-fim to true
                   end-read
                   if not fsc-fim and fsc-ok
                       move spaces to bkp-rec
                       move situacao-rec to bkp-rec
                       perform grava-bkp-registro
                   end-if
                   if not fsc-fim and not fsc-ok
                       set fsc-fim to true
                   end-if
               end-perform
               perform fecha-bkp
               close situacao
               if e-bkp-falha
                   perform relata-bkp-falhou
               else
                   perform relata-copiado
               end-if
           end-if.

       copia-ceps.
           move "ceps.dat" to ws-arquivo
           move "ceps.bkp" to ws-bkp-nome

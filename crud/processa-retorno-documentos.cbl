          >>source format free
       identification division.
       program-id. processa-retorno-documentos.
       environment division.

       configuration section.

       input-output section.
       file-control.
           select retorno assign to disk
               organization is line sequential
               file status is fe-stat.
           select situacao assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fsc-stat
               record key is sit-key.
           select documentos assign to disk
               organization is indexed
               access mode is dynamic
               file status is fdo-stat
               record key is doc-key.
      *> o cliente sai do espelho (clientes.dat), como nos
      *> relatórios
           select file1 assign to disk
               organization is indexed
               access mode is dynamic
               file status is fs-stat
               record key is fs-key
               alternate record key is fs-nome
                   with duplicates.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
      *> retorno do provedor de verificação: uma linha por documento
      *> da remessa do exporta-documentos, "documento|situação|data
      *> da consulta" (situação por extenso: regular, suspensa,
      *> cancelada, baixada ou nula; o que vier depois do terceiro
      *> "|" é ignorado). documento com 11 dígitos é cpf.
       fd retorno value of file-id is "retorno-documentos.txt".
       01 retorno-rec pic x(120).

       fd situacao value of file-id is "situacao-documentos.dat".
       copy sitreg.

       fd documentos value of file-id is "documentos-clientes.dat".
       copy docreg.

       fd file1 value of file-id is "clientes.dat".
       copy clireg.

       fd relatorio value of file-id is "situacao-documentos.lst".
       01 relatorio-rec pic x(132).

       working-storage section.
       77 fe-stat pic 9(02).
           88 fe-ok         value zeros.
           88 fe-fim        value 10.
           88 fe-nao-existe value 35.
       77 fsc-stat pic 9(02).
           88 fsc-ok         value zeros.
           88 fsc-fim        value 10.
           88 fsc-nao-existe value 35.
       77 fdo-stat pic 9(02).
           88 fdo-ok value zeros.
       77 fs-stat pic 9(02).
           88 fs-ok value zeros.
       77 fr-stat pic 9(02).

       77 ws-hoje pic 9(08).

      *> campos da linha do retorno
       77 ws-r-doc  pic x(14).
       77 ws-r-sit  pic x(12).
       77 ws-r-data pic x(08).
       77 ws-cpf    pic 9(11).
       77 ws-documento pic 9(14).
       77 ws-nova-sit  pic x(01).
       77 ws-motivo    pic x(40).

       77 ws-tot-linhas     pic 9(07) value zeros.
       77 ws-tot-aplicadas  pic 9(07) value zeros.
       77 ws-tot-rejeitadas pic 9(07) value zeros.
       77 ws-tot-regular    pic 9(07) value zeros.
       77 ws-tot-suspensa   pic 9(07) value zeros.
       77 ws-tot-cancelada  pic 9(07) value zeros.
       77 ws-tot-baixada    pic 9(07) value zeros.
       77 ws-tot-nula       pic 9(07) value zeros.
       77 ws-tot-irregulares pic 9(07) value zeros.

       77 ws-sit-desc pic x(10).

       01 ws-titulo.
           05 filler pic x(51)
              value "situação cadastral dos documentos - exceções - ".
           05 ws-t-data pic 9(08).

       01 ws-cab-rejeitadas.
           05 filler pic x(16) value "documento".
           05 filler pic x(14) value "situação".
           05 filler pic x(10) value "data".
           05 filler pic x(40) value "motivo".

       01 ws-linha-rejeitada.
           05 ws-lr-doc    pic x(14).
           05 filler       pic x(02) value spaces.
           05 ws-lr-sit    pic x(12).
           05 filler       pic x(02) value spaces.
           05 ws-lr-data   pic x(08).
           05 filler       pic x(02) value spaces.
           05 ws-lr-motivo pic x(40).

       01 ws-cab-irregulares.
           05 filler pic x(13) value "telefone".
           05 filler pic x(08) value "código".
           05 filler pic x(32) value "nome".
           05 filler pic x(16) value "documento".
           05 filler pic x(12) value "situação".
           05 filler pic x(10) value "consulta".
           05 filler pic x(06) value "fil".

       01 ws-linha-irregular.
           05 ws-li-fone   pic 9(11).
           05 filler       pic x(02) value spaces.
           05 ws-li-codigo pic 9(06).
           05 filler       pic x(02) value spaces.
           05 ws-li-nome   pic x(30).
           05 filler       pic x(02) value spaces.
           05 ws-li-doc    pic 9(14).
           05 filler       pic x(02) value spaces.
           05 ws-li-sit    pic x(10).
           05 filler       pic x(02) value spaces.
           05 ws-li-data   pic 9(08).
           05 filler       pic x(02) value spaces.
           05 ws-li-filial pic x(03).

       01 ws-linha-item.
           05 ws-l-rotulo pic x(40).
           05 ws-l-cont   pic zzzzzz9.

       procedure division.
       inicio.
           accept ws-hoje from date yyyymmdd
           open input retorno
           if fe-nao-existe
               display "processa-retorno-documentos: "
                   "retorno-documentos.txt não encontrado"
               stop run
           end-if
           open i-o situacao
           if fsc-nao-existe
               open output situacao
               close situacao
               open i-o situacao
           end-if
           open input documentos
           open input file1
           if not fdo-ok or not fs-ok
               display "processa-retorno-documentos: "
                   "documentos-clientes.dat ou clientes.dat não "
                   "abriu - retorno não processado"
               close retorno
               close situacao
               move 8 to return-code
               stop run
           end-if
           open output relatorio
           move ws-hoje to ws-t-data
           move ws-titulo to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move "linhas do retorno não aplicadas" to relatorio-rec
           write relatorio-rec
           move ws-cab-rejeitadas to relatorio-rec
           write relatorio-rec
           perform processa-retorno
           close retorno
           perform lista-irregulares
           perform grava-resumo
           close relatorio
           close situacao
           close documentos
           close file1
           display "processa-retorno-documentos: " ws-tot-linhas
               " documentos no retorno, " ws-tot-aplicadas
               " aplicados, " ws-tot-rejeitadas " rejeitados, "
               ws-tot-irregulares " clientes ativos irregulares"
           stop run.

      *> -----------------------------------
       processa-retorno.
           perform until fe-fim
               read retorno
                   at end
                       set fe-fim to true
               end-read
               if not fe-fim and fe-ok and
                  retorno-rec not equal spaces
                   add 1 to ws-tot-linhas
                   perform aplica-linha
               end-if
               if not fe-fim and not fe-ok
                   set fe-fim to true
               end-if
           end-perform.

      *> cada linha: documento válido, situação conhecida e um
      *> cliente ativo com esse documento no índice; a linha que
      *> não passa vai para a lista de exceções com o motivo
       aplica-linha.
           move spaces to ws-r-doc
           move spaces to ws-r-sit
           move spaces to ws-r-data
           move spaces to ws-motivo
           unstring retorno-rec delimited by "|"
               into ws-r-doc, ws-r-sit, ws-r-data
           end-unstring
           evaluate true
               when ws-r-doc numeric
                   move ws-r-doc to ws-documento
               when ws-r-doc(1:11) numeric and
                    ws-r-doc(12:3) equal spaces
                   move ws-r-doc(1:11) to ws-cpf
                   move ws-cpf to ws-documento
               when other
                   move "documento inválido" to ws-motivo
           end-evaluate
           if ws-motivo equal spaces
               inspect ws-r-sit converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               evaluate ws-r-sit
                   when "REGULAR"
                       move "R" to ws-nova-sit
                   when "SUSPENSA"
                       move "S" to ws-nova-sit
                   when "CANCELADA"
                       move "C" to ws-nova-sit
                   when "BAIXADA"
                       move "B" to ws-nova-sit
                   when "NULA"
                       move "N" to ws-nova-sit
                   when other
                       move "situação desconhecida" to ws-motivo
               end-evaluate
           end-if
           if ws-motivo equal spaces
               move ws-documento to doc-cpf
               read documentos
                   invalid key
                       move "documento sem cliente ativo" to ws-motivo
               end-read
           end-if
           if ws-motivo equal spaces
               move doc-fone to fs-fone
               read file1
                   invalid key
                       move "cliente do índice não encontrado"
                           to ws-motivo
               end-read
           end-if
           if ws-motivo equal spaces
               perform grava-situacao
           else
               perform relata-rejeitada
           end-if.

       grava-situacao.
           move ws-documento to sit-documento
           read situacao
               invalid key
                   continue
           end-read
           move spaces to situacao-rec
           move ws-documento to sit-documento
           move ws-nova-sit  to sit-situacao
           if ws-r-data numeric and ws-r-data not equal zeros
               move ws-r-data to sit-data-consulta
           else
               move ws-hoje to sit-data-consulta
           end-if
           move doc-fone to sit-fone
           if fs-codigo numeric
               move fs-codigo to sit-codigo
           else
               move zeros to sit-codigo
           end-if
           move ws-hoje to sit-data-retorno
           if fsc-ok
               rewrite situacao-rec
                   invalid key
                       continue
               end-rewrite
           else
               write situacao-rec
                   invalid key
                       continue
               end-write
           end-if
           if fsc-ok
               add 1 to ws-tot-aplicadas
               perform conta-situacao
           else
               move "erro ao gravar a situação" to ws-motivo
               perform relata-rejeitada
           end-if.

       conta-situacao.
           evaluate true
               when sit-regular
                   add 1 to ws-tot-regular
               when sit-suspensa
                   add 1 to ws-tot-suspensa
               when sit-cancelada
                   add 1 to ws-tot-cancelada
               when sit-baixada
                   add 1 to ws-tot-baixada
               when sit-nula
                   add 1 to ws-tot-nula
           end-evaluate.

       relata-rejeitada.
           add 1 to ws-tot-rejeitadas
           move ws-r-doc    to ws-lr-doc
           move ws-r-sit    to ws-lr-sit
           move ws-r-data   to ws-lr-data
           move ws-motivo   to ws-lr-motivo
           move ws-linha-rejeitada to relatorio-rec
           write relatorio-rec.

      *> -----------------------------------
      *> todos os clientes ativos cuja situação guardada é
      *> irregular, não só os do retorno de hoje: o cliente continua
      *> na lista até a situação voltar a regular ou o documento
      *> ser trocado no cadastro
       lista-irregulares.
           move spaces to relatorio-rec
           write relatorio-rec
           move "clientes ativos com documento irregular"
               to relatorio-rec
           write relatorio-rec
           move ws-cab-irregulares to relatorio-rec
           write relatorio-rec
           move low-values to sit-key
           start situacao key is not less than sit-key
               invalid key
                   set fsc-fim to true
           end-start
           perform until fsc-fim
               read situacao next record
                   at end
                       set fsc-fim to true
               end-read
               if fsc-ok and sit-irregular
                   perform confere-irregular
               end-if
               if not fsc-fim and not fsc-ok
                   set fsc-fim to true
               end-if
           end-perform.

       confere-irregular.
           move sit-documento to doc-cpf
           read documentos
               invalid key
                   continue
           end-read
           if fdo-ok
               move doc-fone to fs-fone
               read file1
                   invalid key
                       continue
               end-read
               if fs-ok and fs-ativo
                   move fs-cpf to ws-documento
                   if ws-documento equal sit-documento
                       perform imprime-irregular
                   end-if
               end-if
           end-if.

       imprime-irregular.
           add 1 to ws-tot-irregulares
           perform descreve-situacao
           move doc-fone      to ws-li-fone
           if fs-codigo numeric
               move fs-codigo to ws-li-codigo
           else
               move zeros to ws-li-codigo
           end-if
           move fs-nome       to ws-li-nome
           move sit-documento to ws-li-doc
           move ws-sit-desc   to ws-li-sit
           move sit-data-consulta to ws-li-data
           move fs-filial     to ws-li-filial
           move ws-linha-irregular to relatorio-rec
           write relatorio-rec.

       descreve-situacao.
           evaluate true
               when sit-regular
                   move "regular" to ws-sit-desc
               when sit-suspensa
                   move "suspensa" to ws-sit-desc
               when sit-cancelada
                   move "cancelada" to ws-sit-desc
               when sit-baixada
                   move "baixada" to ws-sit-desc
               when sit-nula
                   move "nula" to ws-sit-desc
               when other
                   move spaces to ws-sit-desc
           end-evaluate.

      *> -----------------------------------
       grava-resumo.
           move spaces to relatorio-rec
           write relatorio-rec
           move "resumo do retorno" to relatorio-rec
           write relatorio-rec
           move "documentos no retorno" to ws-l-rotulo
           move ws-tot-linhas to ws-l-cont
           perform imprime-item
           move "aplicados" to ws-l-rotulo
           move ws-tot-aplicadas to ws-l-cont
           perform imprime-item
           move "rejeitados" to ws-l-rotulo
           move ws-tot-rejeitadas to ws-l-cont
           perform imprime-item
           move "  regular" to ws-l-rotulo
           move ws-tot-regular to ws-l-cont
           perform imprime-item
           move "  suspensa" to ws-l-rotulo
           move ws-tot-suspensa to ws-l-cont
           perform imprime-item
           move "  cancelada" to ws-l-rotulo
           move ws-tot-cancelada to ws-l-cont
           perform imprime-item
           move "  baixada" to ws-l-rotulo
           move ws-tot-baixada to ws-l-cont
           perform imprime-item
           move "  nula" to ws-l-rotulo
           move ws-tot-nula to ws-l-cont
           perform imprime-item
           move "clientes ativos irregulares (total)" to ws-l-rotulo
           move ws-tot-irregulares to ws-l-cont
           perform imprime-item.

       imprime-item.
           move ws-linha-item to relatorio-rec
           write relatorio-rec.

       end program processa-retorno-documentos.

          >>source format free
       identification division.
       program-id. filiais.
       environment division.

       configuration section.

       input-output section.
       file-control.
      *> lock mode manual para a manutenção poder rodar com as
      *> sessões de cadastro abertas (que mantêm filiais.dat
      *> aberto pelo cliente-service)
           select filiais-arq assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is ffi-stat
               record key is fil-key.

       data division.
       file section.
       fd filiais-arq value of file-id is "filiais.dat".
       copy filreg.

       working-storage section.

       01 ws-modulo.
           05 filler pic x(10) value "filiais -".
           05 ws-op pic x(21) value spaces.

       77 ws-opcao pic x.
           88 e-incluir   value is "1".
           88 e-consultar value is "2".
           88 e-alterar   value is "3".
           88 e-excluir   value is "4".
           88 e-encerrar  value is "x" "x".
       77 ffi-stat pic 9(02).
           88 ffi-ok         value zeros.
           88 ffi-nao-existe value 35.
       77 ws-erro pic x.
           88 e-sim values are "s" "s".

       77 ws-numl pic 999.
       77 ws-numc pic 999.
       77 cor-fundo pic 9 value 1.
       77 cor-frente pic 9 value 6.

       77 ws-status pic x(30).
       77 ws-msgerro pic x(80).

      *> a uf informada precisa ser uma das 27 unidades da
      *> federação, como nas críticas do cadastro de clientes e
      *> da tabela de ddds
       77 ws-uf-teste pic x(02).
           88 uf-valida value "AC" "AL" "AP" "AM" "BA" "CE" "DF"
              "ES" "GO" "MA" "MT" "MS" "MG" "PA" "PB" "PR" "PE"
              "PI" "RJ" "RN" "RS" "RO" "RR" "SC" "SP" "SE" "TO".

       copy screenio.

       screen section.
       01 ss-cls.
           05 ss-filler.
               10 blank screen.
               10 line 01 column 01 erase eol
                  background-color cor-fundo.
               10 line ws-numl column 01 erase eol
                  background-color cor-fundo.
           05 ss-cabecalho.
               10 line 01 column 02 pic x(31) from ws-modulo
                  highlight foreground-color cor-frente
                  background-color cor-fundo.
           05 ss-status.
               10 line ws-numl column 2 erase eol pic x(30)
                  from ws-status highlight
                  foreground-color cor-frente
                  background-color cor-fundo.

       01 ss-menu foreground-color 6.
           05 line 07 column 15 value "1 - incluir".
           05 line 08 column 15 value "2 - consultar".
           05 line 09 column 15 value "3 - alterar".
           05 line 10 column 15 value "4 - excluir".
           05 line 11 column 15 value "x - encerrar".
           05 line 13 column 15 value "opção: ".
           05 line 13 col plus 1 using ws-opcao auto.

       01 ss-tela-filial.
           05 ss-fil-chave foreground-color 2.
               10 line 10 column 10 value "filial:".
               10 column plus 2 pic x(03) using fil-codigo.
           05 ss-fil-dados.
               10 line 11 column 10 value "  nome:".
               10 column plus 2 pic x(30) using fil-nome.
               10 line 12 column 10 value "    uf:".
               10 column plus 2 pic x(02) using fil-uf.
               10 line 13 column 10 value "  tipo (m-matriz/f-filial):".
               10 column plus 2 pic x(01) using fil-tipo.

       01 ss-erro.
           05 filler foreground-color 4 background-color 1 highlight.
               10 line ws-numl column 2 pic x(80) from ws-msgerro bell.
               10 column plus 2 to ws-erro.

       procedure division.
       inicio.
           set environment 'cob_screen_exceptions' to 'y'.
           set environment 'cob_screen_esc' to 'y'.
           set environment 'escdelay' to '25'.
           accept ws-numl from lines
           accept ws-numc from columns
           perform abre-arquivo.
           perform until e-encerrar
               move "menu" to ws-op
               move "escolha a opção" to ws-status
               move spaces to ws-opcao
               display ss-cls
               accept ss-menu
               evaluate true
                   when e-incluir
                       perform inclui thru inclui-fim
                   when e-consultar
                       perform consulta thru consulta-fim
                   when e-alterar
                       perform altera thru altera-fim
                   when e-excluir
                       perform exclui thru exclui-fim
               end-evaluate
           end-perform.
       finaliza.
           close filiais-arq.
           stop run.

      *> -----------------------------------
       abre-arquivo.
           open i-o filiais-arq
           if ffi-nao-existe
               open output filiais-arq
               close filiais-arq
               open i-o filiais-arq
           end-if.

      *> -----------------------------------
       inclui.
           move "inclusão" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to filial-rec.
       inclui-loop.
           accept ss-tela-filial.
           if cob-crt-status = cob-scr-esc
               go inclui-fim
           end-if
           perform valida-filial-rec.
           if ws-msgerro not equal spaces
               perform mostra-erro
               go inclui-loop
           end-if
           write filial-rec
           invalid key
               move "filial já cadastrada" to ws-msgerro
           end-write
           if ws-msgerro not equal to spaces
               perform mostra-erro
           end-if.
           go inclui.
       inclui-fim.

      *> -----------------------------------
       consulta.
           move "consulta" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
       consulta-loop.
           move spaces to filial-rec.
           display ss-tela-filial.
           perform le-filial thru le-filial-fim.
           if cob-crt-status = cob-scr-esc
               go consulta-fim
           end-if
           if ffi-ok
               display ss-fil-dados
               move "pressione enter" to ws-msgerro
               perform mostra-erro
           end-if.
           go consulta-loop.
       consulta-fim.

      *> -----------------------------------
       altera.
           move "alteração" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
       altera-loop.
           move spaces to filial-rec.
           display ss-tela-filial.
           perform le-filial thru le-filial-fim.
           if cob-crt-status = cob-scr-esc
               go altera-fim
           end-if
           if not ffi-ok
               go altera-loop
           end-if
           accept ss-fil-dados.
           if cob-crt-status = cob-scr-esc
               go altera-loop
           end-if
           perform valida-filial-rec.
           if ws-msgerro not equal spaces
               perform mostra-erro
               go altera-loop
           end-if
           rewrite filial-rec
           invalid key
               move "erro ao gravar" to ws-msgerro
           end-rewrite
           if ws-msgerro not equal to spaces
               perform mostra-erro
           end-if.
           go altera-loop.
       altera-fim.

      *> -----------------------------------
       exclui.
           move "exclusão" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to filial-rec.
           display ss-tela-filial.
           perform le-filial thru le-filial-fim.
           if cob-crt-status = cob-scr-esc
               go exclui-fim
           end-if
           if not ffi-ok
               go exclui
           end-if
           display ss-fil-dados.
           move "n" to ws-erro.
           move "confirma a exclusão da filial (s/n)?" to ws-msgerro.
           accept ss-erro.
           if not e-sim
               go exclui-fim
           end-if
           delete filiais-arq
           invalid key
               move "erro ao excluir" to ws-msgerro
           end-delete
           if ws-msgerro not equal to spaces
               perform mostra-erro
           end-if.
       exclui-fim.

      *> -----------------------------------
      *> le filial e mostra mensagem se chave não existe
       le-filial.
           accept ss-fil-chave.
           if not cob-crt-status = cob-scr-esc
               move spaces to ws-msgerro
               inspect fil-codigo converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               read filiais-arq
                   invalid key
                       move "filial não cadastrada" to ws-msgerro
               end-read
               if ws-msgerro not equal to spaces
                   perform mostra-erro
               end-if
           end-if.
       le-filial-fim.

      *> -----------------------------------
      *> código e nome preenchidos, uf existente e tipo M (matriz)
      *> ou F (filial), normalizados para maiúsculo
       valida-filial-rec.
           move spaces to ws-msgerro
           inspect fil-codigo converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if fil-codigo equal spaces
               move "favor informar o código da filial" to ws-msgerro
           end-if
           if ws-msgerro equal spaces and fil-nome equal spaces
               move "favor informar o nome da filial" to ws-msgerro
           end-if
           if ws-msgerro equal spaces
               inspect fil-uf converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move fil-uf to ws-uf-teste
               if not uf-valida
                   move "uf inválida" to ws-msgerro
               end-if
           end-if
           if ws-msgerro equal spaces
               inspect fil-tipo converting "mf" to "MF"
               if not fil-matriz and not fil-filial
                   move "tipo inválido (use M ou F)" to ws-msgerro
               end-if
           end-if.

      *> -----------------------------------
      *> mostra mensagem, espera enter, atualiza barra status
       mostra-erro.
           display ss-erro
           accept ss-erro
           display ss-status.

       end program filiais.

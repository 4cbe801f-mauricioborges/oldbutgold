          >>source format free
       identification division.
       program-id. indices.
       environment division.

       configuration section.

       input-output section.
       file-control.
      *> lock mode manual para a manutenção poder rodar junto com o
      *> reajuste-contratos em modo simulação
           select indices-arq assign to disk
               organization is indexed
               access mode is dynamic
               lock mode is manual
               file status is fix-stat
               record key is idx-key.

       data division.
       file section.
       fd indices-arq value of file-id is "indices-reajuste.dat".
       copy idxreg.

       working-storage section.

       01 ws-modulo.
           05 filler pic x(10) value "índices -".
           05 ws-op pic x(24) value spaces.

       77 ws-opcao pic x.
           88 e-incluir   value is "1".
           88 e-consultar value is "2".
           88 e-alterar   value is "3".
           88 e-excluir   value is "4".
           88 e-encerrar  value is "x" "x".
       77 fix-stat pic 9(02).
           88 fix-ok         value zeros.
           88 fix-nao-existe value 35.
       77 ws-erro pic x.
           88 e-sim values are "s" "s".

       77 ws-numl pic 999.
       77 ws-numc pic 999.
       77 cor-fundo pic 9 value 1.
       77 cor-frente pic 9 value 6.

       77 ws-status pic x(30).
       77 ws-msgerro pic x(80).

      *> competência aaaamm: mês de 1 a 12
       01 ws-comp-teste.
           05 ws-comp-ano pic 9(04).
           05 ws-comp-mes pic 9(02).

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
               10 line 01 column 02 pic x(34) from ws-modulo
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

       01 ss-tela-indice.
           05 ss-idx-chave foreground-color 2.
               10 line 10 column 10 value "     índice:".
               10 column plus 2 pic x(04) using idx-indice.
               10 column plus 2 value "(IGPM ou IPCA)".
               10 line 11 column 10 value "competência:".
               10 column plus 2 pic 9(06) using idx-competencia
                  blank when zeros.
               10 column plus 2 value "(aaaamm)".
           05 ss-idx-dados.
               10 line 12 column 10 value " percentual:".
               10 column plus 2 pic -zz9.9999 using idx-percentual.

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
           close indices-arq.
           stop run.

      *> -----------------------------------
       abre-arquivo.
           open i-o indices-arq
           if fix-nao-existe
               open output indices-arq
               close indices-arq
               open i-o indices-arq
           end-if.

      *> -----------------------------------
       inclui.
           move "inclusão" to ws-op.
           move "esc para encerrar" to ws-status.
           display ss-cls.
           move spaces to indice-rec.
           move zeros to idx-competencia.
           move zeros to idx-percentual.
       inclui-loop.
           accept ss-tela-indice.
           if cob-crt-status = cob-scr-esc
               go inclui-fim
           end-if
           perform valida-indice-rec.
           if ws-msgerro not equal spaces
               perform mostra-erro
               go inclui-loop
           end-if
           write indice-rec
           invalid key
               move "índice já cadastrado para a competência"
                   to ws-msgerro
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
           move spaces to indice-rec.
           move zeros to idx-competencia.
           move zeros to idx-percentual.
           display ss-tela-indice.
           perform le-indice thru le-indice-fim.
           if cob-crt-status = cob-scr-esc
               go consulta-fim
           end-if
           if fix-ok
               display ss-idx-dados
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
           move spaces to indice-rec.
           move zeros to idx-competencia.
           move zeros to idx-percentual.
           display ss-tela-indice.
           perform le-indice thru le-indice-fim.
           if cob-crt-status = cob-scr-esc
               go altera-fim
           end-if
           if not fix-ok
               go altera-loop
           end-if
           accept ss-idx-dados.
           if cob-crt-status = cob-scr-esc
               go altera-loop
           end-if
           perform valida-indice-rec.
           if ws-msgerro not equal spaces
               perform mostra-erro
               go altera-loop
           end-if
           rewrite indice-rec
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
           move spaces to indice-rec.
           move zeros to idx-competencia.
           move zeros to idx-percentual.
           display ss-tela-indice.
           perform le-indice thru le-indice-fim.
           if cob-crt-status = cob-scr-esc
               go exclui-fim
           end-if
           if not fix-ok
               go exclui
           end-if
           display ss-idx-dados.
           move "n" to ws-erro.
           move "confirma a exclusão do índice (s/n)?" to ws-msgerro.
           accept ss-erro.
           if not e-sim
               go exclui-fim
           end-if
           delete indices-arq
           invalid key
               move "erro ao excluir" to ws-msgerro
           end-delete
           if ws-msgerro not equal to spaces
               perform mostra-erro
           end-if.
       exclui-fim.

      *> -----------------------------------
      *> le índice e mostra mensagem se chave não existe
       le-indice.
           accept ss-idx-chave.
           if not cob-crt-status = cob-scr-esc
               move spaces to ws-msgerro
               inspect idx-indice converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               read indices-arq
                   invalid key
                       move "índice não cadastrado para a competência"
                           to ws-msgerro
               end-read
               if ws-msgerro not equal to spaces
                   perform mostra-erro
               end-if
           end-if.
       le-indice-fim.

      *> -----------------------------------
      *> índice conhecido, competência válida e percentual dentro de
      *> uma faixa plausível para a variação de um mês
       valida-indice-rec.
           move spaces to ws-msgerro
           inspect idx-indice converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if not idx-igpm and not idx-ipca
               move "índice inválido (IGPM ou IPCA)" to ws-msgerro
           end-if
           if ws-msgerro equal spaces
               move idx-competencia to ws-comp-teste
               if ws-comp-ano < 1994 or ws-comp-mes < 1 or
                  ws-comp-mes > 12
                   move "competência inválida (aaaamm)" to ws-msgerro
               end-if
           end-if
           if ws-msgerro equal spaces and
              (idx-percentual > 50 or idx-percentual < -50)
               move "percentual fora da faixa (-50 a 50)"
                   to ws-msgerro
           end-if.

      *> -----------------------------------
      *> mostra mensagem, espera enter, atualiza barra status
       mostra-erro.
           display ss-erro
           accept ss-erro
           display ss-status.

       end program indices.

               lock mode is manual
               file status is fo-stat
               record key is oper-key.
           select filiais-arq assign to disk
               organization is indexed
               access mode is random
               lock mode is manual
               file status is ffi-stat
               record key is fil-key.

       data division.
       file section.
       fd operadores-arq value of file-id is "operadores.dat".
       copy opereg.

       fd filiais-arq value of file-id is "filiais.dat".
       copy filreg.

       working-storage section.

       01 ws-modulo.
       77 fo-stat pic 9(02).
           88 fo-ok         value zeros.
           88 fo-nao-existe value 35.
       77 ffi-stat pic 9(02).
           88 ffi-ok         value zeros.
       77 ws-erro pic x.
           88 e-sim values are "s" "s".

                  "situação (a-ativo/i-inativo/b-bloqueado):".
               10 column plus 2 pic x(01) using oper-status.
               10 line 14 column 10 value
                  "perfil (c-consulta/m-manutenção/s-supervisor):".
               10 column plus 2 pic x(01) using oper-perfil.
               10 line 15 column 10 value
                  "filial (em branco = matriz):".
               10 column plus 2 pic x(03) using oper-filial.
           05 ss-oper-senha-info foreground-color 2.
               10 line 16 column 10 value "última troca de senha:".
               10 column plus 2 pic 9(08) from oper-senha-data
                  blank when zeros.
               10 line 17 column 10 value "tentativas de senha..:".
               10 column plus 2 pic 9(02) from oper-tentativas.

       01 ss-erro.
           end-perform.
       finaliza.
           close operadores-arq.
           close filiais-arq.
           stop run.

      *> -----------------------------------
               open output operadores-arq
               close operadores-arq
               open i-o operadores-arq
           end-if
      *> a tabela de filiais só é lida, para validar a filial do
      *> operador
           open input filiais-arq.

      *> -----------------------------------
       inclui.
               perform mostra-erro
               go inclui-loop
           end-if
           perform valida-filial.
           if ws-msgerro not equal spaces
               perform mostra-erro
               go inclui-loop
           end-if
      *> data zerada força o operador a trocar a senha no primeiro
      *> sign-on, em vez de ficar com a senha dada pela manutenção
           move zeros to oper-senha-data.
               perform mostra-erro
               go altera-loop
           end-if
           perform valida-filial.
           if ws-msgerro not equal spaces
               perform mostra-erro
               go altera-loop
           end-if
      *> senha redefinida pela manutenção vale só até o próximo
      *> sign-on (data zerada = troca obrigatória); e voltar a
      *> situação para ativo desbloqueia, zerando as tentativas
      *> -----------------------------------
      *> normaliza o perfil para maiúsculo; em branco assume M
      *> (manutenção completa, como os registros de antes do perfil)
      *> e só C, M ou S (supervisor: manutenção e aprovação de
      *> pendências) são aceitos
       valida-perfil.
           move spaces to ws-msgerro
           if oper-perfil equal "c"
           if oper-perfil equal "m" or oper-perfil equal spaces
               move "M" to oper-perfil
           end-if
           if oper-perfil equal "s"
               set oper-supervisor to true
           end-if
           if not oper-so-consulta and not oper-supervisor and
              oper-perfil not equal "M"
               move "perfil inválido (use C, M ou S)" to ws-msgerro
           end-if.

      *> -----------------------------------
      *> filial em branco vale matriz; preenchida, precisa estar na
      *> tabela de filiais
       valida-filial.
           move spaces to ws-msgerro
           inspect oper-filial converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if oper-filial not equal spaces
               move oper-filial to fil-codigo
               read filiais-arq
                   invalid key
                       continue
               end-read
               if not ffi-ok
                   move "filial não cadastrada" to ws-msgerro
               end-if
           end-if.

      *> -----------------------------------

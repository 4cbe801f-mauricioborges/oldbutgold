               access mode is dynamic
               file status is fdd-stat
               record key is ddd-key.
           select controle-lote assign to disk
               organization is line sequential
               file status is fcl-stat.

       data division.
       file section.
           05 filler      pic x(01).
           05 al-operacao pic x(12).
           05 filler      pic x(01).
           05 al-fone     pic 9(11).
      *> o restante da linha (fone-novo, os quatro campos de
      *> antes/depois e o código do cliente) precisa caber inteiro
      *> na área do registro: a linha gravada hoje tem 374 bytes e
      *> o código numérico no fim impede o line sequential de
      *> encurtá-la por corte de espaços - área menor daria file
      *> status 04/06 e derrubaria a varredura na primeira linha
           05 filler      pic x(325).

       fd spool value of file-id is "notificacoes.txt".
       01 spool-rec pic x(300).
       fd ddds value of file-id is "ddds.dat".
       copy dddreg.

       fd controle-lote value of file-id is "controle-lote.txt".
       copy cltreg.

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
           88 fa-ok  value zeros.
           88 fa-fim value 10.
       77 fp-stat pic 9(02).
       77 fcl-stat pic 9(02).
           88 fcl-nao-existe value 35.

       77 ws-fim-aud pic x.
           88 aud-varrida value "s".
           88 cli-varrido value "s".

       77 ws-hoje pic 9(08).
       77 ws-ini-hora pic 9(08).

      *> "campanha" na linha de comando muda do corte diário
      *> (boas-vindas para inclusões do dia, confirmação para
       77 ws-total-geradas pic 9(05) value zeros.
       77 ws-total-sem-email pic 9(05) value zeros.
       77 ws-total-devolvidos pic 9(05) value zeros.
      *> para o controle de lote: cada candidato (linha do dia na
      *> auditoria, ou cliente da base na campanha) ou vira mensagem
      *> ou é descartado
       77 ws-total-candidatos pic 9(07) value zeros.
       77 ws-total-descartados pic 9(07) value zeros.

       procedure division.
       inicio.
           accept ws-param from command-line
           perform trata-parametros
           accept ws-hoje from date yyyymmdd
           accept ws-ini-hora from time
           open input file2
           open output spool
           open input modelos
               " mensagens geradas, " ws-total-sem-email
               " clientes sem e-mail, " ws-total-devolvidos
               " com e-mail devolvido"
           perform grava-controle-lote
           stop run.

      *> -----------------------------------
      *> busca o cliente da linha de auditoria; sem e-mail (ou já
      *> inativo, ou removido) não há o que mandar
       monta-notificacao-diaria.
           add 1 to ws-total-candidatos
           if al-fone not numeric
               add 1 to ws-total-descartados
               go monta-notificacao-diaria-fim
           end-if
           move spaces to file2-rec
           move al-fone to fs-fone
           read file2
               invalid key
                   add 1 to ws-total-descartados
                   go monta-notificacao-diaria-fim
           end-read
           if not fs-ok or fs-inativo
               add 1 to ws-total-descartados
               go monta-notificacao-diaria-fim
           end-if
           if fs-email equal spaces
               add 1 to ws-total-sem-email
               add 1 to ws-total-descartados
               go monta-notificacao-diaria-fim
           end-if
      *> endereço marcado como devolvido pelo retorno do serviço de
      *> envio: não adianta mandar de novo
           if fs-email-devolvido
               add 1 to ws-total-devolvidos
               add 1 to ws-total-descartados
               go monta-notificacao-diaria-fim
           end-if
           if al-operacao equal "inclusão"

      *> -----------------------------------
       avalia-cliente-campanha.
           add 1 to ws-total-candidatos
           if fs-inativo
               add 1 to ws-total-descartados
               go avalia-cliente-campanha-fim
           end-if
           if fs-email equal spaces
               add 1 to ws-total-sem-email
               add 1 to ws-total-descartados
               go avalia-cliente-campanha-fim
           end-if
           if fs-email-devolvido
               add 1 to ws-total-devolvidos
               add 1 to ws-total-descartados
               go avalia-cliente-campanha-fim
           end-if
           evaluate true
               when filtro-pf
                   if fs-pessoa-juridica
                       add 1 to ws-total-descartados
                       go avalia-cliente-campanha-fim
                   end-if
               when filtro-pj
                   if not fs-pessoa-juridica
                       add 1 to ws-total-descartados
                       go avalia-cliente-campanha-fim
                   end-if
               when ws-filtro numeric
                   if fs-fone(1:2) not equal ws-filtro
                       add 1 to ws-total-descartados
                       go avalia-cliente-campanha-fim
                   end-if
               when other
           write spool-rec
           add 1 to ws-total-geradas.

      *> -----------------------------------
      *> linha desta execução no controle de lote
       grava-controle-lote.
           open extend controle-lote
           if fcl-nao-existe
               open output controle-lote
           end-if
           move spaces to controle-lote-rec
           move "gera-notificacoes" to clt-programa
           move ws-hoje             to clt-data
           move ws-ini-hora         to clt-hora
           if e-modo-campanha
               move "campanha" to clt-modo
           else
               move "diario" to clt-modo
           end-if
           move ws-total-candidatos  to clt-lidos
           move ws-total-geradas     to clt-gravados
           move ws-total-descartados to clt-rejeitados
           move zeros                to clt-valor-1
           move zeros                to clt-valor-2
           move zeros                to clt-ref-data
           move zeros                to clt-ref-hora
           write controle-lote-rec
           close controle-lote.

       end program gera-notificacoes.

           select divergencias assign to disk
               organization is line sequential
               file status is fd-stat.
           select controle-lote assign to disk
               organization is line sequential
               file status is fcl-stat.

       data division.
       file section.
                             ==fs-hora-manut==       by ==fs1-hora-manut==
                             ==fs-codigo==           by ==fs1-codigo==
                             ==fs-email-sit==        by ==fs1-email-sit==
                             ==fs-email-devolvido==  by ==fs1-email-devolvido==
                             ==fs-filial==           by ==fs1-filial==.

       fd file2 value of file-id is "clientes2.dat".
       copy clireg replacing ==file1-rec== by ==file2-rec==
       fd divergencias value of file-id is "recon-clientes.lst".
       01 divergencia-rec pic x(100).

       fd controle-lote value of file-id is "controle-lote.txt".
       copy cltreg.

       working-storage section.
       77 fs1-stat pic 9(02).
           88 fs1-ok  value zeros.
           88 fs2-ok  value zeros.
           88 fs2-fim value 10.
       77 fd-stat pic 9(02).
       77 fcl-stat pic 9(02).
           88 fcl-nao-existe value 35.

       77 ws-fim-1 pic x value "n".
           88 e-fim-1 value "s".

       77 ws-total-div pic 9(05) value zeros.

      *> totais para o registro de controle de lote: registros do
      *> mestre e ativos de cada lado
       77 ws-ini-data pic 9(08).
       77 ws-ini-hora pic 9(08).
       77 ws-lidos-2  pic 9(07) value zeros.
       77 ws-ativos-2 pic 9(07) value zeros.
       77 ws-ativos-1 pic 9(07) value zeros.

      *> modo correção: com o parâmetro "corrige" na chamada, cada
      *> divergência é consertada a partir do mestre (clientes2.dat
      *> manda, como nas gravações do cliente-service); sem o
       77 ws-modo-corrige pic x value "n".
           88 e-modo-corrige value "s".
       77 ws-total-corr pic 9(05) value zeros.
       01 ws-reg-guarda pic x(244).

       01 ws-rodape-corr.
           05 filler      pic x(24) value "total de correções:  ".

       01 ws-linha.
           05 ws-l-tipo pic x(24).
           05 ws-l-fone pic 9(11) blank when zeros.
           05 filler    pic x(02) value spaces.
           05 ws-l-det  pic x(63).

       01 ws-rodape.
           05 filler      pic x(24) value "total de divergências: ".

       procedure division.
       inicio.
           accept ws-ini-data from date yyyymmdd
           accept ws-ini-hora from time
           accept ws-param from command-line
           if ws-param(1:7) equal "corrige" or
              ws-param(1:7) equal "CORRIGE"
           end-perform
           perform grava-rodape
           perform fecha-arquivos
           perform grava-controle-lote
           stop run.

      *> -----------------------------------
                   at end
                       set e-fim-1 to true
               end-read
               if not e-fim-1 and fs1-ok and fs1-ativo
                   add 1 to ws-ativos-1
               end-if
           end-if.

      *> -----------------------------------
                   at end
                       set e-fim-2 to true
               end-read
               if not e-fim-2 and fs2-ok
                   add 1 to ws-lidos-2
                   if fs2-ativo
                       add 1 to ws-ativos-2
                   end-if
               end-if
           end-if.

      *> -----------------------------------
           close file2
           close divergencias.

      *> -----------------------------------
      *> linha desta execução no controle de lote, para o
      *> balanceia-lote cruzar os ativos com os outros passos
       grava-controle-lote.
           open extend controle-lote
           if fcl-nao-existe
               open output controle-lote
           end-if
           move spaces to controle-lote-rec
           move "recon-clientes" to clt-programa
           move ws-ini-data      to clt-data
           move ws-ini-hora      to clt-hora
           if e-modo-corrige
               move "corrige" to clt-modo
           else
               move "completo" to clt-modo
           end-if
           move ws-lidos-2       to clt-lidos
           move ws-total-corr    to clt-gravados
           move ws-total-div     to clt-rejeitados
           move ws-ativos-2      to clt-valor-1
           move ws-ativos-1      to clt-valor-2
           move zeros            to clt-ref-data
           move zeros            to clt-ref-hora
           write controle-lote-rec
           close controle-lote.

       end program recon-clientes.

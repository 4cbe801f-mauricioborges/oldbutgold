           88 fs-fim value 10.

      *> área de passagem para o marca-email-devolvido do serviço
       01 ws-cli-param pic x(244).

       77 ws-msgerro pic x(80).
       77 ws-app-stat pic 9(02).
      *> marcação regrava mestre e espelho, e regravar no meio da
      *> varredura mexeria no cursor)
       01 ws-casados.
           05 ws-cas-fone pic 9(11) occurs 1000.
       77 ws-cas-qtd pic 9(04) value zeros.
       77 ws-cas-i   pic 9(04).

           perform varying ws-cas-i from 1 by 1
                   until ws-cas-i > ws-cas-qtd
               move spaces to ws-cli-param
               move ws-cas-fone(ws-cas-i) to ws-cli-param(1:11)
               call 'marca-email-devolvido' using ws-cli-param,
                   ws-msgerro, ws-app-stat
               if ws-msgerro equal spaces

      *> -----------------------------------------------------------
      *> cltreg.cpy - registro de controle de lote (controle-lote.txt):
      *> cada passo da corrente noturna acrescenta, ao terminar, uma
      *> linha com o programa, a data/hora do início da execução, o
      *> modo em que rodou e as suas contagens, no mesmo formato
      *> para todos; o balanceia-lote cruza os totais. o que cada
      *> campo conta em cada programa:
      *>   recon-clientes     lidos = registros de clientes2.dat,
      *>                      gravados = correções (modo "corrige";
      *>                      a conferência simples sai "completo"),
      *>                      rejeitados = divergências, valor-1 =
      *>                      ativos no mestre, valor-2 = ativos no
      *>                      espelho clientes.dat
      *>   exporta-clientes   lidos = registros de clientes.dat,
      *>                      gravados = linhas de cliente no
      *>                      clientes.csv, valor-1 = linhas de
      *>                      contato; ref = corte usado no modo
      *>                      incremental (zeros no completo)
      *>   gera-notificacoes  lidos = candidatos (linhas do dia na
      *>                      auditoria, ou clientes na campanha),
      *>                      gravados = mensagens, rejeitados = sem
      *>                      e-mail, devolvidos, inativos, removidos
      *>                      ou fora do filtro da campanha
      *>   relatorio-clientes lidos = registros de clientes.dat,
      *>                      gravados = linhas de cliente no
      *>                      clientes.lst
      *>   estatisticas-      lidos = clientes contados, valor-1 =
      *>   clientes           ativos, valor-2 = inativos
      *> modo "completo" = base inteira, sem filtro; só esses entram
      *> no cruzamento das contagens de ativos.
      *> -----------------------------------------------------------
       01 controle-lote-rec.
           05 clt-programa   pic x(22).
           05 filler         pic x(01).
           05 clt-data       pic 9(08).
           05 filler         pic x(01).
           05 clt-hora       pic 9(08).
           05 filler         pic x(01).
           05 clt-modo       pic x(12).
           05 filler         pic x(01).
           05 clt-lidos      pic 9(09).
           05 filler         pic x(01).
           05 clt-gravados   pic 9(09).
           05 filler         pic x(01).
           05 clt-rejeitados pic 9(09).
           05 filler         pic x(01).
           05 clt-valor-1    pic 9(13)v99.
           05 filler         pic x(01).
           05 clt-valor-2    pic 9(13)v99.
           05 filler         pic x(01).
           05 clt-ref-data   pic 9(08).
           05 filler         pic x(01).
           05 clt-ref-hora   pic 9(08).

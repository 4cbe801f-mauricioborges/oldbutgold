      *> -----------------------------------------------------------
      *> atdreg.cpy - layout do registro de atendimento ao cliente
      *> (atendimentos-clientes.dat): reclamações, solicitações e
      *> pedidos de informação registrados pelo operador, com data
      *> de retorno prometida e situação. chaveado pelo código
      *> permanente do cliente + sequência, como os contatos - o
      *> atendimento acompanha o cliente nas trocas de telefone.
      *> não há exclusão: o atendimento atendido é marcado como
      *> resolvido, com quem resolveu e quando.
      *> compartilhado por cliente-service.cbl (gravação),
      *> clientes.cbl (manutenção do menu e aviso na consulta),
      *> atendimentos-pendentes.cbl (lista diária de retornos),
      *> dossie-cliente.cbl e anonimiza-cliente.cbl.
      *> -----------------------------------------------------------
       01 atendimento-rec.
           05 atd-key.
               10 atd-codigo pic 9(06).
               10 atd-seq    pic 9(04).
           05 atd-data       pic 9(08).
           05 atd-hora       pic 9(08).
      *> operador que abriu o atendimento; a lista de retornos sai
      *> agrupada por ele
           05 atd-operador   pic x(06).
           05 atd-tipo       pic x(01).
               88 atd-reclamacao   value "R".
               88 atd-solicitacao  value "S".
               88 atd-informacao   value "I".
           05 atd-texto.
               10 atd-texto-1 pic x(60).
               10 atd-texto-2 pic x(60).
               10 atd-texto-3 pic x(60).
      *> data combinada para o retorno ao cliente (aaaammdd); zero
      *> quando não há retorno a fazer
           05 atd-retorno    pic 9(08).
           05 atd-situacao   pic x(01).
               88 atd-aberto       value "A".
               88 atd-resolvido    value "R".
           05 atd-data-res   pic 9(08).
           05 atd-oper-res   pic x(06).
           05 filler         pic x(14).

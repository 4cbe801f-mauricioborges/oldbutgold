      *> -----------------------------------------------------------
      *> pendreg.cpy - layout do registro de pendência de aprovação
      *> (pendencias-clientes.dat): exclusão, troca de telefone e
      *> unificação pedidas por um operador (na tela ou pelo lote)
      *> ficam aqui até um supervisor - outro operador - aprovar ou
      *> rejeitar; sem decisão no prazo a pendência expira.
      *> chaveado pelo número da solicitação, em ordem de chegada.
      *> compartilhado por cliente-service.cbl (registro, aprovação
      *> e expiração) e clientes.cbl (tela de aprovar pendências).
      *> -----------------------------------------------------------
       01 pendencia-rec.
           05 pend-key.
               10 pend-numero pic 9(06).
           05 pend-operacao     pic x(01).
               88 pend-exclusao    value "E".
               88 pend-troca       value "T".
               88 pend-unificacao  value "U".
      *> cliente da operação e, na troca, o número novo; na
      *> unificação, o telefone do sobrevivente
           05 pend-fone         pic 9(11).
           05 pend-fone-novo    pic 9(11).
           05 pend-codigo       pic 9(06).
           05 pend-nome         pic x(40).
           05 pend-solicitante  pic x(06).
           05 pend-data-sol     pic 9(08).
           05 pend-hora-sol     pic 9(08).
           05 pend-situacao     pic x(01).
               88 pend-pendente    value "P".
               88 pend-aprovada    value "A".
               88 pend-rejeitada   value "R".
               88 pend-expirada    value "X".
               88 pend-falhou      value "F".
      *> quem decidiu e quando (na expiração, o pseudo-operador
      *> "*prazo"); na falha, a mensagem do serviço que impediu a
      *> operação aprovada
           05 pend-aprovador    pic x(06).
           05 pend-data-dec     pic 9(08).
           05 pend-hora-dec     pic 9(08).
           05 pend-mensagem     pic x(40).
           05 filler            pic x(10).

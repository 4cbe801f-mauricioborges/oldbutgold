      *> -----------------------------------------------------------
      *> contreg.cpy - layout do registro de contato do cliente
      *> (contatos-clientes.dat): pessoas de contato e telefones
      *> secundários, chaveados pelo código permanente do cliente +
      *> sequência - o contato acompanha o cliente nas trocas de
      *> telefone sem precisar ser refilado. a chave alternativa
      *> pelo telefone do contato deixa a consulta por telefone
      *> achar o cliente também por um número secundário.
      *> compartilhado por cliente-service.cbl (gravação),
      *> clientes.cbl (manutenção de contatos do menu) e
      *> exporta-clientes.cbl.
      *> -----------------------------------------------------------
       01 contato-rec.
           05 cont-key.
               10 cont-codigo pic 9(06).
               10 cont-seq    pic 9(04).
           05 cont-nome      pic x(40).
           05 cont-cargo     pic x(20).
      *> ddd + número, no mesmo formato do fs-fone; zero quando o
      *> contato só tem e-mail
           05 cont-fone      pic 9(11).
           05 cont-email     pic x(40).
      *> um único contato principal por cliente: marcar outro como
      *> principal desmarca o anterior
           05 cont-principal pic x(01).
               88 cont-e-principal     value "S".
               88 cont-nao-principal   value "N".
           05 filler         pic x(08).

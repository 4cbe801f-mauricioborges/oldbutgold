      *> -----------------------------------------------------------
      *> sanreg.cpy - layout do registro da fila de saneamento
      *> (saneamento-clientes.dat): um cliente ativo com cadastro
      *> incompleto por registro, na ordem de prioridade em que o
      *> saneamento-clientes gerou a fila (maior pontuação
      *> primeiro). as lacunas e os pesos: documento em branco (4),
      *> endereço só no logradouro, sem bairro, cidade, uf e cep
      *> (3), e-mail devolvido (2) e código permanente zerado (1).
      *> compartilhado por saneamento-clientes.cbl (geração),
      *> cliente-service.cbl (leitura da fila e retirada do
      *> cliente saneado) e clientes.cbl (opção saneamento do menu).
      *> -----------------------------------------------------------
       01 saneamento-rec.
           05 san-key.
               10 san-seq pic 9(06).
           05 san-fone        pic 9(11).
           05 san-codigo      pic 9(06).
           05 san-nome        pic x(40).
           05 san-filial      pic x(03).
           05 san-pontos      pic 9(02).
           05 san-lacunas.
               10 san-lac-documento pic x(01).
                   88 san-sem-documento value "S".
               10 san-lac-endereco  pic x(01).
                   88 san-endereco-antigo value "S".
               10 san-lac-email     pic x(01).
                   88 san-email-devolvido value "S".
               10 san-lac-codigo    pic x(01).
                   88 san-sem-codigo value "S".
           05 san-data-geracao pic 9(08).
           05 filler           pic x(20).

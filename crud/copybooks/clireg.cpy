      *> -----------------------------------------------------------
       01 file1-rec.
           05 fs-key.
      *> ddd + número de 9 dígitos (celular); fixo de 8 dígitos
      *> fica com um zero à esquerda do número e os telefones
      *> vindos do layout antigo (ddd + 7 dígitos, converte-
      *> telefones) com dois, até a troca pelo número atual
               10 fs-fone pic 9(11) blank when zeros.
           05 fs-nome     pic x(40).
      *> endereço estruturado; registros antigos convertidos ficam
      *> com o texto livre inteiro em fs-logradouro e o restante em
      *> converte-codigos para atribuir).
      *> arquivos gravados no layout anterior (234 bytes, sem o
      *> código) precisam passar pelo converte-codigos antes de
      *> abrir com este layout; os de 242 bytes (telefone com 9
      *> dígitos), pelo converte-telefones.
           05 fs-codigo   pic 9(06).
      *> situação do e-mail: X = endereço devolvido pelo serviço de
      *> envio (processa-retorno-emails); a marca é limpa quando um
      *> gera-notificacoes pular o endereço
           05 fs-email-sit pic x(01).
               88 fs-email-devolvido value "X".
      *> filial dona do cliente (tabela filiais.dat); operador de
      *> filial só lê e grava os clientes da própria filial. em
      *> branco = cliente da matriz (registros anteriores à filial),
      *> visível só para a matriz até ser transferido
           05 fs-filial   pic x(03).

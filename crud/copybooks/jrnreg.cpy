      *> -----------------------------------------------------------
      *> jrnreg.cpy - layout do jornal de imagens posteriores
      *> (jornal-clientes.jrn): uma linha por gravação que o
      *> cliente-service fez em clientes, contratos ou documentos,
      *> na ordem em que aconteceram, com o registro inteiro como
      *> ficou (na exclusão, o registro que saiu - a chave basta).
      *> a imagem de clientes vale para clientes2.dat e para o
      *> espelho clientes.dat. compartilhado por cliente-service.cbl
      *> (gravação) e recupera-clientes.cbl (reaplicação sobre a
      *> última cópia do backup-clientes).
      *> -----------------------------------------------------------
       01 jornal-rec.
           05 jrn-data       pic 9(08).
           05 filler         pic x(01).
           05 jrn-hora       pic 9(08).
           05 filler         pic x(01).
           05 jrn-operador   pic x(06).
           05 filler         pic x(01).
           05 jrn-arquivo    pic x(01).
               88 jrn-clientes   value "C".
               88 jrn-contratos  value "T".
               88 jrn-documentos value "D".
           05 filler         pic x(01).
           05 jrn-operacao   pic x(01).
               88 jrn-inclusao  value "I".
               88 jrn-alteracao value "A".
               88 jrn-exclusao  value "E".
           05 filler         pic x(01).
           05 jrn-imagem     pic x(244).

      *> -----------------------------------------------------------
      *> sitreg.cpy - layout da situação cadastral dos documentos na
      *> receita federal (situacao-documentos.dat): um registro por
      *> cpf/cnpj já devolvido pelo provedor de verificação, com a
      *> situação e a data da consulta, e o cliente a que o
      *> documento pertencia quando a resposta chegou. documento sem
      *> registro = ainda não verificado. gravado pelo
      *> processa-retorno-documentos; lido pelo cliente-service
      *> (tela de consulta e bloqueio de contrato novo para
      *> documento irregular).
      *> -----------------------------------------------------------
       01 situacao-rec.
           05 sit-key.
               10 sit-documento pic 9(14).
           05 sit-situacao      pic x(01).
               88 sit-regular    value "R".
               88 sit-suspensa   value "S".
               88 sit-cancelada  value "C".
               88 sit-baixada    value "B".
               88 sit-nula       value "N".
               88 sit-irregular  value "S" "C" "B" "N".
           05 sit-data-consulta pic 9(08).
           05 sit-fone          pic 9(11).
           05 sit-codigo        pic 9(06).
      *> data em que a resposta foi processada
           05 sit-data-retorno  pic 9(08).
           05 filler            pic x(12).

      *> -----------------------------------------------------------
      *> vincreg.cpy - layout do registro de vínculo entre clientes
      *> (vinculos-clientes.dat): liga o titular - em geral a pessoa
      *> jurídica - a uma pessoa vinculada a ele (sócio,
      *> representante legal ou responsável financeiro), os dois
      *> pelo código permanente, então o vínculo acompanha as
      *> trocas de telefone. a chave primária lista as pessoas de
      *> um titular; a alternativa, os titulares de uma pessoa. o
      *> mesmo par pode ter mais de um tipo de vínculo.
      *> compartilhado por cliente-service.cbl (gravação e
      *> transferência na unificação), clientes.cbl (manutenção do
      *> menu e resumo na consulta), relatorio-vinculos.cbl e
      *> dossie-cliente.cbl.
      *> -----------------------------------------------------------
       01 vinculo-rec.
           05 vinc-key.
               10 vinc-titular   pic 9(06).
               10 vinc-vinculado pic 9(06).
               10 vinc-tipo      pic x(01).
                   88 vinc-socio          value "S".
                   88 vinc-representante  value "R".
                   88 vinc-resp-financeiro value "F".
           05 vinc-data          pic 9(08).
           05 vinc-operador      pic x(06).
           05 filler             pic x(13).

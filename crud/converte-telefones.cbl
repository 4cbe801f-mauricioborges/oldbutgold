          >>source format free
       identification division.
       program-id. converte-telefones.
       environment division.

       configuration section.

       input-output section.
       file-control.
           select entrada assign to disk
               organization is indexed
               access mode is sequential
               file status is fe-stat
               record key is ant-key.
           select entrada-hist assign to disk
               organization is indexed
               access mode is sequential
               file status is feh-stat
               record key is anth-key.
           select entrada-ctr assign to disk
               organization is indexed
               access mode is sequential
               file status is fec-stat
               record key is antc-key.
           select entrada-morto assign to disk
               organization is sequential
               file status is fem-stat.
           select entrada-aud assign to disk
               organization is line sequential
               file status is fea-stat.
           select entrada-ace assign to disk
               organization is line sequential
               file status is fex-stat.
           select file2 assign to disk
               organization is indexed
               access mode is dynamic
               file status is fs-stat
               record key is fs-key
               alternate record key is fs-nome
                   with duplicates.
           select file1 assign to disk
               organization is indexed
               access mode is dynamic
               file status is fs1-stat
               record key is fs1-key
               alternate record key is fs1-nome
                   with duplicates.
           select historico assign to disk
               organization is indexed
               access mode is dynamic
               file status is fh-stat
               record key is hist-key.
           select contratos assign to disk
               organization is indexed
               access mode is dynamic
               file status is fco-stat
               record key is ctr-key.
           select arquivo-morto assign to disk
               organization is sequential
               file status is fm-stat.
           select auditoria assign to disk
               organization is line sequential
               file status is fa-stat.
           select acessos assign to disk
               organization is line sequential
               file status is face-stat.
           select travas assign to disk
               organization is indexed
               access mode is dynamic
               file status is ft-stat
               record key is trava-key.

       data division.
       file section.
      *> layout anterior do registro de cliente (242 bytes, telefone
      *> com ddd + 7 dígitos). antes de rodar a conversão, renomear
      *> clientes2.dat para clientes2-ant.dat e, quando existirem,
      *> clientes-historico.dat, contratos-clientes.dat,
      *> historico-arquivado.dat, auditoria-clientes.log e
      *> acessos-clientes.log para o mesmo nome com "-ant" antes da
      *> extensão; todos são recriados daqui no layout novo, com o
      *> telefone de 11 dígitos. o índice de documentos é refeito
      *> depois pelo gera-indice-documentos e as travas recomeçam
      *> vazias.
      *> um fechamento mensal da auditoria (auditoria-aaaamm.log) é
      *> convertido à parte, informando aaaamm na linha de comando
      *> depois de renomeá-lo para auditoria-aaaamm-ant.log.
       fd entrada value of file-id is "clientes2-ant.dat".
       01 ant-rec.
           05 ant-key.
               10 ant-fone pic 9(09).
           05 ant-dados   pic x(233).

       fd entrada-hist value of file-id is "clientes-historico-ant.dat".
       01 anth-rec.
           05 anth-key.
               10 anth-fone pic 9(09).
               10 anth-seq  pic 9(04).
           05 anth-data     pic 9(08).
           05 anth-hora     pic 9(08).
           05 anth-operador pic x(06).
           05 anth-operacao pic x(12).
           05 anth-imagem.
               10 anth-img-fone  pic 9(09).
               10 anth-img-dados pic x(233).

       fd entrada-ctr value of file-id is "contratos-clientes-ant.dat".
       01 antc-rec.
           05 antc-key.
               10 antc-fone pic 9(09).
               10 antc-seq  pic 9(04).
           05 antc-dados    pic x(68).
           05 filler        pic x(06).

      *> versões já expurgadas: mesmo layout do histórico antigo
       fd entrada-morto value of file-id is "historico-arquivado-ant.dat".
       01 antm-rec.
           05 antm-fone     pic 9(09).
           05 antm-meio     pic x(38).
           05 antm-img-fone pic 9(09).
           05 antm-img-dados pic x(233).

       fd entrada-aud value of file-id is ws-nome-aud-ant.
       01 anta-linha pic x(400).

       fd entrada-ace value of file-id is "acessos-clientes-ant.log".
       01 antx-linha pic x(100).

       fd file2 value of file-id is "clientes2.dat".
       copy clireg replacing ==file1-rec== by ==file2-rec==.

       fd file1 value of file-id is "clientes.dat".
       copy clireg replacing ==fs-key==      by ==fs1-key==
                             ==fs-fone==      by ==fs1-fone==
                             ==fs-nome==      by ==fs1-nome==
                             ==fs-endereco==  by ==fs1-endereco==
                             ==fs-logradouro==  by ==fs1-logradouro==
                             ==fs-numero==      by ==fs1-numero==
                             ==fs-complemento== by ==fs1-complemento==
                             ==fs-bairro==      by ==fs1-bairro==
                             ==fs-cidade==      by ==fs1-cidade==
                             ==fs-uf==          by ==fs1-uf==
                             ==fs-cep==         by ==fs1-cep==
                             ==fs-cpf==       by ==fs1-cpf==
                             ==fs-status==    by ==fs1-status==
                             ==fs-ativo==     by ==fs1-ativo==
                             ==fs-inativo==   by ==fs1-inativo==
                             ==fs-tipo-pessoa==      by ==fs1-tipo-pessoa==
                             ==fs-pessoa-fisica==    by ==fs1-pessoa-fisica==
                             ==fs-pessoa-juridica==  by ==fs1-pessoa-juridica==
                             ==fs-email==            by ==fs1-email==
                             ==fs-data-manut==       by ==fs1-data-manut==
                             ==fs-hora-manut==       by ==fs1-hora-manut==
                             ==fs-codigo==           by ==fs1-codigo==
                             ==fs-email-sit==        by ==fs1-email-sit==
                             ==fs-email-devolvido==  by ==fs1-email-devolvido==
                             ==fs-filial==           by ==fs1-filial==.

       fd historico value of file-id is "clientes-historico.dat".
       copy clihist.

       fd contratos value of file-id is "contratos-clientes.dat".
       copy ctrreg.

       fd arquivo-morto value of file-id is "historico-arquivado.dat".
       01 morto-rec pic x(293).

       fd auditoria value of file-id is ws-nome-aud.
       01 auditoria-rec pic x(400).

       fd acessos value of file-id is "acessos-clientes.log".
       01 acesso-rec pic x(100).

       fd travas value of file-id is "travas-clientes.dat".
       01 trava-rec.
           05 trava-key.
               10 trava-fone pic 9(11).
           05 trava-operador pic x(06).
           05 trava-data     pic 9(08).
           05 trava-hora     pic 9(08).

       working-storage section.
       77 fe-stat pic 9(02).
           88 fe-ok         value zeros.
           88 fe-fim        value 10.
           88 fe-nao-existe value 35.
       77 feh-stat pic 9(02).
           88 feh-ok         value zeros.
           88 feh-fim        value 10.
       77 fec-stat pic 9(02).
           88 fec-ok         value zeros.
           88 fec-fim        value 10.
       77 fem-stat pic 9(02).
           88 fem-ok         value zeros.
           88 fem-fim        value 10.
       77 fea-stat pic 9(02).
           88 fea-ok         value zeros.
           88 fea-fim        value 10.
           88 fea-nao-existe value 35.
       77 fex-stat pic 9(02).
           88 fex-ok         value zeros.
           88 fex-fim        value 10.
       77 fs-stat pic 9(02).
           88 fs-ok value zeros.
       77 fs1-stat pic 9(02).
       77 fh-stat pic 9(02).
       77 fco-stat pic 9(02).
       77 fm-stat pic 9(02).
       77 fa-stat pic 9(02).
       77 face-stat pic 9(02).
       77 ft-stat pic 9(02).

      *> "aaaamm" na linha de comando: converte só o fechamento
      *> mensal da auditoria daquele mês
       77 ws-param pic x(20).
       77 ws-modo-mensal pic x value "n".
           88 e-modo-mensal value "s".

       01 ws-nome-aud-ant pic x(40) value "auditoria-clientes-ant.log".
       01 ws-nome-aud     pic x(40) value "auditoria-clientes.log".

      *> telefone antigo (ddd + 7 dígitos) e novo (ddd + 9): o
      *> número entra alinhado à direita, com zeros à esquerda, e o
      *> ddd continua nas duas primeiras posições - é o que mantém
      *> valendo a consulta de ddd pelas duas primeiras posições
       01 ws-fone-ant.
           05 ws-fa-ddd pic 9(02).
           05 ws-fa-num pic 9(07).
       01 ws-fone-nov.
           05 ws-fn-ddd pic 9(02).
           05 ws-fn-num pic 9(09).
      *> coluna de telefone já alargada, como vai para a linha
       77 ws-fone-nov-x pic x(11).

      *> linhas de log no layout novo: as colunas antes do telefone
      *> não mudam; o que vem depois desloca duas posições por
      *> telefone alargado
       01 ws-aud-nova.
           05 ws-an-inicio    pic x(38).
           05 ws-an-fone      pic x(11).
           05 filler          pic x(01) value space.
           05 ws-an-fone-novo pic x(11).
           05 ws-an-resto     pic x(313).
       01 ws-ace-nova.
           05 ws-xn-inicio    pic x(38).
           05 ws-xn-fone      pic x(11).
           05 ws-xn-resto     pic x(07).

       77 ws-total-lidos       pic 9(05) value zeros.
       77 ws-total-convertidos pic 9(05) value zeros.
       77 ws-total-erros       pic 9(05) value zeros.
       77 ws-total-hist        pic 9(07) value zeros.
       77 ws-total-ctr         pic 9(07) value zeros.
       77 ws-total-morto       pic 9(07) value zeros.
       77 ws-total-aud         pic 9(07) value zeros.
       77 ws-total-ace         pic 9(07) value zeros.

       procedure division.
       inicio.
           accept ws-param from command-line
           if ws-param(1:6) numeric
               move "s" to ws-modo-mensal
               move spaces to ws-nome-aud-ant
               move spaces to ws-nome-aud
               string "auditoria-" ws-param(1:6) "-ant.log"
                   delimited by size into ws-nome-aud-ant
               end-string
               string "auditoria-" ws-param(1:6) ".log"
                   delimited by size into ws-nome-aud
               end-string
               perform converte-auditoria thru
                   converte-auditoria-fim
               display "converte-telefones: " ws-total-aud
                   " linhas convertidas em " ws-nome-aud
               stop run
           end-if
           perform abrir-arquivos
           perform le-entrada
           perform until fe-fim
               add 1 to ws-total-lidos
               perform converte-registro
               perform le-entrada
           end-perform
           perform converte-historico thru converte-historico-fim
           perform converte-contratos thru converte-contratos-fim
           perform converte-arquivo-morto thru
               converte-arquivo-morto-fim
           perform converte-auditoria thru converte-auditoria-fim
           perform converte-acessos thru converte-acessos-fim
           perform recria-travas
           perform mostra-resumo
           perform fecha-arquivos
           stop run.

      *> -----------------------------------
       abrir-arquivos.
           open input entrada
           if fe-nao-existe
               display "converte-telefones: clientes2-ant.dat não "
                   "encontrado - renomeie o arquivo atual antes"
               stop run
           end-if
           open output file2
           open output file1.

      *> -----------------------------------
       le-entrada.
           read entrada next record
               at end
                   set fe-fim to true
           end-read.

      *> -----------------------------------
      *> o restante do registro entra inteiro, duas posições à
      *> frente (os campos depois do telefone não mudaram)
       converte-registro.
           move spaces to file2-rec
           move ant-fone to ws-fone-ant
           perform converte-fone
           move ws-fone-nov to fs-fone
           move ant-dados to file2-rec(12:233)
           write file2-rec
           invalid key
               add 1 to ws-total-erros
           end-write
           if fs-ok
               move file2-rec to file1-rec
               write file1-rec
               invalid key
                   continue
               end-write
               add 1 to ws-total-convertidos
           end-if.

      *> -----------------------------------
       converte-fone.
           move ws-fa-ddd to ws-fn-ddd
           move ws-fa-num to ws-fn-num.

      *> -----------------------------------
      *> histórico: a chave e o telefone dentro da imagem anterior
      *> mudam juntos
       converte-historico.
           open input entrada-hist
           if not feh-ok
               go converte-historico-fim
           end-if
           open output historico
           perform until feh-fim
               read entrada-hist next record
                   at end
                       set feh-fim to true
               end-read
               if not feh-fim
                   add 1 to ws-total-hist
                   perform converte-versao
               end-if
           end-perform
           close entrada-hist
           close historico.
       converte-historico-fim.

       converte-versao.
           move spaces to hist-rec
           move anth-fone to ws-fone-ant
           perform converte-fone
           move ws-fone-nov   to hist-fone
           move anth-seq      to hist-seq
           move anth-data     to hist-data
           move anth-hora     to hist-hora
           move anth-operador to hist-operador
           move anth-operacao to hist-operacao
           if anth-img-fone numeric
               move anth-img-fone to ws-fone-ant
               perform converte-fone
               move ws-fone-nov to hist-imagem(1:11)
           else
               move zeros to hist-imagem(1:11)
           end-if
           move anth-img-dados to hist-imagem(12:233)
           write hist-rec
           invalid key
               continue
           end-write.

      *> -----------------------------------
       converte-contratos.
           open input entrada-ctr
           if not fec-ok
               go converte-contratos-fim
           end-if
           open output contratos
           perform until fec-fim
               read entrada-ctr next record
                   at end
                       set fec-fim to true
               end-read
               if not fec-fim
                   add 1 to ws-total-ctr
                   move spaces to contrato-rec
                   move antc-fone to ws-fone-ant
                   perform converte-fone
                   move ws-fone-nov to ctr-fone
                   move antc-seq    to ctr-seq
                   move antc-dados  to contrato-rec(16:68)
                   write contrato-rec
                   invalid key
                       continue
                   end-write
               end-if
           end-perform
           close entrada-ctr
           close contratos.
       converte-contratos-fim.

      *> -----------------------------------
      *> versões expurgadas: mesmo tratamento do histórico, no
      *> arquivo sequencial de guarda
       converte-arquivo-morto.
           open input entrada-morto
           if not fem-ok
               go converte-arquivo-morto-fim
           end-if
           open output arquivo-morto
           perform until fem-fim
               read entrada-morto
                   at end
                       set fem-fim to true
               end-read
               if not fem-fim
                   add 1 to ws-total-morto
                   move spaces to morto-rec
                   move antm-fone to ws-fone-ant
                   perform converte-fone
                   move ws-fone-nov to morto-rec(1:11)
                   move antm-meio to morto-rec(12:38)
                   if antm-img-fone numeric
                       move antm-img-fone to ws-fone-ant
                       perform converte-fone
                       move ws-fone-nov to morto-rec(50:11)
                   else
                       move zeros to morto-rec(50:11)
                   end-if
                   move antm-img-dados to morto-rec(61:233)
                   write morto-rec
               end-if
           end-perform
           close entrada-morto
           close arquivo-morto.
       converte-arquivo-morto-fim.

      *> -----------------------------------
      *> linha da auditoria: telefone e telefone novo alargados;
      *> coluna que não for numérica (linha de layout ainda mais
      *> antigo) é copiada como veio
       converte-auditoria.
           open input entrada-aud
           if not fea-ok
               if e-modo-mensal
                   display "converte-telefones: " ws-nome-aud-ant
                       " não encontrado - renomeie o arquivo antes"
               end-if
               go converte-auditoria-fim
           end-if
           open output auditoria
           perform until fea-fim
               move spaces to anta-linha
               read entrada-aud
                   at end
                       set fea-fim to true
               end-read
               if not fea-fim
                   add 1 to ws-total-aud
                   move anta-linha(1:38) to ws-an-inicio
                   move anta-linha(39:9) to ws-fone-ant
                   perform alarga-coluna-fone
                   move ws-fone-nov-x to ws-an-fone
                   move anta-linha(49:9) to ws-fone-ant
                   perform alarga-coluna-fone
                   move ws-fone-nov-x to ws-an-fone-novo
                   move anta-linha(58:313) to ws-an-resto
                   move ws-aud-nova to auditoria-rec
                   write auditoria-rec
               end-if
           end-perform
           close entrada-aud
           close auditoria.
       converte-auditoria-fim.

       alarga-coluna-fone.
           if ws-fone-ant numeric
               perform converte-fone
               move ws-fone-nov to ws-fone-nov-x
           else
               move ws-fone-ant to ws-fone-nov-x
           end-if.

      *> -----------------------------------
       converte-acessos.
           open input entrada-ace
           if not fex-ok
               go converte-acessos-fim
           end-if
           open output acessos
           perform until fex-fim
               move spaces to antx-linha
               read entrada-ace
                   at end
                       set fex-fim to true
               end-read
               if not fex-fim
                   add 1 to ws-total-ace
                   move antx-linha(1:38) to ws-xn-inicio
                   move antx-linha(39:9) to ws-fone-ant
                   perform alarga-coluna-fone
                   move ws-fone-nov-x to ws-xn-fone
                   move antx-linha(48:7) to ws-xn-resto
                   move ws-ace-nova to acesso-rec
                   write acesso-rec
               end-if
           end-perform
           close entrada-ace
           close acessos.
       converte-acessos-fim.

      *> -----------------------------------
      *> travas são só informativas (ver cliente-service); o
      *> arquivo recomeça vazio no layout novo
       recria-travas.
           open output travas
           close travas.

      *> -----------------------------------
       mostra-resumo.
           display "converte-telefones: " ws-total-lidos " lidos, "
               ws-total-convertidos " convertidos, "
               ws-total-erros " com erro, "
               ws-total-hist " versões de histórico, "
               ws-total-ctr " contratos, "
               ws-total-morto " versões arquivadas, "
               ws-total-aud " linhas de auditoria, "
               ws-total-ace " linhas de acesso"
           display "converte-telefones: rode o gera-indice-documentos "
               "para refazer o índice de documentos".

      *> -----------------------------------
       fecha-arquivos.
           close entrada
           close file2
           close file1.

       end program converte-telefones.

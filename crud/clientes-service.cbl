              select acessos assign to disk
                  organization is line sequential
                  file status is face-stat.
              select jornal assign to disk
                  organization is line sequential
                  file status is fj-stat.
              select operadores assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is fdd-stat
                  record key is ddd-key.
              select filiais assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is ffi-stat
                  record key is fil-key.
              select contratos assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is fdo-stat
                  record key is doc-key.
              select contatos assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is fcn-stat
                  record key is cont-key
                  alternate record key is cont-fone
                      with duplicates.
              select pendencias assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is fpe-stat
                  record key is pend-key.
              select atendimentos assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is fat-stat
                  record key is atd-key.
              select vinculos assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is fvi-stat
                  record key is vinc-key
                  alternate record key is vinc-vinculado
                      with duplicates.
              select saneamento assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is fsn-stat
                  record key is san-key.
              select situacao assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  file status is fsc-stat
                  record key is sit-key.
              select ctl-codigo assign to disk
                  organization is line sequential
                  file status is fcd-stat.
                                     ==fs-hora-manut==       by ==fs1-hora-manut==
                                     ==fs-codigo==           by ==fs1-codigo==
                                     ==fs-email-sit==        by ==fs1-email-sit==
                                     ==fs-email-devolvido==  by ==fs1-email-devolvido==
                                     ==fs-filial==           by ==fs1-filial==.

               fd operadores value of file-id is "operadores.dat".
               copy opereg.
               fd travas value of file-id is "travas-clientes.dat".
               01 trava-rec.
                   05 trava-key.
                       10 trava-fone pic 9(11).
                   05 trava-operador pic x(06).
                   05 trava-data     pic 9(08).
                   05 trava-hora     pic 9(08).
               fd ddds value of file-id is "ddds.dat".
               copy dddreg.

               fd filiais value of file-id is "filiais.dat".
               copy filreg.

               fd contratos value of file-id is "contratos-clientes.dat".
               copy ctrreg.

                   "documentos-clientes.dat".
               copy docreg.

               fd contatos value of file-id is "contatos-clientes.dat".
               copy contreg.

               fd pendencias value of file-id is
                   "pendencias-clientes.dat".
               copy pendreg.

               fd atendimentos value of file-id is
                   "atendimentos-clientes.dat".
               copy atdreg.

               fd vinculos value of file-id is "vinculos-clientes.dat".
               copy vincreg.

               fd saneamento value of file-id is
                   "saneamento-clientes.dat".
               copy sanreg.

               fd situacao value of file-id is
                   "situacao-documentos.dat".
               copy sitreg.

      *> último código permanente atribuído; o próximo cliente novo
      *> recebe este valor + 1. sem o arquivo (primeira vez), o
      *> maior código do cadastro é apurado por varredura.
                   05 filler           pic x(01) value space.
                   05 aud-operacao     pic x(12).
                   05 filler           pic x(01) value space.
                   05 aud-fone         pic 9(11).
                   05 filler           pic x(01) value space.
                   05 aud-fone-novo    pic 9(11).
                   05 filler           pic x(01) value space.
                   05 aud-nome-antes   pic x(40).
                   05 filler           pic x(01) value space.
                   05 filler       pic x(01) value space.
                   05 ace-modo     pic x(12).
                   05 filler       pic x(01) value space.
                   05 ace-fone     pic 9(11).
                   05 filler       pic x(01) value space.
                   05 ace-codigo   pic 9(06).

      *> imagem posterior de cada gravação em clientes, contratos e
      *> documentos, para a recuperação a partir da última cópia
               fd jornal value of file-id is "jornal-clientes.jrn".
               copy jrnreg.

           working-storage section.
              77 fs-stat pic 9(02).
                  88 fs-ok         value zeros.
              77 ws-nome-busca pic x(40).
              77 fa-stat pic 9(02).
              77 face-stat pic 9(02).
              77 fj-stat pic 9(02).
      *> operação da gravação que vai para o jornal: I inclusão,
      *> A alteração, E exclusão
              77 ws-jrn-operacao pic x(01).
      *> caminho de busca da leitura que está para ser registrada
              77 ws-acesso-modo pic x(12).
              77 fo-stat pic 9(02).
      *> de recusa sair com o telefone certo
              77 ws-aud-perfil pic x(01) value "M".
                  88 sessao-so-consulta value "C".
                  88 sessao-supervisor  value "S".
              77 ws-recusa-area pic x(11).
      *> filial da sessão, fixada no sign-on: operador de filial só
      *> lê e grava os clientes dela (a tentativa fora dela é
      *> recusada e vai para a auditoria, como as do perfil); em
      *> branco - matriz e caminhos em lote - a base inteira
              77 ws-aud-filial pic x(03) value spaces.
              77 ws-filial-visivel pic x.
                  88 filial-visivel value "s".
              77 ws-senha-digitada pic x(08).
              77 ws-senha-nova pic x(08).

              77 fh-stat pic 9(02).
                  88 fh-ok         value zeros.
                  88 fh-nao-existe value 35.
              77 ws-hist-busca   pic 9(11).
              77 ws-hist-seq-ult pic 9(04).
              77 ws-hist-fim     pic x.
                  88 hist-varrido value "s".
              01 ws-hist-guarda  pic x(293).
              01 ws-imagem-antes pic x(244).

              77 ws-aud-operacao    pic x(12).
              77 ws-aud-fone-novo   pic 9(11) value zeros.
              77 ws-aud-nome-antes  pic x(40).
              77 ws-aud-end-antes   pic x(111).

              77 ws-fone-antigo     pic 9(11).
              01 ws-reg-antigo      pic x(244).

              77 ws-doc-busca pic 9(14).
              77 ws-doc-fone  pic 9(11).
              77 ws-doc-fim   pic x.
                  88 doc-varrido value "s".
              77 ws-doc-achado pic x.
                  88 fdd-ok         value zeros.
                  88 fdd-nao-existe value 35.

              77 ffi-stat pic 9(02).
                  88 ffi-ok         value zeros.
                  88 ffi-nao-existe value 35.

              77 fco-stat pic 9(02).
                  88 fco-ok         value zeros.
                  88 fco-nao-existe value 35.
      *> áreas da varredura de contratos: atribuição da sequência
      *> na inclusão, navegação da consulta e contagem de abertos
      *> para a trava de inativação/unificação
              77 ws-ctr-busca   pic 9(11).
              77 ws-ctr-nav     pic 9(11).
              77 ws-ctr-seq-ult pic 9(04).
              77 ws-ctr-fim     pic x.
                  88 ctr-varrido value "s".
              77 ws-ctr-abertos pic 9(04).
              01 ws-ctr-guarda  pic x(87).

              77 fcn-stat pic 9(02).
                  88 fcn-ok         values 0 2.
                  88 fcn-nao-existe value 35.
      *> áreas dos contatos do cliente: sequência da inclusão,
      *> navegação da consulta, busca pelo telefone secundário e
      *> o resumo do contato que vai para a auditoria no lugar do
      *> endereço (cargo, telefone, e-mail e marca de principal)
              77 ws-cont-busca   pic 9(06).
              77 ws-cont-nav     pic 9(06).
              77 ws-cont-seq-ult pic 9(04).
              77 ws-cont-seq-atual pic 9(04).
              77 ws-cont-fone-busca pic 9(11).
              77 ws-cont-fim     pic x.
                  88 cont-varrido value "s".
              77 ws-cont-dono    pic x.
                  88 cont-dono-achado value "s".
              01 ws-cont-guarda  pic x(130).
              01 ws-cont-resumo.
                  05 ws-cr-cargo     pic x(20).
                  05 filler          pic x(01) value space.
                  05 ws-cr-fone      pic 9(11).
                  05 filler          pic x(01) value space.
                  05 ws-cr-email     pic x(40).
                  05 filler          pic x(01) value space.
                  05 ws-cr-principal pic x(01).
                  05 filler          pic x(36) value spaces.

              77 fpe-stat pic 9(02).
                  88 fpe-ok         value zeros.
                  88 fpe-nao-existe value 35.
      *> controle duplo: exclusão, troca de telefone e unificação
      *> viram pendência até um supervisor - outro operador -
      *> aprovar. aprova-pendencia deixa a operação liberada para a
      *> chamada seguinte da entrada correspondente (mesma operação,
      *> mesmo telefone), que a aplica e fecha a pendência com o
      *> resultado. o prazo em dias para a decisão tem padrão da
      *> casa e pode ser ajustado por CADASTRO_PRAZO_PENDENCIA
              77 ws-prazo-pendencia pic 9(03) value 7.
              77 ws-pend-operacao  pic x(01).
              77 ws-pend-fone      pic 9(11).
              77 ws-pend-fone-novo pic 9(11).
              77 ws-pend-ult       pic 9(06).
              77 ws-pend-fim       pic x.
                  88 pend-varrido value "s".
              77 ws-pend-dias      pic s9(05).
              77 ws-pend-hoje      pic 9(08).
              77 ws-pend-autor     pic x(06).
              77 ws-liberada       pic x value "n".
                  88 operacao-liberada value "s".
              77 ws-lib-numero     pic 9(06).
              77 ws-lib-operacao   pic x(01).
              77 ws-lib-fone       pic 9(11).
              77 ws-lib-fone-novo  pic 9(11).
              77 ws-pend-existente pic 9(06).
              77 ws-aplica         pic x value "n".
                  88 aplica-operacao value "s".
              77 fat-stat pic 9(02).
                  88 fat-ok         value zeros.
                  88 fat-nao-existe value 35.
      *> áreas dos atendimentos do cliente: sequência da inclusão,
      *> navegação da consulta, o último em aberto para a tela de
      *> consulta e o resumo (tipo, situação e data de retorno) que
      *> vai para a auditoria no lugar do nome
              77 ws-atd-busca    pic 9(06).
              77 ws-atd-nav      pic 9(06).
              77 ws-atd-seq-ult  pic 9(04).
              77 ws-atd-seq-aberto pic 9(04).
              77 ws-atd-fim      pic x.
                  88 atd-varrido value "s".
              77 ws-atd-dono     pic x.
                  88 atd-dono-achado value "s".
              01 ws-atd-guarda   pic x(250).
              01 ws-atd-original.
                  05 ws-atd-orig-data  pic 9(08).
                  05 ws-atd-orig-hora  pic 9(08).
                  05 ws-atd-orig-oper  pic x(06).
                  05 ws-atd-orig-sit   pic x(01).
                  05 ws-atd-orig-dres  pic 9(08).
                  05 ws-atd-orig-ores  pic x(06).
              01 ws-atd-resumo.
                  05 filler          pic x(05) value "tipo ".
                  05 ws-ar-tipo      pic x(01).
                  05 filler          pic x(12) value " situação ".
                  05 ws-ar-situacao  pic x(01).
                  05 filler          pic x(09) value " retorno ".
                  05 ws-ar-retorno   pic 9(08).
                  05 filler          pic x(04) value spaces.

      *> 02 é a leitura/gravação com chave alternativa repetida
              77 fvi-stat pic 9(02).
                  88 fvi-ok         values 0 2.
                  88 fvi-nao-existe value 35.
      *> fila de saneamento (gerada pelo saneamento-clientes):
      *> navegação da opção do menu e retirada do cliente saneado
              77 fsn-stat pic 9(02).
                  88 fsn-ok         value zeros.
                  88 fsn-nao-existe value 35.
              77 ws-san-fim pic x.
                  88 san-varrido value "s".
      *> situação cadastral do documento na receita (gravada pelo
      *> processa-retorno-documentos): tela de consulta e bloqueio
      *> de contrato novo
              77 fsc-stat pic 9(02).
                  88 fsc-ok         value zeros.
                  88 fsc-nao-existe value 35.
      *> vínculos entre clientes: navegação da consulta (primeiro
      *> os vinculados do titular pela chave primária, depois os
      *> titulares da pessoa pela chave alternativa), contagem
      *> para o aviso da inativação, transferência na unificação
      *> e o resumo que vai para a auditoria dos dois lados
              77 ws-vinc-nav     pic 9(06).
              77 ws-vinc-lado    pic x.
                  88 vinc-lado-titular   value "T".
                  88 vinc-lado-vinculado value "V".
              77 ws-vinc-pos     pic x.
                  88 vinc-posicionado value "s".
              77 ws-vinc-achou   pic x.
                  88 vinc-achado value "s".
              77 ws-vinc-fim     pic x.
                  88 vinc-varrido value "s".
              77 ws-vinc-ver-ativos pic x.
                  88 vinc-ver-ativos value "s".
              77 ws-vinc-fone-tit pic 9(11).
              77 ws-vinc-fone-vin pic 9(11).
              77 ws-vinc-sobrev  pic 9(06).
              77 ws-vinc-dup     pic 9(06).
              77 ws-vinc-depois  pic x(40).
              01 ws-vinc-guarda  pic x(40).
              01 ws-vinc-outro.
                  05 ws-vo-codigo pic 9(06).
                  05 ws-vo-nome   pic x(40).
                  05 ws-vo-status pic x(01).
                  05 ws-vo-tipo   pic x(01).
                  05 ws-vo-fone   pic 9(11).
                  05 filler       pic x(01).
              01 ws-vinc-contagem.
                  05 ws-vc-titular   pic 9(04).
                  05 ws-vc-ativos    pic 9(04).
                  05 ws-vc-vinculado pic 9(04).
              01 ws-vinc-resumo.
                  05 filler          pic x(09) value "vínculo ".
                  05 ws-vr-tipo      pic x(01).
                  05 filler          pic x(06) value " tit. ".
                  05 ws-vr-titular   pic 9(06).
                  05 filler          pic x(06) value " pes. ".
                  05 ws-vr-vinculado pic 9(06).
                  05 filler          pic x(06) value spaces.

      *> anonimização (lgpd): o cliente e as cópias mantidas pelo
      *> serviço (histórico, índice de documentos, contatos e
      *> pendências) têm os dados pessoais sobrescritos; ficam
      *> telefone, código, uf, datas e situação. a situação do
      *> documento na receita sai inteira (a chave é o próprio
      *> documento), e o cliente sai da fila de saneamento. as
      *> contagens voltam para o anonimiza-cliente montar o
      *> registro
              77 ws-anon-codigo pic 9(06).
              77 ws-anon-fone   pic 9(11).
              77 ws-anon-cpf    pic 9(14).
              77 ws-anon-uf     pic x(02).
              77 ws-anon-guarda pic x(244).
              77 ws-anon-fim    pic x.
                  88 anon-varrido value "s".
              01 ws-anon-contagem.
                  05 ws-anon-qtd-hist pic 9(06).
                  05 ws-anon-qtd-doc  pic 9(06).
                  05 ws-anon-qtd-cont pic 9(06).
                  05 ws-anon-qtd-pend pic 9(06).
                  05 ws-anon-qtd-atd  pic 9(06).
                  05 ws-anon-qtd-sit  pic 9(06).
                  05 ws-anon-qtd-san  pic 9(06).

           linkage section.
               01 file2-param  pic x(244).
               77 fone-novo-param pic 9(11).
               01 oper-param   pic x(60).
               01 hist-param   pic x(293).
               01 ctr-param    pic x(87).
               01 cep-param    pic x(24).
               01 ddd-param    pic x(28).
               01 cont-param   pic x(130).
               01 pend-param   pic x(170).
               01 anon-param   pic x(42).
               01 atd-param    pic x(250).
               01 vinc-param   pic x(40).
               01 vinc-outro-param pic x(60).
               01 vinc-cont-param  pic x(12).
               01 fil-param    pic x(50).
               01 san-param    pic x(100).
               01 sit-param    pic x(60).
               77 file-err-msg pic x(80).
               01 app-stat pic 9(02).

               close ddds
               open input ddds
           end-if.
           open input filiais
           if ffi-nao-existe then
               open output filiais
               close filiais
               open input filiais
           end-if.
           open i-o contratos
           if fco-nao-existe then
               open output contratos
               close documentos
               open i-o documentos
           end-if.
           open i-o contatos
           if fcn-nao-existe then
               open output contatos
               close contatos
               open i-o contatos
           end-if.
           open i-o pendencias
           if fpe-nao-existe then
               open output pendencias
               close pendencias
               open i-o pendencias
           end-if.
           open i-o atendimentos
           if fat-nao-existe then
               open output atendimentos
               close atendimentos
               open i-o atendimentos
           end-if.
           open i-o vinculos
           if fvi-nao-existe then
               open output vinculos
               close vinculos
               open i-o vinculos
           end-if.
           open i-o saneamento
           if fsn-nao-existe then
               open output saneamento
               close saneamento
               open i-o saneamento
           end-if.
           open i-o situacao
           if fsc-nao-existe then
               open output situacao
               close situacao
               open i-o situacao
           end-if.
           open extend auditoria.
           open extend acessos.
           open extend jornal.
           perform le-configuracao.
           perform le-ctl-codigo.
           goback.
           end-if.
           goback.

      *> -----------------------------------------------------------
      *> consulta-filial - confere a filial contra filiais.dat e
      *> devolve nome/uf/tipo; usada pela tela do cadastro antes de
      *> gravar a filial do cliente
      *> -----------------------------------------------------------
       entry 'consulta-filial' using fil-param, file-err-msg, app-stat.
           move spaces to file-err-msg
           move fil-param to filial-rec.
           read filiais
               invalid key
                   move "filial não cadastrada" to file-err-msg
           end-read.
           if ffi-ok
               move filial-rec to fil-param
           else
               if file-err-msg equal spaces
                   move "filial não cadastrada" to file-err-msg
               end-if
           end-if.
           move ffi-stat to app-stat.
           goback.

      *> -----------------------------------------------------------
      *> valida-cep-uf - confere o cep contra as faixas da uf em
      *> ceps.dat (o chamador manda uf em cep-uf e o cep em
      *> controla o acesso a eles é a janela de operação, não o
      *> perfil de tela
           move "M" to ws-aud-perfil.
           move spaces to ws-aud-filial.
           goback.

       entry 'salva-cliente' using file2-param, file-err-msg, app-stat.
           move spaces to file-err-msg
           move file2-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
           end-if
           move file2-param to file2-rec.
           set fs-ativo to true.
      *> operador de filial inclui sempre na própria filial; a
      *> matriz escolhe, e a filial escolhida precisa existir
           if ws-aud-filial not equal spaces
               move ws-aud-filial to fs-filial
           end-if.
           perform valida-filial-cliente.
           if file-err-msg not equal spaces
               move spaces to file2-rec
               move 22 to app-stat
               goback
           end-if.
      *> cliente novo recebe o código permanente da vez; inclusões
      *> de carga/conversão que já trazem código o mantêm
           if fs-codigo not numeric or fs-codigo equal zeros
           end-if.
           move fs-stat to app-stat.
           if fs-ok
               move "I" to ws-jrn-operacao
               perform grava-jornal-cliente
               move file2-rec to file1-rec
               write file1-rec
               invalid key
              invalid key
                  move "cliente não encontrado" to file-err-msg
          end-read
           if fs-ok
               perform confere-filial
           end-if
           if fs-ok
               move "telefone" to ws-acesso-modo
               perform grava-acesso
               perform varre-codigo
               if cod-achado
                   move zeros to fs-stat
                   perform confere-filial
                   if fs-ok
                       move "código" to ws-acesso-modo
                       perform grava-acesso
                   end-if
               else
                   move "cliente não encontrado" to file-err-msg
                   move 35 to fs-stat
               end-if
               if doc-achado
                   move zeros to fs-stat
                   perform confere-filial
                   if fs-ok
                       move "documento" to ws-acesso-modo
                       perform grava-acesso
                   end-if
               else
                   move "cliente não encontrado" to file-err-msg
                   move 35 to fs-stat
       entry 'busca-cliente-edicao' using file2-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move file2-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
           if file-err-msg equal spaces and not fs-ok
               perform monta-msg-em-uso
           end-if.
      *> cliente de outra filial não fica travado
           if fs-ok
               perform confere-filial
               if not fs-ok
                   unlock file2
               end-if
           end-if.
           if fs-ok
               perform registra-trava
               move "edição" to ws-acesso-modo
                   app-stat.
           move spaces to file-err-msg.
           unlock file2.
           move file2-param(1:11) to trava-fone.
           perform remove-trava.
           move fs-stat to app-stat.
           goback.

       entry 'deleta-cliente' using file2-param, file-err-msg, app-stat.
           move spaces to file-err-msg
           move file2-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               invalid key
                   move "cliente não encontrado" to file-err-msg
           end-read.
           if fs-ok
               perform confere-filial
           end-if.
           if fs-ok
               move fs-nome     to ws-aud-nome-antes
               move fs-endereco to ws-aud-end-antes
                       to file-err-msg
               end-if
               if fs-ok
                   move "E" to ws-jrn-operacao
                   perform grava-jornal-cliente
                   move file2-rec to file1-rec
                   delete file1
                   invalid key

       entry 'altera-cliente' using file2-param, file-err-msg, app-stat.
           move spaces to file-err-msg
           move file2-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               invalid key
                   move "cliente não encontrado" to file-err-msg
           end-read.
           if fs-ok
               perform confere-filial
           end-if.
           if fs-ok
               move fs-nome     to ws-aud-nome-antes
               move fs-endereco to ws-aud-end-antes
               move file2-rec   to ws-imagem-antes
               move file2-param to file2-rec
      *> e-mail diferente do que estava gravado limpa a marca de
      *> endereço devolvido (posições 179-218 da imagem anterior
      *> são fs-email no layout do clireg)
               if fs-email not equal ws-imagem-antes(179:40)
                   move space to fs-email-sit
               end-if
      *> só a matriz transfere o cliente de filial (posições
      *> 242-244 da imagem anterior são fs-filial)
               if ws-aud-filial not equal spaces
                   move ws-imagem-antes(242:3) to fs-filial
               end-if
               perform valida-filial-cliente
      *> registro anterior ao código recebe o código da vez na
      *> primeira alteração, pelo mesmo critério da inclusão
               if file-err-msg equal spaces and
                  (fs-codigo not numeric or fs-codigo equal zeros)
                   perform atribui-proximo-codigo
                   move ws-ultimo-codigo to fs-codigo
               end-if
               if file-err-msg equal spaces
                   perform carimba-manutencao
                   rewrite file2-rec
                   invalid key
                      move "erro ao gravar" to file-err-msg
                   end-rewrite
               else
                   move 22 to fs-stat
               end-if
               if file-err-msg equal spaces and not fs-ok
                   move "registro em uso, tente novamente"
                       to file-err-msg
               end-if
               if fs-ok
                   move "A" to ws-jrn-operacao
                   perform grava-jornal-cliente
                   move file2-rec to file1-rec
                   rewrite file1-rec
                   invalid key
                       to file-err-msg
               end-if
               if fs-ok
                   move "A" to ws-jrn-operacao
                   perform grava-jornal-cliente
                   move file2-rec to file1-rec
                   rewrite file1-rec
                   invalid key
       entry 'busca-cliente-nome-proximo' using file2-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           move "n" to ws-filial-visivel
      *> clientes de outra filial ficam fora da navegação
           perform until filial-visivel or file-err-msg not equal
                   spaces
               read file2 next record
                   at end
                       move "fim da listagem" to file-err-msg
               end-read
               if fs-ok and file-err-msg equal spaces
                   perform apura-escopo
               end-if
      *> passou do nome pedido: o teste abaixo encerra a busca
               if fs-ok and ws-nome-tam > 0 and
                  fs-nome(1:ws-nome-tam) not equal
                      ws-nome-busca(1:ws-nome-tam)
                   move "s" to ws-filial-visivel
               end-if
               if not fs-ok and file-err-msg equal spaces
                   move "s" to ws-filial-visivel
               end-if
           end-perform.
           if not filial-visivel
               move spaces to file2-rec
           end-if.
           if fs-ok and ws-nome-tam > 0 and
              fs-nome(1:ws-nome-tam) not equal
                  ws-nome-busca(1:ws-nome-tam)

       entry 'lista-proximo' using file2-param, file-err-msg, app-stat.
           move spaces to file-err-msg
           move "n" to ws-filial-visivel
      *> clientes de outra filial ficam fora da listagem
           perform until filial-visivel or file-err-msg not equal
                   spaces
               read file2 next record
                   at end
                       move "fim da listagem" to file-err-msg
               end-read
               if fs-ok and file-err-msg equal spaces
                   perform apura-escopo
               end-if
               if not fs-ok and file-err-msg equal spaces
                   move "s" to ws-filial-visivel
               end-if
           end-perform.
           if not filial-visivel
               move spaces to file2-rec
           end-if.
           if fs-ok and file-err-msg equal spaces
               move "lista" to ws-acesso-modo
               perform grava-acesso

       entry 'lista-anterior' using file2-param, file-err-msg, app-stat.
           move spaces to file-err-msg
           move "n" to ws-filial-visivel
           perform until filial-visivel or file-err-msg not equal
                   spaces
               read file2 previous record
                   at end
                       move "início da listagem" to file-err-msg
               end-read
               if fs-ok and file-err-msg equal spaces
                   perform apura-escopo
               end-if
               if not fs-ok and file-err-msg equal spaces
                   move "s" to ws-filial-visivel
               end-if
           end-perform.
           if not filial-visivel
               move spaces to file2-rec
           end-if.
           if fs-ok and file-err-msg equal spaces
               move "lista" to ws-acesso-modo
               perform grava-acesso
       entry 'inativa-cliente' using file2-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move file2-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move "E" to ws-pend-operacao
           move zeros to ws-pend-fone-novo
           perform confere-liberacao
           move file2-param to file2-rec.
           read file2
               invalid key
                   move "cliente não encontrado" to file-err-msg
           end-read.
           if fs-ok
               perform confere-filial
           end-if.
      *> cliente com contrato aberto ainda está faturando: a
      *> inativação é recusada até os contratos serem encerrados
           if fs-ok
                   move 22 to fs-stat
               end-if
           end-if.
      *> sem a liberação do supervisor a exclusão vira pendência
           if fs-ok and not aplica-operacao
               perform registra-pendencia
           end-if.
           if fs-ok
               move fs-nome     to ws-aud-nome-antes
               move fs-endereco to ws-aud-end-antes
                       to file-err-msg
               end-if
               if fs-ok
                   move "A" to ws-jrn-operacao
                   perform grava-jornal-cliente
                   move file2-rec to file1-rec
                   rewrite file1-rec
                   invalid key
                   perform remove-trava
               end-if
           end-if.
           if aplica-operacao
               perform conclui-pendencia
           end-if.
           move fs-stat to app-stat.
           move file2-rec to file2-param.
           goback.
       entry 'reativa-cliente' using file2-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move file2-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               invalid key
                   move "cliente não encontrado" to file-err-msg
           end-read.
           if fs-ok
               perform confere-filial
           end-if.
           if fs-ok
               move fs-nome     to ws-aud-nome-antes
               move fs-endereco to ws-aud-end-antes
                       to file-err-msg
               end-if
               if fs-ok
                   move "A" to ws-jrn-operacao
                   perform grava-jornal-cliente
                   move file2-rec to file1-rec
                   rewrite file1-rec
                   invalid key
       entry 'troca-telefone' using file2-param, fone-novo-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           move file2-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move "T" to ws-pend-operacao
           move fone-novo-param to ws-pend-fone-novo
           perform confere-liberacao
           move file2-param to file2-rec.
           read file2
               invalid key
                   move "cliente não encontrado" to file-err-msg
           end-read.
           if fs-ok
               perform confere-filial
           end-if.
           if fs-ok
               move file2-rec to ws-reg-antigo
               move fs-fone   to ws-fone-antigo
                   move 22 to fs-stat
               else
                   move ws-reg-antigo to file2-rec
      *> sem a liberação do supervisor a troca vira pendência
                   if not aplica-operacao
                       perform registra-pendencia
                   end-if
                   if file-err-msg equal spaces
                       move fone-novo-param to fs-fone
                       perform carimba-manutencao
                       write file2-rec
                       invalid key
                           move "erro ao gravar novo telefone"
                               to file-err-msg
                       end-write
                   end-if
               end-if
               if file-err-msg equal spaces and not fs-ok
                   move "registro em uso, tente novamente"
                       to file-err-msg
               end-if
               if file-err-msg equal spaces
                   move "I" to ws-jrn-operacao
                   perform grava-jornal-cliente
                   move ws-fone-antigo to fs-fone
                   delete file2
                       invalid key
                   if not fs-ok
                       move "número antigo não removido do cadastro"
                           to file-err-msg
                   else
                       move "E" to ws-jrn-operacao
                       perform grava-jornal-cliente
                   end-if
                   move fone-novo-param to fs-fone
                   move file2-rec to file1-rec
                   end-if
               end-if
           end-if.
           if aplica-operacao
               perform conclui-pendencia
           end-if.
           move fs-stat to app-stat.
           move file2-rec to file2-param.
           goback.
      *> sobrevivente (fone-novo-param), que precisa existir e
      *> estar ativo. a auditoria sai como "unificação" com os dois
      *> números na linha, e o histórico guarda a imagem anterior
      *> do registro inativado. os vínculos do duplicado (dos dois
      *> lados) passam para o código do sobrevivente.
      *> -----------------------------------------------------------
       entry 'unifica-cliente' using file2-param, fone-novo-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           move file2-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move "U" to ws-pend-operacao
           move fone-novo-param to ws-pend-fone-novo
           perform confere-liberacao
           move file2-param to file2-rec.
           move fone-novo-param to fs-fone.
           read file2
               invalid key
                   move "sobrevivente não encontrado" to file-err-msg
           end-read.
           if fs-ok
               perform confere-filial
           end-if.
           if fs-ok and fs-inativo
               move "sobrevivente está inativo" to file-err-msg
               move 22 to fs-stat
           end-if.
           move zeros to ws-vinc-sobrev.
           if fs-ok and fs-codigo numeric
               move fs-codigo to ws-vinc-sobrev
           end-if.
           if file-err-msg equal spaces
               move file2-param to file2-rec
               read file2
                   invalid key
                       move "cliente não encontrado" to file-err-msg
               end-read
               if fs-ok
                   perform confere-filial
               end-if
               if fs-ok and fs-inativo
                   move "cliente já está inativo" to file-err-msg
                   move 22 to fs-stat
                       move 22 to fs-stat
                   end-if
               end-if
      *> sem a liberação do supervisor a unificação vira pendência
               if file-err-msg equal spaces and fs-ok and
                  not aplica-operacao
                   perform registra-pendencia
               end-if
               if file-err-msg equal spaces and fs-ok
                   move fs-nome     to ws-aud-nome-antes
                   move fs-endereco to ws-aud-end-antes
                           to file-err-msg
                   end-if
                   if fs-ok
                       move "A" to ws-jrn-operacao
                       perform grava-jornal-cliente
                       move file2-rec to file1-rec
                       rewrite file1-rec
                       invalid key
                       move fone-novo-param to ws-aud-fone-novo
                       perform grava-auditoria
                       perform grava-historico
      *> os vínculos do duplicado passam para o sobrevivente
                       perform transfere-vinculos
      *> o duplicado inativado sai do índice de documentos
                       perform destaca-doc-indice
                       perform remove-indice-doc
                   end-if
               end-if
           end-if.
           if aplica-operacao
               perform conclui-pendencia
           end-if.
           move fs-stat to app-stat.
           move file2-rec to file2-param.
           goback.
                   app-stat.
           move spaces to file-err-msg
           move hist-param to hist-rec.
      *> as versões anteriores são do cliente: operador de filial só
      *> pagina o histórico dos clientes da própria filial (cliente
      *> já excluído não tem filial a conferir e fica com a matriz)
           move spaces to file2-rec.
           move hist-fone to fs-fone.
           perform confere-filial-fone.
           if fs-stat equal 24
               move zeros to ws-hist-busca
               move 24 to app-stat
               goback
           end-if.
           move hist-fone to ws-hist-busca.
           move zeros to hist-seq.
           start historico key is not less than hist-key
       entry 'inclui-contrato' using ctr-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move ctr-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               invalid key
                   move "cliente não encontrado" to file-err-msg
           end-read.
           if fs-ok
               perform confere-filial
               if fs-stat equal 24
                   move 24 to app-stat
                   goback
               end-if
           end-if.
           if fs-ok and fs-inativo
               move "cliente inativo" to file-err-msg
           end-if.
           if file-err-msg equal spaces and not fs-ok
               move "registro em uso, tente novamente" to file-err-msg
           end-if.
           if file-err-msg equal spaces
               perform confere-situacao-documento
           end-if.
           if file-err-msg equal spaces and ctr-numero equal spaces
               move "favor informar o número do contrato"
                   to file-err-msg
               invalid key
                   move "contrato já existe" to file-err-msg
               end-write
               if file-err-msg equal spaces
                   move "I" to ws-jrn-operacao
                   perform grava-jornal-contrato
               end-if
           end-if.
           if file-err-msg equal spaces
               move zeros to fco-stat
                   app-stat.
           move spaces to file-err-msg
           move ctr-param to contrato-rec.
           move spaces to file2-rec.
           move ctr-fone to fs-fone.
           perform confere-filial-fone.
           if fs-stat equal 24
               move 24 to app-stat
               goback
           end-if.
           read contratos
               invalid key
                   move "contrato não encontrado" to file-err-msg
       entry 'encerra-contrato' using ctr-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move ctr-param(1:11) to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               invalid key
                   move "contrato não encontrado" to file-err-msg
           end-read.
           if fco-ok
               move spaces to file2-rec
               move ctr-fone to fs-fone
               perform confere-filial-fone
               if fs-stat equal 24
                   move 24 to app-stat
                   goback
               end-if
           end-if.
           if fco-ok
               if ctr-encerrado
                   move "contrato já encerrado" to file-err-msg
                   invalid key
                       move "erro ao gravar" to file-err-msg
                   end-rewrite
                   if file-err-msg equal spaces
                       move "A" to ws-jrn-operacao
                       perform grava-jornal-contrato
                   end-if
               end-if
           end-if.
           if file-err-msg equal spaces and not fco-ok
                   app-stat.
           move spaces to file-err-msg
           move ctr-param to contrato-rec.
           move spaces to file2-rec.
           move ctr-fone to fs-fone.
           perform confere-filial-fone.
           if fs-stat equal 24
               move zeros to ws-ctr-nav
               move 24 to app-stat
               goback
           end-if.
           move ctr-fone to ws-ctr-nav.
           move zeros to ctr-seq.
           start contratos key is not less than ctr-key
           move contrato-rec to ctr-param.
           goback.

      *> -----------------------------------------------------------
      *> contatos do cliente - pessoas de contato e telefones
      *> secundários, chaveados pelo código permanente + sequência;
      *> mesmo desenho dos contratos: sequência atribuída na
      *> inclusão e consulta navegando por próximo/anterior até
      *> mudar de cliente. inclusão e alteração exigem cliente
      *> ativo; toda gravação sai na auditoria com o telefone e o
      *> código do cliente dono do contato.
      *> -----------------------------------------------------------
       entry 'inclui-contato' using cont-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move cont-param to contato-rec.
           perform localiza-dono-contato.
           if fs-stat equal 24
               move 24 to app-stat
               goback
           end-if.
           if file-err-msg equal spaces and cont-nome equal spaces
               move "favor informar o nome do contato" to file-err-msg
           end-if.
           if file-err-msg equal spaces
               perform atribui-seq-contato
               if not cont-e-principal
                   set cont-nao-principal to true
               end-if
               write contato-rec
               invalid key
                   move "contato já existe" to file-err-msg
               end-write
           end-if.
           if file-err-msg equal spaces
               if cont-e-principal
                   perform desmarca-principal
               end-if
               move spaces to ws-aud-nome-antes
               move spaces to ws-aud-end-antes
               move "contato incl" to ws-aud-operacao
               perform grava-auditoria-contato
               move zeros to fcn-stat
           else
               move 22 to fcn-stat
           end-if.
           move fcn-stat to app-stat.
           move contato-rec to cont-param.
           goback.

       entry 'busca-contato' using cont-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move cont-param to contato-rec.
           move cont-codigo to ws-cod-busca.
           perform confere-filial-codigo.
           if fs-stat equal 24
               move 24 to app-stat
               goback
           end-if.
           read contatos
               invalid key
                   move "contato não encontrado" to file-err-msg
           end-read.
           move fcn-stat to app-stat.
           move contato-rec to cont-param.
           goback.

      *> -----------------------------------------------------------
      *> altera-contato - regrava o contato apontado por código +
      *> sequência com os dados do parâmetro; a imagem anterior vai
      *> para os campos "antes" da auditoria
      *> -----------------------------------------------------------
       entry 'altera-contato' using cont-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move cont-param to contato-rec.
           read contatos
               invalid key
                   move "contato não encontrado" to file-err-msg
           end-read.
           if file-err-msg equal spaces and not fcn-ok
               move "registro em uso, tente novamente" to file-err-msg
           end-if.
           if file-err-msg equal spaces
               move cont-nome to ws-aud-nome-antes
               perform monta-resumo-contato
               move ws-cont-resumo to ws-aud-end-antes
               move cont-param to contato-rec
               perform localiza-dono-contato
               if fs-stat equal 24
                   move 24 to app-stat
                   goback
               end-if
           end-if.
           if file-err-msg equal spaces and cont-nome equal spaces
               move "favor informar o nome do contato" to file-err-msg
           end-if.
           if file-err-msg equal spaces
               if not cont-e-principal
                   set cont-nao-principal to true
               end-if
               rewrite contato-rec
               invalid key
                   move "erro ao gravar" to file-err-msg
               end-rewrite
           end-if.
           if file-err-msg equal spaces
               if cont-e-principal
                   perform desmarca-principal
               end-if
               move "contato alt" to ws-aud-operacao
               perform grava-auditoria-contato
               move zeros to fcn-stat
           else
               move 22 to fcn-stat
           end-if.
           move fcn-stat to app-stat.
           move contato-rec to cont-param.
           goback.

      *> -----------------------------------------------------------
      *> exclui-contato - remove o contato (exclusão física: o
      *> contato não tem valor histórico além da linha de
      *> auditoria, que guarda o que ele dizia). cliente inativo
      *> ou já removido não impede a limpeza (o removido, só pela
      *> matriz).
      *> -----------------------------------------------------------
       entry 'exclui-contato' using cont-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move cont-param to contato-rec.
           read contatos
               invalid key
                   move "contato não encontrado" to file-err-msg
           end-read.
           if file-err-msg equal spaces and not fcn-ok
               move "registro em uso, tente novamente" to file-err-msg
           end-if.
      *> dono de outra filial recusa; contato órfão (cliente já
      *> fora do cadastro) só a matriz remove
           if file-err-msg equal spaces
               perform localiza-dono-contato
               if fs-stat equal 24
                   move 24 to app-stat
                   goback
               end-if
               move spaces to file-err-msg
           end-if.
           if file-err-msg equal spaces
               move cont-nome to ws-aud-nome-antes
               perform monta-resumo-contato
               move ws-cont-resumo to ws-aud-end-antes
               delete contatos
                   invalid key
                       move "erro ao excluir" to file-err-msg
               end-delete
           end-if.
      *> contato órfão sai na auditoria com telefone zerado, mas
      *> sai (o localiza-dono-contato acima deixou o file2-rec)
           if file-err-msg equal spaces
               move spaces to cont-nome
               move "contato exc" to ws-aud-operacao
               perform grava-auditoria-contato
               move zeros to fcn-stat
           else
               move 22 to fcn-stat
           end-if.
           move fcn-stat to app-stat.
           move contato-rec to cont-param.
           goback.

       entry 'contatos-inicia' using cont-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move cont-param to contato-rec.
           move cont-codigo to ws-cod-busca.
           perform confere-filial-codigo.
           if fs-stat equal 24
               move zeros to ws-cont-nav
               move 24 to app-stat
               goback
           end-if.
           move cont-codigo to ws-cont-nav.
           move zeros to cont-seq.
           start contatos key is not less than cont-key
               invalid key
                   move "sem contatos para este cliente"
                       to file-err-msg
           end-start.
           move fcn-stat to app-stat.
           goback.

       entry 'contatos-proximo' using cont-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           read contatos next record
               at end
                   move "fim dos contatos" to file-err-msg
           end-read.
           if fcn-ok and cont-codigo not equal ws-cont-nav
               move "fim dos contatos" to file-err-msg
               move 99 to fcn-stat
           end-if.
           move fcn-stat to app-stat.
           move contato-rec to cont-param.
           goback.

       entry 'contatos-anterior' using cont-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           read contatos previous record
               at end
                   move "início dos contatos" to file-err-msg
           end-read.
           if fcn-ok and cont-codigo not equal ws-cont-nav
               move "início dos contatos" to file-err-msg
               move 99 to fcn-stat
           end-if.
           move fcn-stat to app-stat.
           move contato-rec to cont-param.
           goback.

      *> -----------------------------------------------------------
      *> atendimentos do cliente - reclamações, solicitações e
      *> pedidos de informação, chaveados pelo código permanente +
      *> sequência, no mesmo desenho dos contatos. a inclusão
      *> carimba data, hora e operador da sessão e abre o
      *> atendimento; a alteração pode remarcar o retorno, corrigir
      *> o texto e resolver (carimbando quem resolveu e quando).
      *> não há exclusão. cliente inativo também é atendido.
      *> -----------------------------------------------------------
       entry 'inclui-atendimento' using atd-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move atd-param to atendimento-rec.
           perform localiza-dono-atendimento.
           if fs-stat equal 24
               move 24 to app-stat
               goback
           end-if.
           if file-err-msg equal spaces and atd-texto equal spaces
               move "favor informar o texto do atendimento"
                   to file-err-msg
           end-if.
           if file-err-msg equal spaces
               perform atribui-seq-atendimento
               accept atd-data from date yyyymmdd
               accept atd-hora from time
               move ws-aud-operador to atd-operador
               set atd-aberto to true
               move zeros  to atd-data-res
               move spaces to atd-oper-res
               write atendimento-rec
               invalid key
                   move "atendimento já existe" to file-err-msg
               end-write
           end-if.
           if file-err-msg equal spaces
               move spaces to ws-aud-nome-antes
               move spaces to ws-aud-end-antes
               move "atend incl" to ws-aud-operacao
               perform grava-auditoria-atendimento
               move zeros to fat-stat
           else
               move 22 to fat-stat
           end-if.
           move fat-stat to app-stat.
           move atendimento-rec to atd-param.
           goback.

       entry 'busca-atendimento' using atd-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move atd-param to atendimento-rec.
           move atd-codigo to ws-cod-busca.
           perform confere-filial-codigo.
           if fs-stat equal 24
               move 24 to app-stat
               goback
           end-if.
           read atendimentos
               invalid key
                   move "atendimento não encontrado" to file-err-msg
           end-read.
           move fat-stat to app-stat.
           move atendimento-rec to atd-param.
           goback.

      *> -----------------------------------------------------------
      *> altera-atendimento - regrava o atendimento apontado por
      *> código + sequência; abertura (data, hora, operador) não
      *> muda. passar para resolvido carimba a resolução; voltar
      *> para aberto a apaga. atendimento resolvido só muda se for
      *> reaberto.
      *> -----------------------------------------------------------
       entry 'altera-atendimento' using atd-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move atd-param to atendimento-rec.
           read atendimentos
               invalid key
                   move "atendimento não encontrado" to file-err-msg
           end-read.
           if file-err-msg equal spaces and not fat-ok
               move "registro em uso, tente novamente" to file-err-msg
           end-if.
           if file-err-msg equal spaces
               move atd-data     to ws-atd-orig-data
               move atd-hora     to ws-atd-orig-hora
               move atd-operador to ws-atd-orig-oper
               move atd-situacao to ws-atd-orig-sit
               move atd-data-res to ws-atd-orig-dres
               move atd-oper-res to ws-atd-orig-ores
               perform monta-resumo-atendimento
               move ws-atd-resumo to ws-aud-nome-antes
               move atd-texto to ws-aud-end-antes
               move atd-param to atendimento-rec
               if ws-atd-orig-sit equal "R" and atd-resolvido
                   move "atendimento já resolvido" to file-err-msg
               end-if
           end-if.
           if file-err-msg equal spaces and atd-texto equal spaces
               move "favor informar o texto do atendimento"
                   to file-err-msg
           end-if.
           if file-err-msg equal spaces and
              not atd-aberto and not atd-resolvido
               move "situação inválida (use A ou R)" to file-err-msg
           end-if.
           if file-err-msg equal spaces
               perform localiza-dono-atendimento
               if fs-stat equal 24
                   move 24 to app-stat
                   goback
               end-if
               move spaces to file-err-msg
               move ws-atd-orig-data to atd-data
               move ws-atd-orig-hora to atd-hora
               move ws-atd-orig-oper to atd-operador
               move ws-atd-orig-dres to atd-data-res
               move ws-atd-orig-ores to atd-oper-res
               if atd-resolvido and ws-atd-orig-sit equal "A"
                   accept atd-data-res from date yyyymmdd
                   move ws-aud-operador to atd-oper-res
               end-if
               if atd-aberto
                   move zeros  to atd-data-res
                   move spaces to atd-oper-res
               end-if
               rewrite atendimento-rec
               invalid key
                   move "erro ao gravar" to file-err-msg
               end-rewrite
           end-if.
           if file-err-msg equal spaces
               if atd-resolvido
                   move "atend resolv" to ws-aud-operacao
               else
                   move "atend alt" to ws-aud-operacao
               end-if
               perform grava-auditoria-atendimento
               move zeros to fat-stat
           else
               move 22 to fat-stat
           end-if.
           move fat-stat to app-stat.
           move atendimento-rec to atd-param.
           goback.

       entry 'atendimentos-inicia' using atd-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move atd-param to atendimento-rec.
           move atd-codigo to ws-cod-busca.
           perform confere-filial-codigo.
           if fs-stat equal 24
               move zeros to ws-atd-nav
               move 24 to app-stat
               goback
           end-if.
           move atd-codigo to ws-atd-nav.
           move zeros to atd-seq.
           start atendimentos key is not less than atd-key
               invalid key
                   move "sem atendimentos para este cliente"
                       to file-err-msg
           end-start.
           move fat-stat to app-stat.
           goback.

       entry 'atendimentos-proximo' using atd-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           read atendimentos next record
               at end
                   move "fim dos atendimentos" to file-err-msg
           end-read.
           if fat-ok and atd-codigo not equal ws-atd-nav
               move "fim dos atendimentos" to file-err-msg
               move 99 to fat-stat
           end-if.
           move fat-stat to app-stat.
           move atendimento-rec to atd-param.
           goback.

       entry 'atendimentos-anterior' using atd-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           read atendimentos previous record
               at end
                   move "início dos atendimentos" to file-err-msg
           end-read.
           if fat-ok and atd-codigo not equal ws-atd-nav
               move "início dos atendimentos" to file-err-msg
               move 99 to fat-stat
           end-if.
           move fat-stat to app-stat.
           move atendimento-rec to atd-param.
           goback.

      *> -----------------------------------------------------------
      *> ultimo-atendimento-aberto - o atendimento em aberto mais
      *> recente do código em atd-param, para o aviso da tela de
      *> consulta; sem nenhum em aberto devolve status 23
      *> -----------------------------------------------------------
       entry 'ultimo-atendimento-aberto' using atd-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           move atd-param to atendimento-rec.
           move atd-codigo to ws-cod-busca.
           perform confere-filial-codigo.
           if fs-stat equal 24
               move 24 to app-stat
               goback
           end-if.
           move atd-codigo to ws-atd-busca.
           move zeros to ws-atd-seq-aberto.
           move zeros to atd-seq.
           move "n" to ws-atd-fim.
           start atendimentos key is not less than atd-key
               invalid key
                   move "s" to ws-atd-fim
           end-start.
           perform until atd-varrido
               read atendimentos next record
                   at end
                       move "s" to ws-atd-fim
               end-read
               if not atd-varrido and fat-ok
                   if atd-codigo equal ws-atd-busca
                       if atd-aberto
                           move atd-seq to ws-atd-seq-aberto
                       end-if
                   else
                       move "s" to ws-atd-fim
                   end-if
               end-if
               if not atd-varrido and not fat-ok
                   move "s" to ws-atd-fim
               end-if
           end-perform.
           if ws-atd-seq-aberto equal zeros
               move "sem atendimento em aberto" to file-err-msg
               move 23 to fat-stat
           else
               move ws-atd-busca      to atd-codigo
               move ws-atd-seq-aberto to atd-seq
               read atendimentos
                   invalid key
                       move "atendimento não encontrado"
                           to file-err-msg
               end-read
           end-if.
           move fat-stat to app-stat.
           move atendimento-rec to atd-param.
           goback.

      *> -----------------------------------------------------------
      *> vínculos entre clientes - titular (em geral a pessoa
      *> jurídica) e pessoa vinculada, pelos códigos permanentes,
      *> com o tipo: sócio, representante legal ou responsável
      *> financeiro. a inclusão exige os dois clientes ativos; a
      *> exclusão é física. as duas pontas recebem a linha de
      *> auditoria, cada uma com o seu telefone e código.
      *> -----------------------------------------------------------
       entry 'inclui-vinculo' using vinc-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move vinc-param to vinculo-rec.
           if not vinc-socio and not vinc-representante and
              not vinc-resp-financeiro
               move "tipo de vínculo inválido (S, R ou F)"
                   to file-err-msg
           end-if.
           if file-err-msg equal spaces and
              (vinc-titular not numeric or vinc-titular equal zeros
               or vinc-vinculado not numeric or
               vinc-vinculado equal zeros)
               move "favor informar os dois códigos" to file-err-msg
           end-if.
           if file-err-msg equal spaces and
              vinc-titular equal vinc-vinculado
               move "titular e vinculado são o mesmo cliente"
                   to file-err-msg
           end-if.
           if file-err-msg equal spaces
               move vinc-vinculado to ws-cod-busca
               perform varre-codigo
               if not cod-achado
                   move "pessoa vinculada não encontrada"
                       to file-err-msg
               else
                   perform confere-filial
                   if fs-ok and fs-inativo
                       move "pessoa vinculada está inativa"
                           to file-err-msg
                   end-if
                   move fs-fone to ws-vinc-fone-vin
               end-if
           end-if.
           if file-err-msg equal spaces
               move vinc-titular to ws-cod-busca
               perform varre-codigo
               if not cod-achado
                   move "titular não encontrado" to file-err-msg
               else
                   perform confere-filial
                   if fs-ok and fs-inativo
                       move "titular está inativo" to file-err-msg
                   end-if
                   move fs-fone to ws-vinc-fone-tit
               end-if
           end-if.
           if file-err-msg equal spaces
               accept vinc-data from date yyyymmdd
               move ws-aud-operador to vinc-operador
               write vinculo-rec
               invalid key
                   move "vínculo já existe" to file-err-msg
               end-write
           end-if.
           if file-err-msg equal spaces
               perform monta-resumo-vinculo
               move spaces to ws-aud-nome-antes
               move ws-vinc-resumo to ws-vinc-depois
               move "vinculo incl" to ws-aud-operacao
               perform grava-auditoria-vinculo
               move zeros to fvi-stat
           else
               move 22 to fvi-stat
           end-if.
           move fvi-stat to app-stat.
           move vinculo-rec to vinc-param.
           goback.

       entry 'exclui-vinculo' using vinc-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move vinc-param to vinculo-rec.
           read vinculos
               invalid key
                   move "vínculo não encontrado" to file-err-msg
           end-read.
           if file-err-msg equal spaces and not fvi-ok
               move "registro em uso, tente novamente" to file-err-msg
           end-if.
      *> as duas pontas têm que ser da sessão, como na inclusão
           move zeros to fs-stat.
           if file-err-msg equal spaces
               move vinc-vinculado to ws-cod-busca
               perform varre-codigo
               if cod-achado
                   perform confere-filial
               end-if
           end-if.
           if file-err-msg equal spaces
               move vinc-titular to ws-cod-busca
               perform varre-codigo
               if cod-achado
                   perform confere-filial
               end-if
           end-if.
           if fs-stat equal 24
               move 24 to app-stat
               goback
           end-if.
           if file-err-msg equal spaces
               delete vinculos
                   invalid key
                       move "erro ao excluir" to file-err-msg
               end-delete
           end-if.
      *> vínculo com uma ponta já fora do cadastro sai na
      *> auditoria com o telefone zerado daquele lado
           if file-err-msg equal spaces
               move zeros to ws-vinc-fone-tit
               move zeros to ws-vinc-fone-vin
               move vinc-vinculado to ws-cod-busca
               perform varre-codigo
               if cod-achado
                   move fs-fone to ws-vinc-fone-vin
               end-if
               move vinc-titular to ws-cod-busca
               perform varre-codigo
               if cod-achado
                   move fs-fone to ws-vinc-fone-tit
               end-if
               perform monta-resumo-vinculo
               move ws-vinc-resumo to ws-aud-nome-antes
               move spaces to ws-vinc-depois
               move "vinculo exc" to ws-aud-operacao
               perform grava-auditoria-vinculo
               move zeros to fvi-stat
           else
               move 22 to fvi-stat
           end-if.
           move fvi-stat to app-stat.
           move vinculo-rec to vinc-param.
           goback.

      *> -----------------------------------------------------------
      *> vinculos-inicia / vinculos-proximo - todos os vínculos do
      *> código em vinc-titular: primeiro aqueles em que ele é o
      *> titular, depois aqueles em que é a pessoa vinculada. o
      *> outro cliente de cada vínculo volta em vinc-outro-param
      *> (código, nome, situação, tipo de pessoa e telefone)
      *> -----------------------------------------------------------
       entry 'vinculos-inicia' using vinc-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move vinc-param to vinculo-rec.
           move vinc-titular to ws-cod-busca.
           perform confere-filial-codigo.
           if fs-stat equal 24
               set vinc-lado-vinculado to true
               move "n" to ws-vinc-pos
               move 24 to app-stat
               goback
           end-if.
           move vinc-titular to ws-vinc-nav.
           move zeros to vinc-vinculado.
           move low-values to vinc-tipo.
           set vinc-lado-titular to true.
           move "n" to ws-vinc-pos.
           start vinculos key is not less than vinc-key
               invalid key
                   continue
           end-start.
           move zeros to app-stat.
           goback.

       entry 'vinculos-proximo' using vinc-param, vinc-outro-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           perform le-vinculo-proximo.
           if vinc-achado
               move vinculo-rec to ws-vinc-guarda
               if vinc-titular equal ws-vinc-nav
                   move vinc-vinculado to ws-cod-busca
               else
                   move vinc-titular to ws-cod-busca
               end-if
               move spaces to ws-vinc-outro
               move ws-cod-busca to ws-vo-codigo
               perform varre-codigo
               if cod-achado
                   perform apura-escopo
               end-if
               evaluate true
                   when not cod-achado
                       move "cliente não encontrado" to ws-vo-nome
                       move zeros to ws-vo-fone
                   when not filial-visivel
                       move "cliente de outra filial" to ws-vo-nome
                       move fs-status to ws-vo-status
                       move zeros to ws-vo-fone
                   when other
                       move fs-nome        to ws-vo-nome
                       move fs-status      to ws-vo-status
                       move fs-tipo-pessoa to ws-vo-tipo
                       move fs-fone        to ws-vo-fone
               end-evaluate
               move ws-vinc-guarda to vinculo-rec
               move zeros to fvi-stat
           else
               move "fim dos vínculos" to file-err-msg
               move 10 to fvi-stat
           end-if.
           move fvi-stat to app-stat.
           move vinculo-rec to vinc-param.
           move ws-vinc-outro to vinc-outro-param.
           goback.

      *> -----------------------------------------------------------
      *> conta-vinculos - para o código em vinc-titular: quantas
      *> pessoas vinculadas ele tem e em quantos vínculos ele é a
      *> pessoa vinculada. só lê os vínculos, então pode ser
      *> chamada no meio da navegação por nome ou da listagem sem
      *> mexer na posição do cadastro.
      *> conta-vinculados-ativos - as mesmas contagens e, para o
      *> aviso da inativação, quantas das pessoas vinculadas ainda
      *> estão ativas (esta varre o cadastro)
      *> -----------------------------------------------------------
       entry 'conta-vinculos' using vinc-param, vinc-cont-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           move vinc-param to vinculo-rec.
           move vinc-titular to ws-vinc-nav.
           move zeros to ws-vinc-contagem.
           move "n" to ws-vinc-ver-ativos.
           perform conta-vinculos-titular.
           perform conta-vinculos-vinculado.
           move ws-vinc-contagem to vinc-cont-param.
           move zeros to app-stat.
           goback.

       entry 'conta-vinculados-ativos' using vinc-param,
                   vinc-cont-param, file-err-msg, app-stat.
           move spaces to file-err-msg
           move vinc-param to vinculo-rec.
           move vinc-titular to ws-vinc-nav.
           move zeros to ws-vinc-contagem.
           move "s" to ws-vinc-ver-ativos.
           perform conta-vinculos-titular.
           perform conta-vinculos-vinculado.
           move ws-vinc-contagem to vinc-cont-param.
           move zeros to app-stat.
           goback.

      *> -----------------------------------------------------------
      *> busca-cliente-contato - telefone que não é chave de nenhum
      *> cliente pode ser o número secundário de um contato: o
      *> chamador deixa o número em cont-fone e recebe o cliente
      *> ATIVO dono do contato em file2-param (e o contato em
      *> cont-param); o acesso sai no log com o modo "contato"
      *> -----------------------------------------------------------
       entry 'busca-cliente-contato' using file2-param, cont-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           move cont-param to contato-rec.
           move cont-fone to ws-cont-fone-busca.
           move "n" to ws-cod-achado
           move "n" to ws-cont-fim
           if ws-cont-fone-busca equal zeros
               move "s" to ws-cont-fim
           else
               start contatos key is equal to cont-fone
                   invalid key
                       move "s" to ws-cont-fim
               end-start
           end-if
           perform until cont-varrido
               read contatos next record
                   at end
                       move "s" to ws-cont-fim
               end-read
               if not cont-varrido and
                  (not fcn-ok or cont-fone not equal ws-cont-fone-busca)
                   move "s" to ws-cont-fim
               end-if
               if not cont-varrido
                   move cont-codigo to ws-cod-busca
                   perform varre-codigo
                   if cod-achado and fs-inativo
                       move "n" to ws-cod-achado
                   end-if
                   if cod-achado
                       move "s" to ws-cont-fim
                   end-if
               end-if
           end-perform
           if cod-achado
               move zeros to fs-stat
               perform confere-filial
               if fs-ok
                   move "contato" to ws-acesso-modo
                   perform grava-acesso
                   move file2-rec to file2-param
                   move contato-rec to cont-param
               end-if
           else
               move "cliente não encontrado" to file-err-msg
               move 35 to fs-stat
           end-if.
           move fs-stat to app-stat.
           goback.

      *> -----------------------------------------------------------
      *> pendências de aprovação - a tela do supervisor percorre as
      *> solicitações em aberto (pendencias-inicia expira as que
      *> passaram do prazo e posiciona; proximo/anterior pulam as já
      *> decididas). aprova-pendencia confere a solicitação e libera
      *> a operação para a chamada seguinte da entrada que a aplica;
      *> rejeita-pendencia só fecha a solicitação.
      *> -----------------------------------------------------------
       entry 'pendencias-inicia' using pend-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-supervisor
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           perform expira-pendencias
           move zeros to pend-numero.
           start pendencias key is not less than pend-key
               invalid key
                   move "nenhuma pendência aguardando aprovação"
                       to file-err-msg
           end-start.
           if fpe-ok
               perform le-pendencia-proxima
               if not fpe-ok
                   move "nenhuma pendência aguardando aprovação"
                       to file-err-msg
               end-if
           end-if.
           move fpe-stat to app-stat.
           move pendencia-rec to pend-param.
           goback.

       entry 'pendencias-proximo' using pend-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move pend-param to pendencia-rec.
           start pendencias key is greater than pend-key
               invalid key
                   move "fim das pendências" to file-err-msg
           end-start.
           if fpe-ok
               perform le-pendencia-proxima
               if not fpe-ok
                   move "fim das pendências" to file-err-msg
               end-if
           end-if.
           move fpe-stat to app-stat.
           if fpe-ok
               move pendencia-rec to pend-param
           end-if.
           goback.

       entry 'pendencias-anterior' using pend-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move pend-param to pendencia-rec.
           start pendencias key is less than pend-key
               invalid key
                   move "início das pendências" to file-err-msg
           end-start.
           if fpe-ok
               perform le-pendencia-anterior
               if not fpe-ok
                   move "início das pendências" to file-err-msg
               end-if
           end-if.
           move fpe-stat to app-stat.
           if fpe-ok
               move pendencia-rec to pend-param
           end-if.
           goback.

       entry 'aprova-pendencia' using pend-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-supervisor
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move "n" to ws-liberada
           move pend-param to pendencia-rec.
           read pendencias
               invalid key
                   move "pendência não encontrada" to file-err-msg
           end-read.
           if fpe-ok and not pend-pendente
               move "pendência já decidida" to file-err-msg
               move 22 to fpe-stat
           end-if.
      *> controle duplo: quem pediu não aprova
           if fpe-ok and pend-solicitante equal ws-aud-operador
               move "a aprovação tem que ser de outro operador"
                   to file-err-msg
               move 22 to fpe-stat
           end-if.
           if fpe-ok
               perform calcula-idade-pendencia
               if ws-pend-dias > ws-prazo-pendencia
                   perform expira-pendencia
                   move "pendência expirada sem aprovação"
                       to file-err-msg
                   move 22 to fpe-stat
               end-if
           end-if.
           if fpe-ok
               move "s"            to ws-liberada
               move pend-numero    to ws-lib-numero
               move pend-operacao  to ws-lib-operacao
               move pend-fone      to ws-lib-fone
               move pend-fone-novo to ws-lib-fone-novo
           end-if.
           move fpe-stat to app-stat.
           move pendencia-rec to pend-param.
           goback.

       entry 'rejeita-pendencia' using pend-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           perform confere-supervisor
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move pend-param to pendencia-rec.
           read pendencias
               invalid key
                   move "pendência não encontrada" to file-err-msg
           end-read.
           if fpe-ok and not pend-pendente
               move "pendência já decidida" to file-err-msg
               move 22 to fpe-stat
           end-if.
           if fpe-ok
               set pend-rejeitada to true
               move ws-aud-operador to pend-aprovador
               accept pend-data-dec from date yyyymmdd
               accept pend-hora-dec from time
               move "rejeitada pelo supervisor" to pend-mensagem
               rewrite pendencia-rec
                   invalid key
                       move "erro ao gravar a pendência"
                           to file-err-msg
               end-rewrite
               if fpe-ok
                   move ws-aud-operador to ws-pend-autor
                   move "rejeita pend"  to ws-aud-operacao
                   perform grava-auditoria-pendencia
               end-if
           end-if.
           move fpe-stat to app-stat.
           move pendencia-rec to pend-param.
           goback.

      *> -----------------------------------------------------------
      *> anonimiza-cadastro - direito ao esquecimento: localiza o
      *> cliente pelo código permanente (fs-codigo do parâmetro),
      *> recusa se ainda houver contrato aberto e sobrescreve os
      *> dados pessoais no cadastro (mestre e espelho, o registro
      *> fica inativo), nas versões do histórico, no índice de
      *> documentos, nos contatos, nas pendências e no texto dos
      *> atendimentos, e apaga a situação do documento na receita
      *> e o item da fila de saneamento.
      *> o histórico não
      *> recebe versão nova e a auditoria sai sem o "antes", senão
      *> os dados voltariam pela porta dos fundos. os logs e os
      *> arquivos fechados ficam por conta do anonimiza-cliente.
      *> -----------------------------------------------------------
       entry 'anonimiza-cadastro' using file2-param, anon-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           move spaces to ws-recusa-area
           move zeros to ws-anon-contagem
           perform confere-perfil
           if file-err-msg not equal spaces
               move 24 to app-stat
               goback
           end-if
           move file2-param to file2-rec.
           if fs-codigo numeric
               move fs-codigo to ws-cod-busca
           else
               move zeros to ws-cod-busca
           end-if.
           if ws-cod-busca equal zeros
               move "favor informar o código" to file-err-msg
               move 22 to fs-stat
           else
               perform varre-codigo
               if not cod-achado
                   move "cliente não encontrado" to file-err-msg
                   move 35 to fs-stat
               end-if
           end-if.
           if file-err-msg equal spaces
               move fs-fone to ws-ctr-busca
               perform conta-contratos-abertos
               if ws-ctr-abertos > 0
                   move "cliente ainda tem contratos abertos"
                       to file-err-msg
                   move 22 to fs-stat
               end-if
           end-if.
           if file-err-msg equal spaces
               move fs-codigo to ws-anon-codigo
               move fs-fone   to ws-anon-fone
               if fs-cpf numeric
                   move fs-cpf to ws-anon-cpf
               else
                   move zeros to ws-anon-cpf
               end-if
               perform anonimiza-registro
               set fs-inativo to true
               perform carimba-manutencao
               rewrite file2-rec
               invalid key
                   move "erro ao anonimizar" to file-err-msg
               end-rewrite
               if file-err-msg equal spaces and not fs-ok
                   move "registro em uso, tente novamente"
                       to file-err-msg
               end-if
               if fs-ok
                   move "A" to ws-jrn-operacao
                   perform grava-jornal-cliente
                   move file2-rec to file1-rec
                   rewrite file1-rec
                   invalid key
                       continue
                   end-rewrite
                   if fs1-ok
                       move "anonimizado"  to ws-aud-operacao
                   else
                       move "erro espelho" to ws-aud-operacao
                   end-if
                   move spaces to ws-aud-nome-antes
                   move spaces to ws-aud-end-antes
                   perform grava-auditoria
                   perform anonimiza-historico
                   perform anonimiza-documentos
                   perform anonimiza-contatos
                   perform anonimiza-pendencias
                   perform anonimiza-atendimentos
                   perform anonimiza-situacao
                   perform anonimiza-saneamento
                   move fs-fone to trava-fone
                   perform remove-trava
               end-if
           end-if.
           move fs-stat to app-stat.
           move file2-rec to file2-param.
           move ws-anon-contagem to anon-param.
           goback.

      *> -----------------------------------------------------------
      *> saneamento-proximo - o item da fila de saneamento seguinte
      *> ao de san-seq (zero para o primeiro), pulando os clientes
      *> de outra filial quando a sessão é de filial
      *> -----------------------------------------------------------
       entry 'saneamento-proximo' using san-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move san-param to saneamento-rec.
           start saneamento key is greater than san-key
               invalid key
                   move "fim da fila de saneamento" to file-err-msg
           end-start.
           if fsn-ok
               perform le-saneamento-proximo
               if not fsn-ok
                   move "fim da fila de saneamento" to file-err-msg
               end-if
           end-if.
           move fsn-stat to app-stat.
           if fsn-ok
               move saneamento-rec to san-param
           end-if.
           goback.

      *> -----------------------------------------------------------
      *> saneamento-confere - depois da alteração feita pela opção
      *> saneamento, repontua o cliente do item: sem lacuna (ou
      *> fora da base ativa, ou com o telefone já trocado) o item
      *> sai da fila e volta com san-pontos zerado; com lacuna, o
      *> item é regravado com as lacunas que sobraram
      *> -----------------------------------------------------------
       entry 'saneamento-confere' using san-param, file-err-msg,
                   app-stat.
           move spaces to file-err-msg
           move san-param to saneamento-rec.
           read saneamento
               invalid key
                   move "item já retirado da fila" to file-err-msg
           end-read.
           if fsn-ok
               move spaces to file2-rec
               move san-fone to fs-fone
               read file2
                   invalid key
                       continue
               end-read
               if fs-ok and fs-ativo and
                  (san-codigo equal zeros or fs-codigo equal san-codigo)
                   perform pontua-saneamento
               else
                   move zeros to san-pontos
               end-if
               if san-pontos equal zeros
                   delete saneamento
                       invalid key
                           continue
                   end-delete
               else
                   if fs-codigo numeric
                       move fs-codigo to san-codigo
                   end-if
                   rewrite saneamento-rec
                       invalid key
                           continue
                   end-rewrite
               end-if
               if not fsn-ok
                   move "erro ao atualizar a fila de saneamento"
                       to file-err-msg
               end-if
           end-if.
           move fsn-stat to app-stat.
           move saneamento-rec to san-param.
           move spaces to file2-rec.
           goback.

      *> -----------------------------------------------------------
      *> consulta-situacao-documento - situação cadastral na receita
      *> do documento em sit-documento; documento ainda não
      *> verificado volta com status 23 e a mensagem
      *> -----------------------------------------------------------
       entry 'consulta-situacao-documento' using sit-param,
                   file-err-msg, app-stat.
           move spaces to file-err-msg
           move sit-param to situacao-rec.
           read situacao
               invalid key
                   move "documento não verificado" to file-err-msg
           end-read.
           if fsc-ok
               move situacao-rec to sit-param
           else
               if file-err-msg equal spaces
                   move "documento não verificado" to file-err-msg
               end-if
           end-if.
           move fsc-stat to app-stat.
           goback.

       entry 'finaliza-clientes-service'
           close file2
           close file1
           close operadores
           close travas
           close historico
           close ddds
           close filiais
           close contratos
           close ceps
           close documentos
           close contatos
           close pendencias
           close atendimentos
           close vinculos
           close saneamento
           close situacao
           close auditoria
           close acessos
           close jornal.
       goback.

      *> -----------------------------------------------------------
      *> controle de travas: travas-clientes.dat guarda quem está
      *> com cada registro aberto em edição, só para a mensagem
      *> "registro em uso" poder dizer o operador. a trava de uma
      *> sessão abortada fica órfã sem estrago: quem conseguir o
      *> travamento de verdade regrava a anotação.
      *> -----------------------------------------------------------
      *> -----------------------------------------------------------
      *> carimba-manutencao - data/hora da gravação que está para
      *> acontecer, em todo caminho que mexe no registro mestre; a
      *> exportação incremental corta por este carimbo.
      *> -----------------------------------------------------------
       carimba-manutencao.
           accept fs-data-manut from date yyyymmdd
           accept fs-hora-manut from time.

      *> -----------------------------------------------------------
      *> varre-documento - procura o documento de ws-doc-busca em
      *> outro telefone ATIVO (inativo não conta: é assim que o
      *> sobrevivente de uma unificação continua alterável depois
      *> que o duplicado inativado ficou com o mesmo documento).
      *> o chamador preenche ws-doc-busca/ws-doc-fone e recebe o
      *> veredito em doc-achado; a área file2-rec é varrida, então
      *> quem precisar do registro corrente guarda antes e repõe.
      *> -----------------------------------------------------------
       varre-documento.
           move "n" to ws-doc-achado
           move "n" to ws-doc-fim
           move low-values to file2-rec
           start file2 key is not less than fs-key
               invalid key
                   move "s" to ws-doc-fim
           end-start
           perform until doc-varrido
               read file2 next record
                   at end
                       move "s" to ws-doc-fim
               end-read
               if not doc-varrido and fs-ok
                   if fs-cpf equal ws-doc-busca and
                      fs-fone not equal ws-doc-fone and
                      not fs-inativo
                       move "s" to ws-doc-achado
                       move "s" to ws-doc-fim
                   end-if
              fs-cpf not equal zeros
               move fs-cpf  to doc-cpf
               move fs-fone to doc-fone
               move "I" to ws-jrn-operacao
               write documento-rec
               invalid key
                   move "A" to ws-jrn-operacao
                   rewrite documento-rec
                   invalid key
                       continue
                   end-rewrite
               end-write
               if fdo-ok
                   perform grava-jornal-documento
               end-if
           end-if.

       remove-indice-doc.
                   invalid key
                       continue
               end-delete
               if fdo-ok
                   move "E" to ws-jrn-operacao
                   perform grava-jornal-documento
               end-if
           end-if
           move zeros to ws-doc-indice.

      *> -----------------------------------------------------------
      *> destaca-doc-indice - apanha o documento da imagem anterior
      *> (posições 163-176 no layout do clireg) para remoção do
      *> índice; documento em branco vira zero (nada a remover)
      *> -----------------------------------------------------------
       destaca-doc-indice.
           if ws-imagem-antes(163:14) not equal spaces and
              ws-imagem-antes(163:14) numeric
               move ws-imagem-antes(163:14) to ws-doc-indice
           else
               move zeros to ws-doc-indice
           end-if.
      *> como nas gravações de espelho.
      *> -----------------------------------------------------------
       grava-historico.
           move ws-imagem-antes(1:11) to ws-hist-busca
           move ws-hist-busca to hist-fone
           move zeros to hist-seq
           move zeros to ws-hist-seq-ult
      *> -----------------------------------------------------------
       atribui-seq-contrato.
           move contrato-rec to ws-ctr-guarda
           move ws-ctr-guarda(1:11) to ws-ctr-busca
           move ws-ctr-busca to ctr-fone
           move zeros to ctr-seq
           move zeros to ws-ctr-seq-ult
                           continue
                   end-delete
                   move ws-ctr-guarda to contrato-rec
                   if fco-ok
                       move "E" to ws-jrn-operacao
                       perform grava-jornal-contrato
                   end-if
                   move fone-novo-param to ctr-fone
                   write contrato-rec
                   invalid key
                       continue
                   end-write
                   if fco-ok
                       move "I" to ws-jrn-operacao
                       perform grava-jornal-contrato
                   end-if
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> localiza-dono-contato - posiciona file2-rec no cliente dono
      *> do contato corrente (pelo código, com a varredura da busca
      *> por código); cliente não achado deixa o telefone zerado
      *> para a auditoria e a mensagem para o chamador. cliente de
      *> outra filial, ou não achado numa sessão de filial, sai com
      *> fs-stat 24 (recusa do confere-filial)
      *> -----------------------------------------------------------
       localiza-dono-contato.
           move "n" to ws-cont-dono
           move zeros to fs-stat
           if cont-codigo numeric and cont-codigo not equal zeros
               move cont-codigo to ws-cod-busca
               perform varre-codigo
               if cod-achado
                   move "s" to ws-cont-dono
               end-if
           end-if
           if not cont-dono-achado
               move "cliente não encontrado" to file-err-msg
               move spaces to file2-rec
               move zeros to fs-fone
               move zeros to fs-codigo
               if ws-aud-filial not equal spaces
                   move 24 to fs-stat
               end-if
           else
               perform confere-filial
               if fs-stat not equal 24 and fs-inativo
                   move "cliente inativo" to file-err-msg
               end-if
           end-if.

      *> -----------------------------------------------------------
      *> atribui-seq-contato - próxima sequência livre do código,
      *> com a mesma varredura do atribui-seq-contrato
      *> -----------------------------------------------------------
       atribui-seq-contato.
           move contato-rec to ws-cont-guarda
           move cont-codigo to ws-cont-busca
           move zeros to cont-seq
           move zeros to ws-cont-seq-ult
           move "n" to ws-cont-fim
           start contatos key is not less than cont-key
               invalid key
                   move "s" to ws-cont-fim
           end-start
           perform until cont-varrido
               read contatos next record
                   at end
                       move "s" to ws-cont-fim
               end-read
               if not cont-varrido and fcn-ok
                   if cont-codigo equal ws-cont-busca
                       move cont-seq to ws-cont-seq-ult
                   else
                       move "s" to ws-cont-fim
                   end-if
               end-if
               if not cont-varrido and not fcn-ok
                   move "s" to ws-cont-fim
               end-if
           end-perform
           move ws-cont-guarda to contato-rec
           compute cont-seq = ws-cont-seq-ult + 1.

      *> -----------------------------------------------------------
      *> desmarca-principal - o contato corrente acabou de ser
      *> gravado como principal: os demais do mesmo cliente perdem a
      *> marca. falha aqui não derruba a gravação principal.
      *> -----------------------------------------------------------
       desmarca-principal.
           move contato-rec to ws-cont-guarda
           move cont-codigo to ws-cont-busca
           move cont-seq to ws-cont-seq-atual
           move zeros to cont-seq
           move "n" to ws-cont-fim
           start contatos key is not less than cont-key
               invalid key
                   move "s" to ws-cont-fim
           end-start
           perform until cont-varrido
               read contatos next record
                   at end
                       move "s" to ws-cont-fim
               end-read
               if not cont-varrido and fcn-ok
                   if cont-codigo equal ws-cont-busca
                       if cont-e-principal and
                          cont-seq not equal ws-cont-seq-atual
                           set cont-nao-principal to true
                           rewrite contato-rec
                               invalid key
                                   continue
                           end-rewrite
                       end-if
                   else
                       move "s" to ws-cont-fim
                   end-if
               end-if
               if not cont-varrido and not fcn-ok
                   move "s" to ws-cont-fim
               end-if
           end-perform
           move ws-cont-guarda to contato-rec.

       monta-resumo-contato.
           move cont-cargo to ws-cr-cargo
           if cont-fone numeric
               move cont-fone to ws-cr-fone
           else
               move zeros to ws-cr-fone
           end-if
           move cont-email     to ws-cr-email
           move cont-principal to ws-cr-principal.

      *> -----------------------------------------------------------
      *> grava-auditoria-contato - linha de auditoria da manutenção
      *> de contato: telefone e código do cliente dono, nome do
      *> contato e o resumo (cargo, telefone, e-mail, principal) nos
      *> campos de nome/endereço antes e depois; na exclusão o
      *> "depois" sai em branco
      *> -----------------------------------------------------------
       grava-auditoria-contato.
           move spaces to auditoria-rec
           accept aud-data from date yyyymmdd
           accept aud-hora from time
           move ws-aud-operador   to aud-operador
           move ws-aud-operacao   to aud-operacao
           move fs-fone           to aud-fone
           move zeros             to aud-fone-novo
           move ws-aud-nome-antes to aud-nome-antes
           move ws-aud-end-antes  to aud-end-antes
           if cont-nome not equal spaces
               move cont-nome to aud-nome-depois
               perform monta-resumo-contato
               move ws-cont-resumo to aud-end-depois
           end-if
           if fs-codigo numeric
               move fs-codigo to aud-codigo
           else
               move zeros to aud-codigo
           end-if
           write auditoria-rec.

      *> -----------------------------------------------------------
      *> localiza-dono-atendimento - posiciona file2-rec no cliente
      *> do atendimento corrente pelo código; ao contrário dos
      *> contatos, o cliente inativo não impede o registro. a
      *> recusa de filial sai com fs-stat 24, como nos contatos
      *> -----------------------------------------------------------
       localiza-dono-atendimento.
           move "n" to ws-atd-dono
           move zeros to fs-stat
           if atd-codigo numeric and atd-codigo not equal zeros
               move atd-codigo to ws-cod-busca
               perform varre-codigo
               if cod-achado
                   move "s" to ws-atd-dono
               end-if
           end-if
           if not atd-dono-achado
               move "cliente não encontrado" to file-err-msg
               move spaces to file2-rec
               move zeros to fs-fone
               move zeros to fs-codigo
               if ws-aud-filial not equal spaces
                   move 24 to fs-stat
               end-if
           else
               perform confere-filial
           end-if.

      *> -----------------------------------------------------------
      *> atribui-seq-atendimento - próxima sequência livre do
      *> código, com a mesma varredura do atribui-seq-contato
      *> -----------------------------------------------------------
       atribui-seq-atendimento.
           move atendimento-rec to ws-atd-guarda
           move atd-codigo to ws-atd-busca
           move zeros to atd-seq
           move zeros to ws-atd-seq-ult
           move "n" to ws-atd-fim
           start atendimentos key is not less than atd-key
               invalid key
                   move "s" to ws-atd-fim
           end-start
           perform until atd-varrido
               read atendimentos next record
                   at end
                       move "s" to ws-atd-fim
               end-read
               if not atd-varrido and fat-ok
                   if atd-codigo equal ws-atd-busca
                       move atd-seq to ws-atd-seq-ult
                   else
                       move "s" to ws-atd-fim
                   end-if
               end-if
               if not atd-varrido and not fat-ok
                   move "s" to ws-atd-fim
               end-if
           end-perform
           move ws-atd-guarda to atendimento-rec
           compute atd-seq = ws-atd-seq-ult + 1.

       monta-resumo-atendimento.
           move atd-tipo     to ws-ar-tipo
           move atd-situacao to ws-ar-situacao
           if atd-retorno numeric
               move atd-retorno to ws-ar-retorno
           else
               move zeros to ws-ar-retorno
           end-if.

      *> -----------------------------------------------------------
      *> grava-auditoria-atendimento - linha de auditoria da
      *> manutenção de atendimento: telefone e código do cliente,
      *> o resumo (tipo, situação, retorno) no lugar do nome e o
      *> começo do texto no lugar do endereço, antes e depois
      *> -----------------------------------------------------------
       grava-auditoria-atendimento.
           move spaces to auditoria-rec
           accept aud-data from date yyyymmdd
           accept aud-hora from time
           move ws-aud-operador   to aud-operador
           move ws-aud-operacao   to aud-operacao
           move fs-fone           to aud-fone
           move zeros             to aud-fone-novo
           move ws-aud-nome-antes to aud-nome-antes
           move ws-aud-end-antes  to aud-end-antes
           perform monta-resumo-atendimento
           move ws-atd-resumo     to aud-nome-depois
           move atd-texto         to aud-end-depois
           if fs-codigo numeric
               move fs-codigo to aud-codigo
           else
               move zeros to aud-codigo
           end-if
           write auditoria-rec.

      *> -----------------------------------------------------------
      *> le-vinculo-proximo - próximo vínculo de ws-vinc-nav: pela
      *> chave primária enquanto for o titular; acabados esses,
      *> reposiciona pela chave alternativa e segue pelos vínculos
      *> em que ele é a pessoa vinculada
      *> -----------------------------------------------------------
       le-vinculo-proximo.
           move "n" to ws-vinc-achou
           if vinc-lado-titular
               read vinculos next record
                   at end
                       move 10 to fvi-stat
               end-read
               if fvi-ok and vinc-titular equal ws-vinc-nav
                   move "s" to ws-vinc-achou
               else
                   set vinc-lado-vinculado to true
                   move "s" to ws-vinc-pos
                   move ws-vinc-nav to vinc-vinculado
                   start vinculos key is equal to vinc-vinculado
                       invalid key
                           move "n" to ws-vinc-pos
                   end-start
               end-if
           end-if
           if not vinc-achado and vinc-lado-vinculado and
              vinc-posicionado
               read vinculos next record
                   at end
                       move 10 to fvi-stat
               end-read
               if fvi-ok and vinc-vinculado equal ws-vinc-nav
                   move "s" to ws-vinc-achou
               else
                   move "n" to ws-vinc-pos
               end-if
           end-if.

       conta-vinculos-titular.
           move "n" to ws-vinc-fim
           move ws-vinc-nav to vinc-titular
           move zeros to vinc-vinculado
           move low-values to vinc-tipo
           start vinculos key is not less than vinc-key
               invalid key
                   move "s" to ws-vinc-fim
           end-start
           perform until vinc-varrido
               read vinculos next record
                   at end
                       move "s" to ws-vinc-fim
               end-read
               if not vinc-varrido and fvi-ok
                   if vinc-titular equal ws-vinc-nav
                       add 1 to ws-vc-titular
                       if vinc-ver-ativos
                           move vinculo-rec to ws-vinc-guarda
                           move vinc-vinculado to ws-cod-busca
                           perform varre-codigo
                           if cod-achado and fs-ativo
                               add 1 to ws-vc-ativos
                           end-if
                           move ws-vinc-guarda to vinculo-rec
                       end-if
                   else
                       move "s" to ws-vinc-fim
                   end-if
               end-if
               if not vinc-varrido and not fvi-ok
                   move "s" to ws-vinc-fim
               end-if
           end-perform.

       conta-vinculos-vinculado.
           move "n" to ws-vinc-fim
           move ws-vinc-nav to vinc-vinculado
           start vinculos key is equal to vinc-vinculado
               invalid key
                   move "s" to ws-vinc-fim
           end-start
           perform until vinc-varrido
               read vinculos next record
                   at end
                       move "s" to ws-vinc-fim
               end-read
               if not vinc-varrido and fvi-ok
                   if vinc-vinculado equal ws-vinc-nav
                       add 1 to ws-vc-vinculado
                   else
                       move "s" to ws-vinc-fim
                   end-if
               end-if
               if not vinc-varrido and not fvi-ok
                   move "s" to ws-vinc-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> transfere-vinculos - na unificação, cada vínculo do
      *> duplicado (fs-codigo) é regravado com o código do
      *> sobrevivente; o que viraria vínculo do sobrevivente com
      *> ele mesmo, ou que o sobrevivente já tem, só é apagado. a
      *> varredura recomeça a cada registro movido, como no
      *> muda-fone-historico, porque a chave muda.
      *> -----------------------------------------------------------
       transfere-vinculos.
           move zeros to ws-vinc-dup
           if fs-codigo numeric
               move fs-codigo to ws-vinc-dup
           end-if
           if ws-vinc-dup not equal zeros and
              ws-vinc-sobrev not equal zeros and
              ws-vinc-dup not equal ws-vinc-sobrev
               move "n" to ws-vinc-fim
               perform until vinc-varrido
                   move ws-vinc-dup to vinc-titular
                   move zeros to vinc-vinculado
                   move low-values to vinc-tipo
                   start vinculos key is not less than vinc-key
                       invalid key
                           move "s" to ws-vinc-fim
                   end-start
                   if not vinc-varrido
                       read vinculos next record
                           at end
                               move "s" to ws-vinc-fim
                       end-read
                   end-if
                   if not vinc-varrido
                       if fvi-ok and vinc-titular equal ws-vinc-dup
                           perform move-vinculo-titular
                       else
                           move "s" to ws-vinc-fim
                       end-if
                   end-if
               end-perform
               move "n" to ws-vinc-fim
               perform until vinc-varrido
                   move ws-vinc-dup to vinc-vinculado
                   start vinculos key is equal to vinc-vinculado
                       invalid key
                           move "s" to ws-vinc-fim
                   end-start
                   if not vinc-varrido
                       read vinculos next record
                           at end
                               move "s" to ws-vinc-fim
                       end-read
                   end-if
                   if not vinc-varrido
                       if fvi-ok and vinc-vinculado equal ws-vinc-dup
                           perform move-vinculo-vinculado
                       else
                           move "s" to ws-vinc-fim
                       end-if
                   end-if
               end-perform
           end-if.

       move-vinculo-titular.
           move vinculo-rec to ws-vinc-guarda
           delete vinculos
               invalid key
                   move "s" to ws-vinc-fim
           end-delete
           move ws-vinc-guarda to vinculo-rec
           move ws-vinc-sobrev to vinc-titular
           if vinc-vinculado not equal ws-vinc-sobrev
               write vinculo-rec
                   invalid key
                       continue
               end-write
           end-if.

       move-vinculo-vinculado.
           move vinculo-rec to ws-vinc-guarda
           delete vinculos
               invalid key
                   move "s" to ws-vinc-fim
           end-delete
           move ws-vinc-guarda to vinculo-rec
           move ws-vinc-sobrev to vinc-vinculado
           if vinc-titular not equal ws-vinc-sobrev
               write vinculo-rec
                   invalid key
                       continue
               end-write
           end-if.

       monta-resumo-vinculo.
           move vinc-tipo      to ws-vr-tipo
           move vinc-titular   to ws-vr-titular
           move vinc-vinculado to ws-vr-vinculado.

      *> -----------------------------------------------------------
      *> grava-auditoria-vinculo - uma linha para cada ponta do
      *> vínculo (telefone e código do titular, depois os da
      *> pessoa vinculada), com o resumo no nome antes (exclusão)
      *> ou depois (inclusão)
      *> -----------------------------------------------------------
       grava-auditoria-vinculo.
           move spaces to auditoria-rec
           accept aud-data from date yyyymmdd
           accept aud-hora from time
           move ws-aud-operador   to aud-operador
           move ws-aud-operacao   to aud-operacao
           move ws-vinc-fone-tit  to aud-fone
           move zeros             to aud-fone-novo
           move ws-aud-nome-antes to aud-nome-antes
           move ws-vinc-depois    to aud-nome-depois
           move vinc-titular      to aud-codigo
           write auditoria-rec
           move ws-vinc-fone-vin  to aud-fone
           move vinc-vinculado    to aud-codigo
           write auditoria-rec.

       monta-msg-em-uso.
           move "registro em uso, tente novamente" to file-err-msg
           move file2-param(1:11) to trava-fone
           read travas
               invalid key
                   continue
               if ws-env-just numeric and ws-env-just not equal zeros
                   move ws-env-just to ws-validade-senha
               end-if
           end-if
           move spaces to ws-env-valor
           accept ws-env-valor from environment
               "CADASTRO_PRAZO_PENDENCIA"
               on exception
                   continue
           end-accept
           if ws-env-valor not equal spaces
               move function trim(ws-env-valor) to ws-env-just
               inspect ws-env-just replacing leading space by zero
               if ws-env-just numeric and ws-env-just not equal zeros
                   move ws-env-just to ws-prazo-pendencia
               end-if
           end-if.

      *> -----------------------------------------------------------
           else
               move oper-perfil to ws-aud-perfil
           end-if
      *> operador da filial do tipo matriz enxerga a base inteira,
      *> como o operador sem filial
           move oper-filial to ws-aud-filial
           if ws-aud-filial not equal spaces
               move oper-filial to fil-codigo
               read filiais
                   invalid key
                       continue
               end-read
               if ffi-ok and fil-matriz
                   move spaces to ws-aud-filial
               end-if
           end-if
           accept ws-hoje-oper from date yyyymmdd
           if oper-senha-data not numeric or
              oper-senha-data < 19000101 or
           end-if.

      *> -----------------------------------------------------------
      *> confere-perfil - recusa a entrada de manutenção quando a
      *> sessão tem perfil só-consulta; a tentativa fica registrada
      *> na auditoria, como pediu a revisão de acessos
      *> -----------------------------------------------------------
       confere-perfil.
           if sessao-so-consulta
               move "operador sem permissão para esta operação"
                   to file-err-msg
               perform grava-auditoria-recusa
           end-if.

      *> -----------------------------------------------------------
      *> apura-escopo - o cliente em file2-rec é visível para a
      *> sessão? (matriz vê todos; filial, só os seus)
      *> confere-filial - recusa a leitura ou gravação do cliente de
      *> outra filial do mesmo jeito que o confere-perfil: linha de
      *> recusa na auditoria, status 24, e o registro não volta ao
      *> chamador (só a chave)
      *> -----------------------------------------------------------
       apura-escopo.
           move "s" to ws-filial-visivel
           if ws-aud-filial not equal spaces and
              fs-filial not equal ws-aud-filial
               move "n" to ws-filial-visivel
           end-if.

       confere-filial.
           perform apura-escopo
           if not filial-visivel
               move "cliente de outra filial" to file-err-msg
               move fs-fone to ws-recusa-area
               perform grava-auditoria-recusa
               move spaces to file2-rec
               move ws-recusa-area to fs-key
               move 24 to fs-stat
           end-if.

      *> -----------------------------------------------------------
      *> confere-filial-fone - o confere-filial para as entradas que
      *> chegam só com o telefone (fs-fone): cliente achado passa
      *> pela conferência; não achado é recusado à filial (cliente
      *> já excluído fica com a matriz). recusa = fs-stat 24
      *> -----------------------------------------------------------
       confere-filial-fone.
           read file2
               invalid key
                   continue
           end-read
           if fs-ok
               perform confere-filial
           else
               if ws-aud-filial not equal spaces
                   move "cliente não encontrado" to file-err-msg
                   move 24 to fs-stat
               end-if
           end-if.

      *> -----------------------------------------------------------
      *> confere-filial-codigo - o mesmo pelo código (ws-cod-busca)
      *> para as consultas dos arquivos chaveados por código. a
      *> procura corre no espelho (file1), que nenhuma navegação
      *> usa: o aviso de atendimento em aberto é pedido no meio da
      *> navegação por nome e da listagem, e o cadastro (file2) tem
      *> que ficar onde está. a matriz vê todos e não procura
      *> -----------------------------------------------------------
       confere-filial-codigo.
           move zeros to fs-stat
           if ws-aud-filial not equal spaces
               move "n" to ws-cod-achado
               if ws-cod-busca numeric and ws-cod-busca not equal zeros
                   perform varre-codigo-espelho
               end-if
               if cod-achado
                   move file1-rec to file2-rec
                   perform confere-filial
               else
                   move "cliente não encontrado" to file-err-msg
                   move 24 to fs-stat
               end-if
           end-if.

       varre-codigo-espelho.
           move "n" to ws-cod-achado
           move "n" to ws-cod-fim
           move low-values to file1-rec
           start file1 key is not less than fs1-key
               invalid key
                   move "s" to ws-cod-fim
           end-start
           perform until cod-varrido
               read file1 next record
                   at end
                       move "s" to ws-cod-fim
               end-read
               if not cod-varrido and fs1-ok
                   if fs1-codigo numeric and
                      fs1-codigo equal ws-cod-busca
                       move "s" to ws-cod-achado
                       move "s" to ws-cod-fim
                   end-if
               end-if
               if not cod-varrido and not fs1-ok
                   move "s" to ws-cod-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> valida-filial-cliente - filial do cliente em maiúsculo; em
      *> branco vale matriz, preenchida precisa estar na tabela
      *> -----------------------------------------------------------
       valida-filial-cliente.
           inspect fs-filial converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if fs-filial not equal spaces
               move fs-filial to fil-codigo
               read filiais
                   invalid key
                       continue
               end-read
               if not ffi-ok
                   move "filial não cadastrada" to file-err-msg
               end-if
           end-if.

      *> -----------------------------------------------------------

      *> -----------------------------------------------------------
      *> grava-acesso-hist - leitura de uma versão do histórico; o
      *> código sai da imagem (posições 235-240 no layout do
      *> clireg), zero nas versões anteriores ao código
      *> -----------------------------------------------------------
       grava-acesso-hist.
           move ws-aud-operador to ace-operador
           move "histórico"     to ace-modo
           move hist-fone       to ace-fone
           if hist-imagem(235:6) numeric
               move hist-imagem(235:6) to ace-codigo
           else
               move zeros to ace-codigo
           end-if
           write acesso-rec.

      *> -----------------------------------------------------------
      *> confere-situacao-documento - contrato novo não entra para
      *> cliente (file2-rec) cujo documento a receita devolveu como
      *> suspenso, cancelado, baixado ou nulo; documento ainda não
      *> verificado não bloqueia
      *> -----------------------------------------------------------
       confere-situacao-documento.
           if fs-cpf numeric and fs-cpf not equal zeros
               move fs-cpf to sit-documento
               read situacao
                   invalid key
                       continue
               end-read
               if fsc-ok and sit-irregular
                   move "documento irregular na receita - contrato bloqueado"
                       to file-err-msg
               end-if
           end-if.

      *> -----------------------------------------------------------
      *> grava-jornal-* - imagem posterior de cada gravação em
      *> clientes (file2, que o espelho file1 repete), contratos e
      *> documentos no jornal-clientes.jrn, com data/hora, operador
      *> e ws-jrn-operacao (I, A ou E). o recupera-clientes reaplica
      *> o jornal sobre a última cópia do backup-clientes, então
      *> toda gravação bem-sucedida nesses três arquivos passa por
      *> aqui, inclusive as de índice e as de transferência.
      *> -----------------------------------------------------------
       grava-jornal-cliente.
           move spaces to jornal-rec
           set jrn-clientes to true
           move file2-rec to jrn-imagem
           perform grava-jornal.

       grava-jornal-contrato.
           move spaces to jornal-rec
           set jrn-contratos to true
           move contrato-rec to jrn-imagem
           perform grava-jornal.

       grava-jornal-documento.
           move spaces to jornal-rec
           set jrn-documentos to true
           move documento-rec to jrn-imagem
           perform grava-jornal.

       grava-jornal.
           accept jrn-data from date yyyymmdd
           accept jrn-hora from time
           move ws-aud-operador to jrn-operador
           move ws-jrn-operacao to jrn-operacao
           write jornal-rec.

      *> -----------------------------------------------------------
      *> grava-auditoria - registra quem mexeu em quê: data/hora,
      *> operador, operação, telefone e os valores de nome/endereço
           end-if
           write auditoria-rec.

      *> -----------------------------------------------------------
      *> confere-supervisor - as entradas de decisão das pendências
      *> são do perfil supervisor; a tentativa de outro perfil fica
      *> na auditoria como as demais recusas
      *> -----------------------------------------------------------
       confere-supervisor.
           if not sessao-supervisor
               move "operação restrita ao supervisor" to file-err-msg
               perform grava-auditoria-recusa
           end-if.

      *> -----------------------------------------------------------
      *> confere-liberacao - a entrada só aplica a operação direto
      *> quando o supervisor acabou de aprovar exatamente esta
      *> operação para este telefone (e o mesmo número novo); uma
      *> liberação que não casa é descartada
      *> -----------------------------------------------------------
       confere-liberacao.
           move "n" to ws-aplica
           if operacao-liberada
               if ws-lib-operacao  equal ws-pend-operacao and
                  ws-lib-fone      equal ws-recusa-area and
                  ws-lib-fone-novo equal ws-pend-fone-novo
                   move "s" to ws-aplica
               else
                   move "n" to ws-liberada
               end-if
           end-if.

      *> -----------------------------------------------------------
      *> registra-pendencia - guarda a operação pedida (cliente
      *> corrente em file2-rec) como solicitação pendente e devolve
      *> status 40 com o número dela na mensagem; a mesma operação
      *> já pendente para o mesmo cliente não é registrada de novo
      *> -----------------------------------------------------------
       registra-pendencia.
           perform atribui-numero-pendencia
           if ws-pend-existente not equal zeros
               string "solicitação " ws-pend-existente
                   " já aguarda aprovação do supervisor"
                   delimited by size into file-err-msg
               move 22 to fs-stat
           else
               move spaces to pendencia-rec
               compute pend-numero = ws-pend-ult + 1
               move ws-pend-operacao  to pend-operacao
               move fs-fone           to pend-fone
               move ws-pend-fone-novo to pend-fone-novo
               if fs-codigo numeric
                   move fs-codigo to pend-codigo
               else
                   move zeros to pend-codigo
               end-if
               move fs-nome           to pend-nome
               move ws-aud-operador   to pend-solicitante
               accept pend-data-sol from date yyyymmdd
               accept pend-hora-sol from time
               set pend-pendente to true
               move zeros to pend-data-dec
               move zeros to pend-hora-dec
               write pendencia-rec
                   invalid key
                       continue
               end-write
               if fpe-ok
                   string "solicitação " pend-numero
                       " registrada - aguarda aprovação do supervisor"
                       delimited by size into file-err-msg
                   move ws-aud-operador to ws-pend-autor
                   evaluate true
                       when pend-exclusao
                           move "solic exclus" to ws-aud-operacao
                       when pend-troca
                           move "solic troca"  to ws-aud-operacao
                       when other
                           move "solic unific" to ws-aud-operacao
                   end-evaluate
                   perform grava-auditoria-pendencia
                   move 40 to fs-stat
               else
                   move "erro ao registrar a solicitação"
                       to file-err-msg
                   move 30 to fs-stat
               end-if
           end-if.

      *> -----------------------------------------------------------
      *> atribui-numero-pendencia - varre as pendências apurando o
      *> maior número usado e se já há a mesma operação em aberto
      *> para o cliente corrente (o arquivo é pequeno: as decididas
      *> saem na limpeza do backup); a que passou do prazo é
      *> expirada aqui mesmo e não segura o pedido novo
      *> -----------------------------------------------------------
       atribui-numero-pendencia.
           move zeros to ws-pend-ult
           move zeros to ws-pend-existente
           move "n" to ws-pend-fim
           move zeros to pend-numero
           start pendencias key is not less than pend-key
               invalid key
                   move "s" to ws-pend-fim
           end-start
           perform until pend-varrido
               read pendencias next record
                   at end
                       move "s" to ws-pend-fim
               end-read
               if fpe-ok
                   move pend-numero to ws-pend-ult
                   if pend-pendente and
                      pend-operacao equal ws-pend-operacao and
                      pend-fone equal fs-fone
                       perform calcula-idade-pendencia
                       if ws-pend-dias > ws-prazo-pendencia
                           perform expira-pendencia
                       else
                           move pend-numero to ws-pend-existente
                       end-if
                   end-if
               else
                   move "s" to ws-pend-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> conclui-pendencia - depois de a entrada aplicar a operação
      *> liberada, fecha a solicitação como aprovada ou, se o
      *> serviço recusou na hora de aplicar, como falha com a
      *> mensagem; a linha de auditoria leva aprovador e solicitante
      *> -----------------------------------------------------------
       conclui-pendencia.
           move ws-lib-numero to pend-numero
           read pendencias
               invalid key
                   continue
           end-read
           if fpe-ok
               if file-err-msg equal spaces
                   set pend-aprovada to true
                   move "aprova pend"  to ws-aud-operacao
               else
                   set pend-falhou to true
                   move file-err-msg   to pend-mensagem
                   move "aprova falha" to ws-aud-operacao
               end-if
               move ws-aud-operador to pend-aprovador
               accept pend-data-dec from date yyyymmdd
               accept pend-hora-dec from time
               rewrite pendencia-rec
                   invalid key
                       continue
               end-rewrite
               move ws-aud-operador to ws-pend-autor
               perform grava-auditoria-pendencia
           end-if
           move "n" to ws-liberada
           move "n" to ws-aplica.

      *> -----------------------------------------------------------
      *> expira-pendencias - toda solicitação em aberto há mais dias
      *> que o prazo é fechada como expirada, pelo pseudo-operador
      *> "*prazo"; roda na abertura da tela de aprovação
      *> -----------------------------------------------------------
       expira-pendencias.
           move "n" to ws-pend-fim
           move zeros to pend-numero
           start pendencias key is not less than pend-key
               invalid key
                   move "s" to ws-pend-fim
           end-start
           perform until pend-varrido
               read pendencias next record
                   at end
                       move "s" to ws-pend-fim
               end-read
               if fpe-ok
                   if pend-pendente
                       perform calcula-idade-pendencia
                       if ws-pend-dias > ws-prazo-pendencia
                           perform expira-pendencia
                       end-if
                   end-if
               else
                   move "s" to ws-pend-fim
               end-if
           end-perform.

       expira-pendencia.
           set pend-expirada to true
           move "*prazo" to pend-aprovador
           accept pend-data-dec from date yyyymmdd
           accept pend-hora-dec from time
           move "expirada sem decisão no prazo" to pend-mensagem
           rewrite pendencia-rec
               invalid key
                   continue
           end-rewrite
           move "*prazo"      to ws-pend-autor
           move "expira pend" to ws-aud-operacao
           perform grava-auditoria-pendencia.

      *> idade em dias corridos da solicitação corrente
       calcula-idade-pendencia.
           accept ws-pend-hoje from date yyyymmdd
           if pend-data-sol numeric and pend-data-sol > 19000101
               compute ws-pend-dias =
                   function integer-of-date(ws-pend-hoje)
                   - function integer-of-date(pend-data-sol)
           else
               move zeros to ws-pend-dias
           end-if.

      *> -----------------------------------------------------------
      *> le-pendencia-proxima / le-pendencia-anterior - a partir da
      *> posição corrente, a primeira solicitação ainda em aberto;
      *> sai com fpe-stat diferente de zero se não houver
      *> -----------------------------------------------------------
       le-pendencia-proxima.
           move "n" to ws-pend-fim
           perform until pend-varrido
               read pendencias next record
                   at end
                       move "s" to ws-pend-fim
               end-read
               if not fpe-ok or pend-pendente
                   move "s" to ws-pend-fim
               end-if
           end-perform.

       le-pendencia-anterior.
           move "n" to ws-pend-fim
           perform until pend-varrido
               read pendencias previous record
                   at end
                       move "s" to ws-pend-fim
               end-read
               if not fpe-ok or pend-pendente
                   move "s" to ws-pend-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> le-saneamento-proximo - a partir da posição corrente, o
      *> primeiro item da fila visível para a sessão; sai com
      *> fsn-stat diferente de zero se não houver
      *> -----------------------------------------------------------
       le-saneamento-proximo.
           move "n" to ws-san-fim
           perform until san-varrido
               read saneamento next record
                   at end
                       move "s" to ws-san-fim
               end-read
               if not fsn-ok or ws-aud-filial equal spaces or
                  san-filial equal ws-aud-filial
                   move "s" to ws-san-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> pontua-saneamento - lacunas do cadastro em file2-rec e a
      *> pontuação delas, nos mesmos critérios e pesos do
      *> saneamento-clientes que gerou a fila
      *> -----------------------------------------------------------
       pontua-saneamento.
           move zeros to san-pontos
           move "NNNN" to san-lacunas
           if fs-cpf not numeric or fs-cpf equal zeros
               set san-sem-documento to true
               add 4 to san-pontos
           end-if
           if fs-bairro equal spaces and fs-cidade equal spaces and
              fs-uf equal spaces and
              (fs-cep not numeric or fs-cep equal zeros)
               set san-endereco-antigo to true
               add 3 to san-pontos
           end-if
           if fs-email-devolvido
               set san-email-devolvido to true
               add 2 to san-pontos
           end-if
           if fs-codigo not numeric or fs-codigo equal zeros
               set san-sem-codigo to true
               add 1 to san-pontos
           end-if.

      *> -----------------------------------------------------------
      *> grava-auditoria-pendencia - linha de auditoria da vida da
      *> solicitação: o autor (solicitante, aprovador ou "*prazo")
      *> é o operador da linha e o número da pendência com o
      *> solicitante vai no nome-depois, para as duas pontas do
      *> controle duplo ficarem no mesmo log
      *> -----------------------------------------------------------
       grava-auditoria-pendencia.
           move spaces to auditoria-rec
           accept aud-data from date yyyymmdd
           accept aud-hora from time
           move ws-pend-autor   to aud-operador
           move ws-aud-operacao to aud-operacao
           move pend-fone       to aud-fone
           move pend-fone-novo  to aud-fone-novo
           move pend-nome       to aud-nome-antes
           string "pendência " pend-numero
               " solicitante " pend-solicitante
               delimited by size into aud-nome-depois
           move pend-mensagem   to aud-end-depois
           move pend-codigo     to aud-codigo
           write auditoria-rec.

      *> -----------------------------------------------------------
      *> anonimiza-registro - sobrescreve os dados pessoais do
      *> registro corrente (file2-rec): nome fixo, endereço em
      *> branco (só a uf fica, para as estatísticas e a cobrança
      *> já emitida), documento e cep zerados, e-mail em branco
      *> -----------------------------------------------------------
       anonimiza-registro.
           move fs-uf to ws-anon-uf
           move "cliente anonimizado" to fs-nome
           move spaces to fs-endereco
           move ws-anon-uf to fs-uf
           move zeros to fs-cep
           move zeros to fs-cpf
           move spaces to fs-email
           move space to fs-email-sit.

      *> -----------------------------------------------------------
      *> anonimiza-historico - toda versão do cliente (código na
      *> imagem, posições 235-240; nas versões anteriores ao código,
      *> o telefone atual) tem a imagem anonimizada no lugar
      *> -----------------------------------------------------------
       anonimiza-historico.
           move file2-rec to ws-anon-guarda
           move "n" to ws-anon-fim
           move low-values to hist-rec
           start historico key is not less than hist-key
               invalid key
                   move "s" to ws-anon-fim
           end-start
           perform until anon-varrido
               read historico next record
                   at end
                       move "s" to ws-anon-fim
               end-read
               if not anon-varrido and fh-ok
                   if (hist-imagem(235:6) numeric and
                       hist-imagem(235:6) equal ws-anon-codigo) or
                      ((hist-imagem(235:6) not numeric or
                        hist-imagem(235:6) equal zeros) and
                       hist-fone equal ws-anon-fone)
                       move hist-imagem to file2-rec
                       perform anonimiza-registro
                       move file2-rec to hist-imagem
                       rewrite hist-rec
                           invalid key
                               continue
                       end-rewrite
                       if fh-ok
                           add 1 to ws-anon-qtd-hist
                       end-if
                   end-if
               end-if
               if not anon-varrido and not fh-ok
                   move "s" to ws-anon-fim
               end-if
           end-perform
           move ws-anon-guarda to file2-rec.

      *> -----------------------------------------------------------
      *> anonimiza-documentos - o índice só guarda documento e
      *> telefone: as entradas que apontam para o cliente saem
      *> -----------------------------------------------------------
       anonimiza-documentos.
           move "n" to ws-anon-fim
           move low-values to documento-rec
           start documentos key is not less than doc-key
               invalid key
                   move "s" to ws-anon-fim
           end-start
           perform until anon-varrido
               read documentos next record
                   at end
                       move "s" to ws-anon-fim
               end-read
               if not anon-varrido and fdo-ok
                   if doc-fone equal ws-anon-fone
                       delete documentos
                           invalid key
                               continue
                       end-delete
                       if fdo-ok
                           add 1 to ws-anon-qtd-doc
                           move "E" to ws-jrn-operacao
                           perform grava-jornal-documento
                       end-if
                   end-if
               end-if
               if not anon-varrido and not fdo-ok
                   move "s" to ws-anon-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> anonimiza-situacao - a situação na receita tem o documento
      *> por chave e guarda telefone e código do dono: sai o
      *> registro do documento de antes da anonimização e qualquer
      *> outro que aponte para o código (documento trocado depois
      *> da consulta)
      *> -----------------------------------------------------------
       anonimiza-situacao.
           move "n" to ws-anon-fim
           move low-values to situacao-rec
           start situacao key is not less than sit-key
               invalid key
                   move "s" to ws-anon-fim
           end-start
           perform until anon-varrido
               read situacao next record
                   at end
                       move "s" to ws-anon-fim
               end-read
               if not anon-varrido and fsc-ok
                   if (ws-anon-cpf not equal zeros and
                       sit-documento equal ws-anon-cpf) or
                      sit-codigo equal ws-anon-codigo
                       delete situacao
                           invalid key
                               continue
                       end-delete
                       if fsc-ok
                           add 1 to ws-anon-qtd-sit
                       end-if
                   end-if
               end-if
               if not anon-varrido and not fsc-ok
                   move "s" to ws-anon-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> anonimiza-saneamento - o item da fila copia nome e telefone
      *> do cliente: sai pelo código ou, nos itens anteriores ao
      *> código, pelo telefone
      *> -----------------------------------------------------------
       anonimiza-saneamento.
           move "n" to ws-anon-fim
           move zeros to san-seq
           start saneamento key is not less than san-key
               invalid key
                   move "s" to ws-anon-fim
           end-start
           perform until anon-varrido
               read saneamento next record
                   at end
                       move "s" to ws-anon-fim
               end-read
               if not anon-varrido and fsn-ok
                   if san-codigo equal ws-anon-codigo or
                      san-fone equal ws-anon-fone
                       delete saneamento
                           invalid key
                               continue
                       end-delete
                       if fsn-ok
                           add 1 to ws-anon-qtd-san
                       end-if
                   end-if
               end-if
               if not anon-varrido and not fsn-ok
                   move "s" to ws-anon-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> anonimiza-contatos - as pessoas de contato do cliente
      *> também são dados pessoais: nome fixo, cargo, telefone e
      *> e-mail apagados (o registro fica, com a sequência)
      *> -----------------------------------------------------------
       anonimiza-contatos.
           move "n" to ws-anon-fim
           move ws-anon-codigo to cont-codigo
           move zeros to cont-seq
           start contatos key is not less than cont-key
               invalid key
                   move "s" to ws-anon-fim
           end-start
           perform until anon-varrido
               read contatos next record
                   at end
                       move "s" to ws-anon-fim
               end-read
               if not anon-varrido and fcn-ok
                   if cont-codigo equal ws-anon-codigo
                       move "contato anonimizado" to cont-nome
                       move spaces to cont-cargo
                       move zeros  to cont-fone
                       move spaces to cont-email
                       rewrite contato-rec
                           invalid key
                               continue
                       end-rewrite
                       if fcn-ok
                           add 1 to ws-anon-qtd-cont
                       end-if
                   else
                       move "s" to ws-anon-fim
                   end-if
               end-if
               if not anon-varrido and not fcn-ok
                   move "s" to ws-anon-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> anonimiza-pendencias - o nome copiado na solicitação
      *> -----------------------------------------------------------
       anonimiza-pendencias.
           move "n" to ws-anon-fim
           move zeros to pend-numero
           start pendencias key is not less than pend-key
               invalid key
                   move "s" to ws-anon-fim
           end-start
           perform until anon-varrido
               read pendencias next record
                   at end
                       move "s" to ws-anon-fim
               end-read
               if not anon-varrido and fpe-ok
                   if pend-codigo equal ws-anon-codigo or
                      pend-fone equal ws-anon-fone
                       move "cliente anonimizado" to pend-nome
                       rewrite pendencia-rec
                           invalid key
                               continue
                       end-rewrite
                       if fpe-ok
                           add 1 to ws-anon-qtd-pend
                       end-if
                   end-if
               end-if
               if not anon-varrido and not fpe-ok
                   move "s" to ws-anon-fim
               end-if
           end-perform.

      *> -----------------------------------------------------------
      *> anonimiza-atendimentos - o texto do atendimento costuma
      *> trazer nome, endereço e documento ditos pelo cliente: vai
      *> em branco; tipo, datas e situação ficam
      *> -----------------------------------------------------------
       anonimiza-atendimentos.
           move "n" to ws-anon-fim
           move ws-anon-codigo to atd-codigo
           move zeros to atd-seq
           start atendimentos key is not less than atd-key
               invalid key
                   move "s" to ws-anon-fim
           end-start
           perform until anon-varrido
               read atendimentos next record
                   at end
                       move "s" to ws-anon-fim
               end-read
               if not anon-varrido and fat-ok
                   if atd-codigo equal ws-anon-codigo
                       move "atendimento anonimizado" to atd-texto
                       rewrite atendimento-rec
                           invalid key
                               continue
                       end-rewrite
                       if fat-ok
                           add 1 to ws-anon-qtd-atd
                       end-if
                   else
                       move "s" to ws-anon-fim
                   end-if
               end-if
               if not anon-varrido and not fat-ok
                   move "s" to ws-anon-fim
               end-if
           end-perform.

       end program cliente-service.

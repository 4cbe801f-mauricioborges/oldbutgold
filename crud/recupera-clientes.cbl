          >>source format free
       identification division.
       program-id. recupera-clientes.
       environment division.

       configuration section.
      *> valores saem com vírgula decimal (padrão da casa)
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
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
           select contratos assign to disk
               organization is indexed
               access mode is dynamic
               file status is fco-stat
               record key is ctr-key.
           select documentos assign to disk
               organization is indexed
               access mode is dynamic
               file status is fdo-stat
               record key is doc-key.
           select bkp assign to disk
               organization is line sequential
               file status is fb-stat.
           select jornal assign to disk
               organization is line sequential
               file status is fj-stat.
           select relatorio assign to disk
               organization is line sequential
               file status is fr-stat.

       data division.
       file section.
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

       fd contratos value of file-id is "contratos-clientes.dat".
       copy ctrreg.

       fd documentos value of file-id is "documentos-clientes.dat".
       copy docreg.

      *> as cópias do backup-clientes: "CTL|data|hora|arquivo", os
      *> registros na íntegra e o rodapé "FIM|contagem"
       fd bkp value of file-id is ws-bkp-nome.
       01 bkp-rec pic x(300).

       fd jornal value of file-id is "jornal-clientes.jrn".
       copy jrnreg.

       fd relatorio value of file-id is "recupera-clientes.lst".
       01 relatorio-rec pic x(100).

       working-storage section.
       77 fs-stat pic 9(02).
           88 fs-ok  value zeros.
           88 fs-fim value 10.
       77 fs1-stat pic 9(02).
           88 fs1-ok  value zeros.
           88 fs1-fim value 10.
       77 fco-stat pic 9(02).
           88 fco-ok  value zeros.
           88 fco-fim value 10.
       77 fdo-stat pic 9(02).
           88 fdo-ok  value zeros.
           88 fdo-fim value 10.
       77 fb-stat pic 9(02).
           88 fb-ok         value zeros.
           88 fb-fim        value 10.
           88 fb-nao-existe value 35.
       77 fj-stat pic 9(02).
           88 fj-ok         value zeros.
           88 fj-fim        value 10.
           88 fj-nao-existe value 35.
       77 fr-stat pic 9(02).

      *> linha de comando: [aaaammdd [hhmmss]] - o momento até o
      *> qual o jornal é reaplicado; sem hora vale o dia inteiro,
      *> sem nada vale o jornal inteiro
       77 ws-param  pic x(40).
       77 ws-p-data pic x(08).
       77 ws-p-hora pic x(06).
       01 ws-limite.
           05 ws-lim-data pic 9(08).
           05 ws-lim-hora pic 9(08).
       01 ws-momento.
           05 ws-mom-data pic 9(08).
           05 ws-mom-hora pic 9(08).

      *> os quatro arquivos recuperados, na ordem da tabela de
      *> controle: a imagem de clientes do jornal vale para os dois
      *> primeiros
       77 ws-alvo pic 9(01).
           88 alvo-clientes2  value 1.
           88 alvo-clientes1  value 2.
           88 alvo-contratos  value 3.
           88 alvo-documentos value 4.
       77 ws-bkp-nome pic x(30).

       01 ws-controle.
           05 ws-ctl occurs 4 times.
               10 ws-c-nome     pic x(12).
               10 ws-c-arquivo  pic x(30).
               10 ws-c-bkp      pic x(30).
      *> data/hora do cabeçalho da cópia: o que o jornal tem até
      *> esse momento já está dentro dela
               10 ws-c-desde.
                   15 ws-c-desde-data pic 9(08).
                   15 ws-c-desde-hora pic 9(08).
               10 ws-c-rodape   pic 9(07).
               10 ws-c-copia    pic 9(07).
               10 ws-c-erros    pic 9(07).
               10 ws-c-antes    pic 9(07).
               10 ws-c-incl     pic 9(07).
               10 ws-c-alt      pic 9(07).
               10 ws-c-excl     pic 9(07).
               10 ws-c-rej      pic 9(07).
               10 ws-c-esperado pic s9(08).
               10 ws-c-final    pic 9(07).
               10 ws-c-ativos   pic 9(07).
               10 ws-c-soma     pic 9(18).
               10 ws-c-sit      pic x(10).

       77 ws-grava-stat pic 9(02).
       77 ws-fone-num   pic 9(11).
       77 ws-falhou pic x value "n".
           88 e-falhou value "s".
       77 ws-fim-bkp pic x.
           88 bkp-varrido value "s".

      *> leitura com uma linha de avanço, como no restaura-clientes:
      *> a última linha da cópia é o rodapé
       01 ws-linha-atual pic x(300).
       77 ws-cab-rotulo pic x(04).
       77 ws-cab-data   pic x(08).
       77 ws-cab-hora   pic x(08).
       77 ws-cab-arq    pic x(30).
       77 ws-fim-rotulo pic x(04).
       77 ws-fim-cont   pic x(07).

       77 ws-jrn-lidas      pic 9(07) value zeros.
       77 ws-jrn-posteriores pic 9(07) value zeros.
       77 ws-jrn-invalidas  pic 9(07) value zeros.
       77 ws-ult-data     pic 9(08) value zeros.
       77 ws-ult-hora     pic 9(08) value zeros.
       77 ws-ult-operador pic x(06) value spaces.

       77 ws-ctr-abertos   pic 9(07) value zeros.
       77 ws-ctr-valor-tot pic 9(11)v99 value zeros.

       77 ws-hoje pic 9(08).

       01 ws-titulo.
           05 filler pic x(49)
              value "recuperação de clientes pela cópia e jornal - ".
           05 ws-ti-data pic 9(08).

       01 ws-linha-limite.
           05 filler      pic x(26) value "limite da reaplicação: ".
           05 ws-ll-texto pic x(40).

       01 ws-cab-colunas.
           05 filler pic x(12) value "arquivo".
           05 filler pic x(09) value "cópia".
           05 filler pic x(09) value "anterior".
           05 filler pic x(09) value "incl.".
           05 filler pic x(09) value "alter.".
           05 filler pic x(09) value "excl.".
           05 filler pic x(09) value "rejeit.".
           05 filler pic x(09) value "esperado".
           05 filler pic x(09) value "final".
           05 filler pic x(10) value "situação".

       01 ws-linha-tot.
           05 ws-t-nome   pic x(12).
           05 ws-t-copia  pic zzzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-t-antes  pic zzzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-t-incl   pic zzzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-t-alt    pic zzzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-t-excl   pic zzzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-t-rej    pic zzzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-t-esp    pic -zzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-t-final  pic zzzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-t-sit    pic x(10).

       01 ws-cab-espelho.
           05 filler pic x(30) value "espelho dos clientes".
           05 filler pic x(20) value "clientes2.dat".
           05 filler pic x(20) value "clientes.dat".

       01 ws-linha-espelho.
           05 ws-e-rotulo pic x(30).
           05 ws-e-cli2   pic z(17)9.
           05 filler      pic x(02) value spaces.
           05 ws-e-cli1   pic z(17)9.
           05 filler      pic x(02) value spaces.
           05 ws-e-sit    pic x(10).

       01 ws-linha-valor.
           05 ws-v-rotulo pic x(30).
           05 ws-v-qtd    pic zzzzzz9.
           05 filler      pic x(02) value spaces.
           05 ws-v-valor  pic zz.zzz.zzz.zz9,99.

       01 ws-linha-jornal.
           05 ws-j-rotulo pic x(40).
           05 ws-j-qtd    pic zzzzzz9.

       01 ws-linha-ultima.
           05 filler      pic x(26) value "última entrada aplicada: ".
           05 ws-u-data   pic 9(08).
           05 filler      pic x(01) value space.
           05 ws-u-hora   pic 9(08).
           05 filler      pic x(12) value " operador ".
           05 ws-u-oper   pic x(06).

       procedure division.
       inicio.
           accept ws-hoje from date yyyymmdd
           accept ws-param from command-line
           perform le-parametros
           perform prepara-controle
           perform confere-copias
           open output relatorio
           perform imprime-cabecalho
           if e-falhou
               move "cópias ausentes ou inválidas - nada restaurado"
                   to relatorio-rec
               write relatorio-rec
               close relatorio
               display "recupera-clientes: cópias ausentes ou "
                   "inválidas - nada restaurado"
               move 8 to return-code
               stop run
           end-if
           perform varying ws-alvo from 1 by 1 until ws-alvo > 4
               perform restaura-copia
           end-perform
           perform reaplica-jornal
           perform varying ws-alvo from 1 by 1 until ws-alvo > 4
               perform apura-arquivo
           end-perform
           perform imprime-totais
           close relatorio
           if e-falhou
               display "recupera-clientes: DIVERGÊNCIA nos totais de "
                   "controle - ver recupera-clientes.lst"
               move 8 to return-code
           else
               display "recupera-clientes: jornal reaplicado até "
                   ws-ult-data " " ws-ult-hora
                   " - totais de controle conferem"
           end-if
           stop run.

      *> -----------------------------------
       le-parametros.
           move spaces to ws-p-data
           move spaces to ws-p-hora
           unstring ws-param delimited by all spaces
               into ws-p-data, ws-p-hora
           end-unstring
           if ws-p-data equal spaces
               move 99999999 to ws-lim-data
               move 99999999 to ws-lim-hora
           else
               if ws-p-data not numeric or
                  (ws-p-hora not equal spaces and
                   ws-p-hora not numeric)
                   display "recupera-clientes: uso - "
                       "recupera-clientes [aaaammdd [hhmmss]]"
                   move 8 to return-code
                   stop run
               end-if
               move ws-p-data to ws-lim-data
               if ws-p-hora equal spaces
                   move 23595999 to ws-lim-hora
               else
                   move ws-p-hora to ws-lim-hora(1:6)
                   move 99 to ws-lim-hora(7:2)
               end-if
           end-if.

       prepara-controle.
           initialize ws-controle
           move "clientes2"  to ws-c-nome(1)
           move "clientes2.dat" to ws-c-arquivo(1)
           move "clientes2.bkp" to ws-c-bkp(1)
           move "clientes"   to ws-c-nome(2)
           move "clientes.dat" to ws-c-arquivo(2)
           move "clientes.bkp" to ws-c-bkp(2)
           move "contratos"  to ws-c-nome(3)
           move "contratos-clientes.dat" to ws-c-arquivo(3)
           move "contratos-clientes.bkp" to ws-c-bkp(3)
           move "documentos" to ws-c-nome(4)
           move "documentos-clientes.dat" to ws-c-arquivo(4)
           move "documentos-clientes.bkp" to ws-c-bkp(4).

      *> -----------------------------------
      *> todas as cópias são conferidas antes de o primeiro
      *> indexado ser recriado: com uma cópia faltando ou de outro
      *> arquivo, ou um limite anterior a ela, a base fica como está
       confere-copias.
           perform varying ws-alvo from 1 by 1 until ws-alvo > 4
               perform confere-copia
           end-perform.

       confere-copia.
           move ws-c-bkp(ws-alvo) to ws-bkp-nome
           open input bkp
           if fb-nao-existe
               display "recupera-clientes: " function trim(ws-bkp-nome)
                   " não encontrado"
               set e-falhou to true
           else
               perform le-cabecalho
               if ws-cab-rotulo not equal "CTL" or
                  ws-cab-arq not equal ws-c-arquivo(ws-alvo) or
                  ws-cab-data not numeric or ws-cab-hora not numeric
                   display "recupera-clientes: "
                       function trim(ws-bkp-nome)
                       " sem cabeçalho de controle válido"
                   set e-falhou to true
               else
                   move ws-cab-data to ws-c-desde-data(ws-alvo)
                   move ws-cab-hora to ws-c-desde-hora(ws-alvo)
                   if ws-limite < ws-c-desde(ws-alvo)
                       display "recupera-clientes: limite anterior à "
                           "cópia de " function trim(ws-bkp-nome)
                           " (" ws-cab-data " " ws-cab-hora ")"
                       set e-falhou to true
                   end-if
               end-if
               close bkp
           end-if.

       le-cabecalho.
           move spaces to ws-cab-rotulo
           move spaces to ws-cab-data
           move spaces to ws-cab-hora
           move spaces to ws-cab-arq
           read bkp
               at end
                   continue
           end-read
           if fb-ok
               unstring bkp-rec delimited by "|"
                   into ws-cab-rotulo, ws-cab-data, ws-cab-hora,
                        ws-cab-arq
               end-unstring
           end-if.

      *> -----------------------------------
      *> recria o indexado com a cópia, conferindo o rodapé
       restaura-copia.
           move ws-c-bkp(ws-alvo) to ws-bkp-nome
           open input bkp
           perform le-cabecalho
           evaluate true
               when alvo-clientes2
                   open output file2
               when alvo-clientes1
                   open output file1
               when alvo-contratos
                   open output contratos
               when alvo-documentos
                   open output documentos
           end-evaluate
           move "n" to ws-fim-bkp
           move 9999999 to ws-c-rodape(ws-alvo)
           read bkp
               at end
                   move "s" to ws-fim-bkp
           end-read
           move bkp-rec to ws-linha-atual
           perform until bkp-varrido
               read bkp
                   at end
                       move "s" to ws-fim-bkp
               end-read
               if bkp-varrido
                   perform confere-rodape
               else
                   perform carrega-registro
                   move bkp-rec to ws-linha-atual
               end-if
           end-perform
           close bkp
           evaluate true
               when alvo-clientes2
                   close file2
               when alvo-clientes1
                   close file1
               when alvo-contratos
                   close contratos
               when alvo-documentos
                   close documentos
           end-evaluate.

       confere-rodape.
           move spaces to ws-fim-rotulo
           move spaces to ws-fim-cont
           unstring ws-linha-atual delimited by "|"
               into ws-fim-rotulo, ws-fim-cont
           end-unstring
           if ws-fim-rotulo equal "FIM" and ws-fim-cont numeric
               move ws-fim-cont to ws-c-rodape(ws-alvo)
           end-if.

       carrega-registro.
           evaluate true
               when alvo-clientes2
                   move ws-linha-atual(1:244) to file2-rec
                   write file2-rec
                   invalid key
                       continue
                   end-write
                   move fs-stat to ws-grava-stat
               when alvo-clientes1
                   move ws-linha-atual(1:244) to file1-rec
                   write file1-rec
                   invalid key
                       continue
                   end-write
                   move fs1-stat to ws-grava-stat
               when alvo-contratos
                   move ws-linha-atual(1:87) to contrato-rec
                   write contrato-rec
                   invalid key
                       continue
                   end-write
                   move fco-stat to ws-grava-stat
               when alvo-documentos
                   move ws-linha-atual(1:28) to documento-rec
                   write documento-rec
                   invalid key
                       continue
                   end-write
                   move fdo-stat to ws-grava-stat
           end-evaluate
      *> 02 é só o nome repetido na chave alternativa
           if ws-grava-stat equal 02
               move zeros to ws-grava-stat
           end-if
           if ws-grava-stat equal zeros
               add 1 to ws-c-copia(ws-alvo)
           else
               add 1 to ws-c-erros(ws-alvo)
           end-if.

      *> -----------------------------------
      *> reaplica o jornal na ordem em que foi gravado: cada entrada
      *> vale para o arquivo dela se for posterior à cópia desse
      *> arquivo e não passar do limite. inclusão e alteração
      *> gravam a imagem (ou regravam, se a chave já existe),
      *> exclusão tira a chave. as entradas depois do limite ficam
      *> no jornal; antes de reabrir o cadastro, o jornal deve ser
      *> guardado com outro nome para não serem reaplicadas numa
      *> próxima recuperação.
       reaplica-jornal.
           open i-o file2
           open i-o file1
           open i-o contratos
           open i-o documentos
           open input jornal
           if fj-nao-existe
               move "jornal-clientes.jrn não encontrado - só as cópias"
                   to relatorio-rec
               write relatorio-rec
           else
               perform until fj-fim
                   read jornal
                       at end
                           set fj-fim to true
                   end-read
                   if fj-ok
                       perform aplica-entrada
                   end-if
                   if not fj-fim and not fj-ok
                       set fj-fim to true
                   end-if
               end-perform
               close jornal
           end-if
           close file2
           close file1
           close contratos
           close documentos.

       aplica-entrada.
           add 1 to ws-jrn-lidas
           if jrn-data not numeric or jrn-hora not numeric
               add 1 to ws-jrn-invalidas
           else
               move jrn-data to ws-mom-data
               move jrn-hora to ws-mom-hora
               if ws-momento > ws-limite
                   add 1 to ws-jrn-posteriores
               else
                   evaluate true
                       when jrn-clientes
                           move 1 to ws-alvo
                           perform aplica-imagem
                           move 2 to ws-alvo
                           perform aplica-imagem
                       when jrn-contratos
                           move 3 to ws-alvo
                           perform aplica-imagem
                       when jrn-documentos
                           move 4 to ws-alvo
                           perform aplica-imagem
                       when other
                           add 1 to ws-jrn-invalidas
                   end-evaluate
               end-if
           end-if.

       aplica-imagem.
           if ws-momento not > ws-c-desde(ws-alvo)
               add 1 to ws-c-antes(ws-alvo)
           else
               evaluate true
                   when jrn-inclusao
                       add 1 to ws-c-incl(ws-alvo)
                   when jrn-alteracao
                       add 1 to ws-c-alt(ws-alvo)
                   when jrn-exclusao
                       add 1 to ws-c-excl(ws-alvo)
               end-evaluate
               if jrn-inclusao or jrn-alteracao or jrn-exclusao
                   perform grava-imagem
               else
                   move 99 to ws-grava-stat
               end-if
               if ws-grava-stat not equal zeros
                   add 1 to ws-c-rej(ws-alvo)
               end-if
               move jrn-data     to ws-ult-data
               move jrn-hora     to ws-ult-hora
               move jrn-operador to ws-ult-operador
           end-if.

       grava-imagem.
           evaluate true
               when alvo-clientes2
                   move jrn-imagem(1:244) to file2-rec
                   if jrn-exclusao
                       delete file2
                           invalid key
                               continue
                       end-delete
                   else
                       write file2-rec
                       invalid key
                           rewrite file2-rec
                           invalid key
                               continue
                           end-rewrite
                       end-write
                   end-if
                   move fs-stat to ws-grava-stat
               when alvo-clientes1
                   move jrn-imagem(1:244) to file1-rec
                   if jrn-exclusao
                       delete file1
                           invalid key
                               continue
                       end-delete
                   else
                       write file1-rec
                       invalid key
                           rewrite file1-rec
                           invalid key
                               continue
                           end-rewrite
                       end-write
                   end-if
                   move fs1-stat to ws-grava-stat
               when alvo-contratos
                   move jrn-imagem(1:87) to contrato-rec
                   if jrn-exclusao
                       delete contratos
                           invalid key
                               continue
                       end-delete
                   else
                       write contrato-rec
                       invalid key
                           rewrite contrato-rec
                           invalid key
                               continue
                           end-rewrite
                       end-write
                   end-if
                   move fco-stat to ws-grava-stat
               when alvo-documentos
                   move jrn-imagem(1:28) to documento-rec
                   if jrn-exclusao
                       delete documentos
                           invalid key
                               continue
                       end-delete
                   else
                       write documento-rec
                       invalid key
                           rewrite documento-rec
                           invalid key
                               continue
                           end-rewrite
                       end-write
                   end-if
                   move fdo-stat to ws-grava-stat
           end-evaluate
           if ws-grava-stat equal 02
               move zeros to ws-grava-stat
           end-if.

      *> -----------------------------------
      *> relê cada arquivo recuperado: contagem final, e nos
      *> clientes também os ativos e a soma dos telefones, que têm
      *> que bater entre clientes2 e o espelho
       apura-arquivo.
           evaluate true
               when alvo-clientes2
                   open input file2
                   perform until fs-fim
                       read file2 next record
                           at end
                               set fs-fim to true
                       end-read
                       if fs-ok
                           add 1 to ws-c-final(ws-alvo)
                           move fs-fone to ws-fone-num
                           add ws-fone-num to ws-c-soma(ws-alvo)
                           if fs-ativo
                               add 1 to ws-c-ativos(ws-alvo)
                           end-if
                       end-if
                       if not fs-fim and not fs-ok
                           set fs-fim to true
                       end-if
                   end-perform
                   close file2
               when alvo-clientes1
                   open input file1
                   perform until fs1-fim
                       read file1 next record
                           at end
                               set fs1-fim to true
                       end-read
                       if fs1-ok
                           add 1 to ws-c-final(ws-alvo)
                           move fs1-fone to ws-fone-num
                           add ws-fone-num to ws-c-soma(ws-alvo)
                           if fs1-ativo
                               add 1 to ws-c-ativos(ws-alvo)
                           end-if
                       end-if
                       if not fs1-fim and not fs1-ok
                           set fs1-fim to true
                       end-if
                   end-perform
                   close file1
               when alvo-contratos
                   open input contratos
                   perform until fco-fim
                       read contratos next record
                           at end
                               set fco-fim to true
                       end-read
                       if fco-ok
                           add 1 to ws-c-final(ws-alvo)
                           if ctr-aberto
                               add 1 to ws-ctr-abertos
                               add ctr-valor to ws-ctr-valor-tot
                           end-if
                       end-if
                       if not fco-fim and not fco-ok
                           set fco-fim to true
                       end-if
                   end-perform
                   close contratos
               when alvo-documentos
                   open input documentos
                   perform until fdo-fim
                       read documentos next record
                           at end
                               set fdo-fim to true
                       end-read
                       if fdo-ok
                           add 1 to ws-c-final(ws-alvo)
                       end-if
                       if not fdo-fim and not fdo-ok
                           set fdo-fim to true
                       end-if
                   end-perform
                   close documentos
           end-evaluate
      *> a prova: cópia carregada inteira (rodapé), mais as
      *> inclusões e menos as exclusões do jornal, nenhuma entrada
      *> rejeitada, e a releitura chegando ao mesmo número
           compute ws-c-esperado(ws-alvo) = ws-c-copia(ws-alvo)
               + ws-c-incl(ws-alvo) - ws-c-excl(ws-alvo)
           if ws-c-rodape(ws-alvo) equal ws-c-copia(ws-alvo) and
              ws-c-erros(ws-alvo) equal zeros and
              ws-c-rej(ws-alvo) equal zeros and
              ws-c-final(ws-alvo) equal ws-c-esperado(ws-alvo)
               move "confere" to ws-c-sit(ws-alvo)
           else
               move "DIVERGE" to ws-c-sit(ws-alvo)
               set e-falhou to true
           end-if.

      *> -----------------------------------
       imprime-cabecalho.
           move ws-hoje to ws-ti-data
           move ws-titulo to relatorio-rec
           write relatorio-rec
           move spaces to ws-ll-texto
           if ws-lim-data equal 99999999
               move "fim do jornal" to ws-ll-texto
           else
               string ws-lim-data " " ws-lim-hora(1:6)
                   delimited by size into ws-ll-texto
               end-string
           end-if
           move ws-linha-limite to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec.

       imprime-totais.
           move ws-cab-colunas to relatorio-rec
           write relatorio-rec
           perform varying ws-alvo from 1 by 1 until ws-alvo > 4
               perform imprime-arquivo
           end-perform
           move spaces to relatorio-rec
           write relatorio-rec
           perform imprime-espelho
           move spaces to relatorio-rec
           write relatorio-rec
           move "contratos abertos / valor" to ws-v-rotulo
           move ws-ctr-abertos   to ws-v-qtd
           move ws-ctr-valor-tot to ws-v-valor
           move ws-linha-valor to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           move "entradas lidas no jornal" to ws-j-rotulo
           move ws-jrn-lidas to ws-j-qtd
           move ws-linha-jornal to relatorio-rec
           write relatorio-rec
           move "posteriores ao limite (não aplicadas)"
               to ws-j-rotulo
           move ws-jrn-posteriores to ws-j-qtd
           move ws-linha-jornal to relatorio-rec
           write relatorio-rec
           move "ilegíveis" to ws-j-rotulo
           move ws-jrn-invalidas to ws-j-qtd
           move ws-linha-jornal to relatorio-rec
           write relatorio-rec
           move ws-ult-data     to ws-u-data
           move ws-ult-hora     to ws-u-hora
           move ws-ult-operador to ws-u-oper
           move ws-linha-ultima to relatorio-rec
           write relatorio-rec
           move spaces to relatorio-rec
           write relatorio-rec
           if e-falhou
               move "resultado: DIVERGÊNCIA - conferir antes de liberar"
                   to relatorio-rec
           else
               move "resultado: confere com a cópia mais o jornal"
                   to relatorio-rec
           end-if
           write relatorio-rec.

       imprime-arquivo.
           move ws-c-nome(ws-alvo)     to ws-t-nome
           move ws-c-copia(ws-alvo)    to ws-t-copia
           move ws-c-antes(ws-alvo)    to ws-t-antes
           move ws-c-incl(ws-alvo)     to ws-t-incl
           move ws-c-alt(ws-alvo)      to ws-t-alt
           move ws-c-excl(ws-alvo)     to ws-t-excl
           move ws-c-rej(ws-alvo)      to ws-t-rej
           move ws-c-esperado(ws-alvo) to ws-t-esp
           move ws-c-final(ws-alvo)    to ws-t-final
           move ws-c-sit(ws-alvo)      to ws-t-sit
           move ws-linha-tot to relatorio-rec
           write relatorio-rec.

      *> clientes2 e o espelho recebem a mesma cópia de origem e
      *> as mesmas imagens: têm que terminar idênticos nos totais
       imprime-espelho.
           move ws-cab-espelho to relatorio-rec
           write relatorio-rec
           move "registros" to ws-e-rotulo
           move ws-c-final(1) to ws-e-cli2
           move ws-c-final(2) to ws-e-cli1
           if ws-c-final(1) equal ws-c-final(2)
               move "confere" to ws-e-sit
           else
               move "DIVERGE" to ws-e-sit
               set e-falhou to true
           end-if
           move ws-linha-espelho to relatorio-rec
           write relatorio-rec
           move "ativos" to ws-e-rotulo
           move ws-c-ativos(1) to ws-e-cli2
           move ws-c-ativos(2) to ws-e-cli1
           if ws-c-ativos(1) equal ws-c-ativos(2)
               move "confere" to ws-e-sit
           else
               move "DIVERGE" to ws-e-sit
               set e-falhou to true
           end-if
           move ws-linha-espelho to relatorio-rec
           write relatorio-rec
           move "soma dos telefones" to ws-e-rotulo
           move ws-c-soma(1) to ws-e-cli2
           move ws-c-soma(2) to ws-e-cli1
           if ws-c-soma(1) equal ws-c-soma(2)
               move "confere" to ws-e-sit
           else
               move "DIVERGE" to ws-e-sit
               set e-falhou to true
           end-if
           move ws-linha-espelho to relatorio-rec
           write relatorio-rec.

       end program recupera-clientes.

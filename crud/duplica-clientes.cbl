           05 sd-cpf      pic 9(14).
           05 sd-nome     pic x(40).
           05 sd-endereco pic x(111).
           05 sd-fone     pic 9(11).
           05 sd-status   pic x(01).

       fd relatorio value of file-id is "duplica-clientes.lst".
           05 ws-ant-cpf      pic 9(14).
           05 ws-ant-nome     pic x(40).
           05 ws-ant-endereco pic x(111).
           05 ws-ant-fone     pic 9(11).
           05 ws-ant-status   pic x(01).

       01 ws-linha-doc.

       01 ws-linha-membro.
           05 filler          pic x(04) value spaces.
           05 ws-m-fone       pic 9(11).
           05 filler          pic x(02) value spaces.
           05 ws-m-nome       pic x(40).
           05 filler          pic x(02) value spaces.

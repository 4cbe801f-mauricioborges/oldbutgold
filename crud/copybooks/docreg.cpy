       01 documento-rec.
           05 doc-key.
               10 doc-cpf pic 9(14).
           05 doc-fone pic 9(11).
           05 filler   pic x(03).

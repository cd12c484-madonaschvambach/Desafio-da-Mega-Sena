      *>--- layout do registro de liberacao acima do orcamento em
      *>--- ORCAMENTO-LIBERACOES.DAT: cada gasto que passou do limite do
      *>--- mes com a senha de um supervisor, gravado pelo programa26
       01  reg-liberacao-orcamento.
           05  lb-data                      pic 9(08).
           05  lb-hora                      pic 9(06).
           05  lb-operador                  pic x(10).
           05  lb-supervisor                pic x(10).
           05  lb-mes                       pic 9(06).
           05  lb-tipo-dono                 pic x(01).
           05  lb-dono                      pic x(20).
           05  lb-programa                  pic x(10).
           05  lb-referencia                pic x(20).
           05  lb-limite                    pic 9(09)v99.
           05  lb-comprometido              pic 9(09)v99.
           05  lb-valor                     pic 9(09)v99.

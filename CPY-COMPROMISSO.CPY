      *>--- layout do registro de gasto comprometido no orcamento, em
      *>--- ORCAMENTO-COMPROMISSOS.DAT: um registro por aposta aceita
      *>--- pelo programa26 ao ser marcada jogada no programa05 (o
      *>--- desdobramento do programa14 so confere o orcamento em
      *>--- previa, sem gravar compromisso), com o valor pela vigencia da
      *>--- tabela de precos e a marca de liberacao acima do limite
       01  reg-gasto-comprometido.
           05  gc-mes                       pic 9(06).
           05  gc-tipo-dono                 pic x(01).
           05  gc-dono                      pic x(20).
           05  gc-data                      pic 9(08).
           05  gc-programa                  pic x(10).
           05  gc-referencia                pic x(20).
           05  gc-valor                     pic 9(09)v99.
           05  gc-operador                  pic x(10).
           05  gc-acima-limite              pic x(01).
               88  gc-dentro-do-limite      value "N".
               88  gc-liberado-supervisor   value "S".

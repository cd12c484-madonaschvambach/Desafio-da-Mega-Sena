      *>--- layout do registro de mes fechado (FECHAMENTO-MENSAL.DAT),
      *>--- gravado pelo programa34 no fechamento: o mes (aaaamm), quando
      *>--- e por quem foi fechado e quantos lancamentos foram postados
      *>--- no livro razao; os meses fecham em sequencia, entao todo mes
      *>--- ate o ultimo registro esta travado para o programa35
       01  reg-fechamento-mensal.
           05  fm-mes-fechado               pic 9(06).
           05  fm-data-fechamento           pic 9(08).
           05  fm-hora-fechamento           pic 9(06).
           05  fm-operador                  pic x(10).
           05  fm-lancamentos               pic 9(07).

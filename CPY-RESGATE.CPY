      *>--- layout do registro de resgate de premio (PREMIOS-RESGATE.DAT),
      *>--- um por aposta jogada premiada em um concurso (a faixa vem
      *>--- dos acertos); gravado pela varredura de premios do
      *>--- programa07, baixado no resgate pelo programa20 e lido pelo
      *>--- relatorio noturno de premios nao resgatados (programa21) e
      *>--- pelos extratos dos programas 09 e 12. O premio prescreve 90
      *>--- dias depois do sorteio; acima do limite de isencao a Caixa
      *>--- paga o valor liquido, retido o imposto de renda de 30%
       01  reg-resgate-premio.
           05  rg-aposta-id                 pic 9(09).
           05  rg-concurso                  pic 9(04).
           05  rg-formato-jogo              pic 9(01).
           05  rg-acertos                   pic 9(02).
           05  rg-data-sorteio              pic 9(08).
           05  rg-data-limite               pic 9(08).
           05  rg-valor-bruto               pic 9(11)v99.
           05  rg-valor-ir                  pic 9(11)v99.
           05  rg-valor-liquido             pic 9(11)v99.
      *>--- pendente ate o resgate; resgatado guarda onde, quando e o
      *>--- valor de fato recebido
           05  rg-situacao                  pic x(01).
               88  rg-pendente              value "P".
               88  rg-resgatado             value "R".
           05  rg-data-resgate              pic 9(08).
           05  rg-local-resgate             pic x(30).
           05  rg-valor-recebido            pic 9(11)v99.

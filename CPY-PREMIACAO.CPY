      *>--- layout do registro de premiacao de um concurso em
      *>--- CONCURSOS-PREMIACAO.DAT, gravado pelo programa07 na
      *>--- importacao do CSV da Caixa e ligado ao arquivo de
      *>--- resultados do jogo (1-Mega Sena RESULTADOS-MEGASENA.DAT,
      *>--- 4-Quina RESULTADOS-QUINA.DAT) pelo numero do concurso:
      *>--- arrecadacao total, ganhadores por faixa na ordem dos
      *>--- rateios do resultado (Mega: quadra, quina, sena; Quina:
      *>--- terno, quadra, quina), se o premio principal acumulou e a
      *>--- estimativa de premio para o concurso seguinte, em reais
       01  reg-concurso-premiacao.
           05  cp-formato-jogo              pic 9(01).
           05  cp-concurso                  pic 9(04).
           05  cp-data                      pic 9(08).
           05  cp-arrecadacao               pic 9(13)v99.
           05  cp-ganhadores occurs 03      pic 9(07).
           05  cp-acumulado                 pic x(01).
               88  cp-acumulou              value "S".
               88  cp-nao-acumulou          value "N".
           05  cp-estimativa-proximo        pic 9(13)v99.

      *>--- layout do registro do jornal de alteracoes dos arquivos de
      *>--- base (JORNAL-ALTERACOES.DAT): quem alterou (operador da
      *>--- sessao), quando, em que programa, em que arquivo, a
      *>--- operacao e a imagem do registro antes e depois; inclusao
      *>--- tem a imagem anterior em branco e exclusao a posterior; na
      *>--- restauracao de backup a imagem posterior e a geracao usada
       01  reg-jornal-alteracao.
           05  jn-data                      pic 9(08).
           05  jn-hora                      pic 9(06).
           05  jn-operador                  pic x(10).
           05  jn-programa                  pic x(10).
           05  jn-arquivo                   pic x(30).
           05  jn-operacao                  pic x(01).
               88  jn-inclusao              value "I".
               88  jn-alteracao             value "A".
               88  jn-exclusao              value "E".
               88  jn-restauracao           value "R".
           05  jn-imagem-antes              pic x(100).
           05  jn-imagem-depois             pic x(100).

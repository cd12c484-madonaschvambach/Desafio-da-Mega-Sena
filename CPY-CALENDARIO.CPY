      *>--- layout do registro do calendario de concursos em
      *>--- CALENDARIO-CONCURSOS.DAT, mantido e importado pelo
      *>--- programa07: para cada concurso do jogo (1-Mega Sena,
      *>--- 4-Quina) a data prevista do sorteio (aaaammdd) e a marca de
      *>--- sorteio especial (Mega da Virada)
       01  reg-calendario-concurso.
           05  cc-formato-jogo              pic 9(01).
           05  cc-concurso                  pic 9(04).
           05  cc-data-sorteio              pic 9(08).
           05  cc-especial                  pic x(01).
               88  cc-sorteio-especial      value "S".
               88  cc-sorteio-normal        value "N".

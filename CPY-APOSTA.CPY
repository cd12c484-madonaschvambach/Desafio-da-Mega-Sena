               10  am-time-centesimo        pic 9(02).
      *>--- ciclo de vida da aposta: toda simulacao nasce simulada; so
      *>--- as marcadas como jogadas (com o concurso alvo) entram na
      *>--- conferencia do programa05 e no acerto do programa09;
      *>--- situacao mais concurso alvo formam a chave alternada
      *>--- am-chave-situacao-concurso, e o formato do jogo a chave
      *>--- alternada am-formato-jogo, as duas com repeticao, para a
      *>--- leitura direta das apostas jogadas de um concurso ou das
      *>--- apostas de um jogo sem varrer o cadastro inteiro
           05  am-chave-situacao-concurso.
               10  am-situacao              pic x(01).
                   88  am-simulada          value "S".
                   88  am-jogada            value "J".
                   88  am-conferida         value "C".
                   88  am-liquidada         value "L".
               10  am-concurso-alvo         pic 9(04).
      *>--- formato do jogo (1-Mega Sena 2-Mega da Virada 3-Lotofacil
      *>--- 4-Quina) e a extensao dos numeros do usuario (posicoes 11
      *>--- a 15) para as apostas de ate 15 numeros
           05  am-formato-jogo              pic 9(01).
           05  am-numeros-usuario-ext occurs 05 pic 9(02).
      *>--- teimosinha: quantos concursos seguidos, a partir do
      *>--- concurso alvo, a aposta foi jogada (1, 2, 4 ou 8); zero ou
      *>--- branco, nos registros anteriores ao campo, vale 1 concurso
           05  am-qtd-concursos             pic 9(02).

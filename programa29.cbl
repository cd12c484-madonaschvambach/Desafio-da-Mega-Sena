      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa29".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 29/09/2026.
       date-compiled. 29/09/2026.

      *>--- simulacao "walk-forward" das estrategias de aposta contra o
      *>--- historico de RESULTADOS-MEGASENA.DAT: para cada concurso da
      *>--- faixa pedida, refaz os rankings de dezenas quentes, frias e
      *>--- atrasadas so com os concursos anteriores a ele, monta a
      *>--- aposta de cada estrategia (quentes, frias, mais atrasadas,
      *>--- aleatoria e uma carteira nomeada de CARTEIRAS.DAT), confere
      *>--- contra o sorteio e precifica pela vigencia de TABELA-PRECOS
      *>--- em vigor na data do concurso. Grava o comparativo lado a
      *>--- lado em RELATORIO-BACKTEST.DAT e as apostas simuladas em
      *>--- BACKTEST-APOSTAS.CSV, no layout do CSV de apostas do
      *>--- programa17. Na cadeia noturna, PARAM-NOTURNO.DAT traz a
      *>--- faixa de concursos (iiii-ffff) e o nome da carteira

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional resultados-file
               assign to "RESULTADOS-MEGASENA.DAT"
               organization is line sequential.

           select optional carteiras-file
               assign to "CARTEIRAS.DAT"
               organization is line sequential.

           select optional tabela-precos-file
               assign to "TABELA-PRECOS.DAT"
               organization is line sequential.

           select optional param-noturno-file
               assign to "PARAM-NOTURNO.DAT"
               organization is line sequential.

           select relatorio-file
               assign to "RELATORIO-BACKTEST.DAT"
               organization is line sequential.

           select csv-apostas-file
               assign to "BACKTEST-APOSTAS.CSV"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  resultados-file.
           copy "CPY-RESULT.CPY".

       fd  carteiras-file.
       01  reg-carteira.
           05  ca-nome                      pic x(20).
           05  ca-quant-aposta              pic 9(02).
           05  ca-numeros occurs 10         pic 9(02).

       fd  tabela-precos-file.
           copy "CPY-PRECO.CPY".

       fd  param-noturno-file.
       01  reg-param-noturno.
           05  pn-parametro1                pic x(10).
           05  pn-parametro2                pic x(10).

       fd  relatorio-file.
       01  reg-relatorio                    pic x(132).

       fd  csv-apostas-file.
       01  reg-csv-aposta                   pic x(250).

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

       01  ws-modo-noturno                  pic x(01) value "n".
           88  ws-noturno-sim               value "s".
           88  ws-noturno-nao               value "n".

      *>--- resultados oficiais em memoria, na ordem de concurso em que
      *>--- o programa07 mantem o arquivo
       01  ws-tabela-resultados.
           05  ws-resultado occurs 5000.
               10  wr-concurso              pic 9(04).
               10  wr-data                  pic 9(08).
               10  wr-numeros occurs 6      pic 9(02).
               10  wr-rateio-quadra         pic 9(11)v99.
               10  wr-rateio-quina          pic 9(11)v99.
               10  wr-rateio-sena           pic 9(11)v99.

       77  ws-total-resultados              pic 9(04) value 0.
       77  ws-max-resultados                pic 9(04) value 5000.

      *>--- estatisticas por dezena ate o concurso anterior ao simulado
       01  ws-estatisticas-dezenas.
           05  ws-dezena occurs 60.
               10  dz-frequencia            pic 9(08).
               10  dz-ultima-aparicao       pic 9(04).
               10  dz-atraso                pic 9(04).

      *>--- rankings refeitos a cada concurso: por frequencia (quentes
      *>--- primeiro, frias no final) e por atraso (mais atrasadas
      *>--- primeiro); empate fica com a dezena menor na frente
       01  ws-ranking-frequencia.
           05  ws-rank-freq occurs 60       pic 9(02).

       01  ws-ranking-atraso.
           05  ws-rank-atraso occurs 60     pic 9(02).

       77  ws-total-acumulados              pic 9(04) value 0.
       77  ws-dezena-tmp                    pic 9(02) value 0.

      *>--- apostas da carteira nomeada, repetidas em todo concurso
       01  ws-tabela-carteira.
           05  ws-aposta-carteira occurs 100.
               10  ct-quant-aposta          pic 9(02).
               10  ct-numeros occurs 10     pic 9(02).

       77  ws-total-carteira                pic 9(03) value 0.
       77  ws-max-carteira                  pic 9(03) value 100.
       01  ws-nome-carteira                 pic x(20) value space.

      *>--- totais por estrategia: 1 quentes, 2 frias, 3 atrasadas,
      *>--- 4 aleatoria, 5 carteira
       01  ws-tabela-estrategias.
           05  ws-estrategia occurs 5.
               10  es-nome                  pic x(10).
               10  es-apostas               pic 9(07).
               10  es-gasto                 pic 9(11)v99.
               10  es-quadras               pic 9(05).
               10  es-quinas                pic 9(05).
               10  es-senas                 pic 9(05).
               10  es-premio                pic 9(13)v99.
               10  es-liquido               pic s9(13)v99.
               10  es-concursos-premiados   pic 9(05).
               10  es-seca-corrente         pic 9(05).
               10  es-maior-seca            pic 9(05).
               10  es-premiou-concurso      pic x(01).
                   88  es-premiou-sim       value "s".
                   88  es-premiou-nao       value "n".

       77  ws-total-estrategias             pic 9(01) value 5.

      *>--- aposta corrente de uma estrategia
       01  ws-aposta-corrente.
           05  ac-quant-aposta              pic 9(02).
           05  ac-numeros occurs 10         pic 9(02).

       77  ws-acertos                       pic 9(02) value 0.
       77  ws-premio-quadra                 pic 9(11)v99 value 0.
       77  ws-premio-quina                  pic 9(11)v99 value 0.
       77  ws-premio-sena                   pic 9(11)v99 value 0.
       77  ws-gasto-aposta                  pic 9(09)v99 value 0.

      *>--- faixa de concursos simulada
       01  ws-faixa-digitada                pic x(10) value space.
       01  ws-campo-inicial                 pic x(04) value space.
       01  ws-campo-final                   pic x(04) value space.
       77  ws-concurso-inicial              pic 9(04) value 0.
       77  ws-concurso-final                pic 9(04) value 9999.
       77  ws-concursos-simulados           pic 9(05) value 0.

      *>--- semente da estrategia aleatoria: a mesma semente repete a
      *>--- mesma sequencia de apostas, para a simulacao ser refeita
       01  ws-semente-digitada              pic x(08) value space.
       77  ws-semente                       pic 9(08) value 19960311.
       77  ws-aleatorio                     pic 9v9(09) value 0.
       77  ws-dezena-sorteada               pic 9(02) value 0.

       01  ws-dezena-repetida               pic x(01) value "n".
           88  ws-repetida-sim              value "s".
           88  ws-repetida-nao              value "n".

      *>--- precos padrao e vigencias de TABELA-PRECOS.DAT (programa16)
       01  ws-tabela-precos-apostas.
           05  ws-tab-preco occurs 5                pic 9(07).
           05  ws-tab-chance occurs 5                pic 9(08).

       01  ws-tabela-vigencias.
           05  ws-vigencia occurs 200.
               10  vg-formato-jogo          pic 9(01).
               10  vg-quant-aposta          pic 9(02).
               10  vg-data-vigencia         pic 9(08).
               10  vg-preco                 pic 9(07).
               10  vg-chance                pic 9(08).

       77  ws-total-vigencias               pic 9(03) value 0.
       77  ws-max-vigencias                 pic 9(03) value 200.

       77  ws-busca-formato                 pic 9(01) value 1.
       77  ws-busca-quant                   pic 9(02) value 0.
       77  ws-busca-data                    pic 9(08) value 0.
       77  ws-preco-vigente                 pic 9(07) value 0.
       77  ws-chance-vigente                pic 9(08) value 0.
       77  ws-data-melhor                   pic 9(08) value 0.
       77  ws-v                             pic 9(03) value 0.
       77  ws-idx-preco                     pic 9(01) value 0.
       77  ws-vigencia-achada               pic x(01) value "n".
           88  ws-vigencia-achou            value "s".
           88  ws-vigencia-nao-achou        value "n".

      *>--- linha do CSV no layout do programa17
       77  ws-aposta-id-csv                 pic 9(09) value 0.
       77  ws-q-vezes-csv                   pic 9(15) value 0.
       77  ws-campanha-csv                  pic 9(12) value 0.
       77  ws-formato-csv                   pic 9(01) value 1.
       77  ws-valor-ed                      pic z(10)9,99.
       77  ws-campo-csv                     pic x(20) value space.

       01  ws-numeros-csv.
           05  ws-num-csv occurs 15         pic x(03).

      *>--- linha do comparativo: rotulo e uma coluna por estrategia
       01  ws-linha-comparativa.
           05  lc-rotulo                    pic x(24).
           05  lc-coluna occurs 5           pic x(20).

       77  ws-valor-comparativo-ed          pic z(12)9,99.
       77  ws-liquido-comparativo-ed        pic -(12)9,99.
       77  ws-quantidade-ed                 pic z(15)9.
       01  ws-nome-coluna                   pic x(20) justified right.

       77  ws-e                             pic 9(01).
       77  ws-i                             pic 9(02).
       77  ws-s                             pic 9(02).
       77  ws-c                             pic 9(03).
       77  ws-k                             pic 9(04).
       77  ws-t                             pic 9(04).

      *>--- declaração do corpo do programa
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move 0 to ws-concursos-simulados
           move 0 to ws-aposta-id-csv

           perform definir-tabela-precos
           perform carregar-tabela-precos

           perform ler-parametro-noturno

           if ws-noturno-nao
               display " "
               display "=== Simulacao das estrategias de aposta ==="
               display "Faixa de concursos (iiii-ffff; em branco todos): "
                   with no advancing
               accept ws-faixa-digitada
               perform desmontar-faixa-concursos

               display "Carteira (CARTEIRAS.DAT; em branco nenhuma): "
                   with no advancing
               accept ws-nome-carteira

               display "Semente da aleatoria (em branco " ws-semente
                   "): " with no advancing
               accept ws-semente-digitada
               if ws-semente-digitada <> space and
                       function test-numval(ws-semente-digitada) = 0
                   compute ws-semente =
                       function numval(ws-semente-digitada)
               end-if
           end-if

      *>--- a primeira chamada fixa a semente; as seguintes continuam
      *>--- a mesma sequencia
           compute ws-aleatorio = function random(ws-semente)

           perform carregar-resultados
           perform carregar-carteira
           perform zerar-estrategias

           move 0 to ws-i
           perform 60 times
               add 1 to ws-i
               move 0 to dz-frequencia(ws-i)
               move 0 to dz-ultima-aparicao(ws-i)
               move 0 to dz-atraso(ws-i)
           end-perform
           move 0 to ws-total-acumulados

           open output relatorio-file
           open output csv-apostas-file

           move "aposta-id;data;formato-jogo;quant;n01;n02;n03;n04;n05;n06;n07;n08;n09;n10;n11;n12;n13;n14;n15;q-vezes-sorteio;campanha-id;situacao;concurso-alvo;acertos;gasto;premio-quadra;premio-quina;premio-sena"
               to reg-csv-aposta
           write reg-csv-aposta


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


      *>--- cada concurso e simulado antes de entrar nas estatisticas,
      *>--- entao os rankings so enxergam os concursos anteriores
           move 0 to ws-k
           perform until ws-k = ws-total-resultados
               add 1 to ws-k
               if wr-concurso(ws-k) >= ws-concurso-inicial and
                       wr-concurso(ws-k) <= ws-concurso-final
                   perform simular-um-concurso
               end-if
               perform acumular-um-concurso
           end-perform

           perform imprimir-relatorio-backtest

           display "Concursos simulados: " ws-concursos-simulados
               " apostas no CSV: " ws-aposta-id-csv
           if ws-nome-carteira <> space and ws-total-carteira = 0
               display "Carteira " function trim(ws-nome-carteira)
                   " sem apostas em CARTEIRAS.DAT."
           end-if
           display "Relatorio gravado em RELATORIO-BACKTEST.DAT"
           display "Apostas gravadas em BACKTEST-APOSTAS.CSV"


           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


           close relatorio-file
           close csv-apostas-file

      *>--- retorno 4 avisa a cadeia noturna que a faixa pedida nao
      *>--- tinha nenhum concurso com resultado
           if ws-concursos-simulados = 0
               move 4 to return-code
           end-if
           goback


           .
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ler a faixa de concursos (iiii-ffff) e a carteira da cadeia
      *>noturna; sem parametro a simulacao pergunta no terminal
      *>-----------------------------------------------------------------
       ler-parametro-noturno section.


           set ws-noturno-nao to true

           open input param-noturno-file
           read param-noturno-file
               at end
                   continue
               not at end
                   if pn-parametro1 <> space or pn-parametro2 <> space
                       set ws-noturno-sim to true
                       move pn-parametro1 to ws-faixa-digitada
                       perform desmontar-faixa-concursos
                       move pn-parametro2 to ws-nome-carteira
                       display "Simulacao das estrategias em modo noturno: "
                           ws-faixa-digitada " " ws-nome-carteira
                   end-if
           end-read
           close param-noturno-file


           .
       ler-parametro-noturno-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar a faixa iiii-ffff; so o inicial vai ate o ultimo
      *>concurso, em branco vale o historico inteiro
      *>-----------------------------------------------------------------
       desmontar-faixa-concursos section.


           move 0    to ws-concurso-inicial
           move 9999 to ws-concurso-final
           move space to ws-campo-inicial
           move space to ws-campo-final

           unstring ws-faixa-digitada delimited by "-"
               into ws-campo-inicial
                    ws-campo-final
           end-unstring

           if ws-campo-inicial <> space and
                   function test-numval(ws-campo-inicial) = 0
               compute ws-concurso-inicial =
                   function numval(ws-campo-inicial)
           end-if

           if ws-campo-final <> space and
                   function test-numval(ws-campo-final) = 0
               compute ws-concurso-final =
                   function numval(ws-campo-final)
           end-if

           if ws-concurso-inicial > ws-concurso-final
               display "Faixa invalida: nenhum concurso sera simulado."
           end-if


           .
       desmontar-faixa-concursos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os resultados oficiais da Mega Sena para a tabela
      *>-----------------------------------------------------------------
       carregar-resultados section.


           move 0 to ws-total-resultados

           open input resultados-file

           set ws-fim-nao to true
           read resultados-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-resultados < ws-max-resultados
                   add 1 to ws-total-resultados
                   move rr-concurso to wr-concurso(ws-total-resultados)
                   move rr-data     to wr-data(ws-total-resultados)
                   move 0 to ws-i
                   perform 6 times
                       add 1 to ws-i
                       move rr-numeros(ws-i)
                           to wr-numeros(ws-total-resultados, ws-i)
                   end-perform
                   move rr-rateio-quadra
                       to wr-rateio-quadra(ws-total-resultados)
                   move rr-rateio-quina
                       to wr-rateio-quina(ws-total-resultados)
                   move rr-rateio-sena
                       to wr-rateio-sena(ws-total-resultados)
               end-if

               read resultados-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resultados-file


           .
       carregar-resultados-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar as apostas da carteira nomeada de CARTEIRAS.DAT
      *>-----------------------------------------------------------------
       carregar-carteira section.


           move 0 to ws-total-carteira

           if ws-nome-carteira <> space
               open input carteiras-file

               set ws-fim-nao to true
               read carteiras-file
                   at end set ws-fim-sim to true
               end-read

               perform until ws-fim-sim
                   if ca-nome = ws-nome-carteira and
                           ca-quant-aposta >= 6 and
                           ca-quant-aposta <= 10 and
                           ws-total-carteira < ws-max-carteira
                       add 1 to ws-total-carteira
                       move ca-quant-aposta
                           to ct-quant-aposta(ws-total-carteira)
                       move 0 to ws-i
                       perform 10 times
                           add 1 to ws-i
                           move ca-numeros(ws-i)
                               to ct-numeros(ws-total-carteira, ws-i)
                       end-perform
                   end-if

                   read carteiras-file
                       at end set ws-fim-sim to true
                   end-read
               end-perform

               close carteiras-file
           end-if


           .
       carregar-carteira-exit.
           exit.

      *>-----------------------------------------------------------------
      *>zerar os totais das estrategias
      *>-----------------------------------------------------------------
       zerar-estrategias section.


           move "quentes"   to es-nome(1)
           move "frias"     to es-nome(2)
           move "atrasadas" to es-nome(3)
           move "aleatoria" to es-nome(4)
           move "carteira"  to es-nome(5)

           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move 0 to es-apostas(ws-e)
               move 0 to es-gasto(ws-e)
               move 0 to es-quadras(ws-e)
               move 0 to es-quinas(ws-e)
               move 0 to es-senas(ws-e)
               move 0 to es-premio(ws-e)
               move 0 to es-liquido(ws-e)
               move 0 to es-concursos-premiados(ws-e)
               move 0 to es-seca-corrente(ws-e)
               move 0 to es-maior-seca(ws-e)
               set es-premiou-nao(ws-e) to true
           end-perform


           .
       zerar-estrategias-exit.
           exit.

      *>-----------------------------------------------------------------
      *>simular o concurso ws-k: rankings com os anteriores, a aposta
      *>de cada estrategia e a conferencia contra o sorteio
      *>-----------------------------------------------------------------
       simular-um-concurso section.


           add 1 to ws-concursos-simulados
           move ws-k to ws-t

           perform montar-rankings

           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               set es-premiou-nao(ws-e) to true
           end-perform

      *>--- quentes: as seis primeiras do ranking de frequencia
           move 1 to ws-e
           move 6 to ac-quant-aposta
           move 0 to ws-i
           perform 6 times
               add 1 to ws-i
               move ws-rank-freq(ws-i) to ac-numeros(ws-i)
           end-perform
           perform apurar-aposta-estrategia

      *>--- frias: as seis ultimas do ranking de frequencia
           move 2 to ws-e
           move 6 to ac-quant-aposta
           move 0 to ws-i
           perform 6 times
               add 1 to ws-i
               move ws-rank-freq(ws-i + 54) to ac-numeros(ws-i)
           end-perform
           perform apurar-aposta-estrategia

      *>--- atrasadas: as seis ha mais concursos sem sair
           move 3 to ws-e
           move 6 to ac-quant-aposta
           move 0 to ws-i
           perform 6 times
               add 1 to ws-i
               move ws-rank-atraso(ws-i) to ac-numeros(ws-i)
           end-perform
           perform apurar-aposta-estrategia

      *>--- aleatoria: seis dezenas distintas da sequencia da semente
           move 4 to ws-e
           perform sortear-aposta-aleatoria
           perform apurar-aposta-estrategia

      *>--- carteira: todas as apostas da carteira nomeada
           move 5 to ws-e
           move 0 to ws-c
           perform until ws-c = ws-total-carteira
               add 1 to ws-c
               move ct-quant-aposta(ws-c) to ac-quant-aposta
               move 0 to ws-i
               perform 10 times
                   add 1 to ws-i
                   move ct-numeros(ws-c, ws-i) to ac-numeros(ws-i)
               end-perform
               perform apurar-aposta-estrategia
           end-perform

      *>--- seca: concursos seguidos sem nenhum premio na estrategia
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               if ws-e <> 5 or ws-total-carteira > 0
                   if es-premiou-sim(ws-e)
                       add 1 to es-concursos-premiados(ws-e)
                       move 0 to es-seca-corrente(ws-e)
                   else
                       add 1 to es-seca-corrente(ws-e)
                       if es-seca-corrente(ws-e) > es-maior-seca(ws-e)
                           move es-seca-corrente(ws-e)
                               to es-maior-seca(ws-e)
                       end-if
                   end-if
               end-if
           end-perform


           .
       simular-um-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>acumular o concurso ws-k nas estatisticas das dezenas, depois
      *>de simulado
      *>-----------------------------------------------------------------
       acumular-um-concurso section.


           add 1 to ws-total-acumulados

           move 0 to ws-i
           perform 6 times
               add 1 to ws-i
               if wr-numeros(ws-k, ws-i) >= 1 and
                       wr-numeros(ws-k, ws-i) <= 60
                   add 1 to dz-frequencia(wr-numeros(ws-k, ws-i))
                   move ws-total-acumulados
                       to dz-ultima-aparicao(wr-numeros(ws-k, ws-i))
               end-if
           end-perform


           .
       acumular-um-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>refazer os rankings de frequencia e de atraso com os concursos
      *>ja acumulados (os anteriores ao simulado)
      *>-----------------------------------------------------------------
       montar-rankings section.


           move 0 to ws-i
           perform 60 times
               add 1 to ws-i
               compute dz-atraso(ws-i) =
                   ws-total-acumulados - dz-ultima-aparicao(ws-i)
               move ws-i to ws-rank-freq(ws-i)
               move ws-i to ws-rank-atraso(ws-i)
           end-perform

           move 1 to ws-i
           perform until ws-i >= 60
               move 1 to ws-s
               perform until ws-s > 60 - ws-i
                   if dz-frequencia(ws-rank-freq(ws-s)) <
                           dz-frequencia(ws-rank-freq(ws-s + 1))
                       move ws-rank-freq(ws-s)     to ws-dezena-tmp
                       move ws-rank-freq(ws-s + 1) to ws-rank-freq(ws-s)
                       move ws-dezena-tmp          to ws-rank-freq(ws-s + 1)
                   end-if
                   if dz-atraso(ws-rank-atraso(ws-s)) <
                           dz-atraso(ws-rank-atraso(ws-s + 1))
                       move ws-rank-atraso(ws-s)     to ws-dezena-tmp
                       move ws-rank-atraso(ws-s + 1) to ws-rank-atraso(ws-s)
                       move ws-dezena-tmp            to ws-rank-atraso(ws-s + 1)
                   end-if
                   add 1 to ws-s
               end-perform
               add 1 to ws-i
           end-perform


           .
       montar-rankings-exit.
           exit.

      *>-----------------------------------------------------------------
      *>sortear seis dezenas distintas de 1 a 60 para a estrategia
      *>aleatoria; repetida e sorteada de novo
      *>-----------------------------------------------------------------
       sortear-aposta-aleatoria section.


           move 6 to ac-quant-aposta
           move 0 to ws-i
           perform until ws-i = 6
               compute ws-aleatorio = function random
               compute ws-dezena-sorteada = ws-aleatorio * 60 + 1
               if ws-dezena-sorteada < 1
                   move 1 to ws-dezena-sorteada
               end-if
               if ws-dezena-sorteada > 60
                   move 60 to ws-dezena-sorteada
               end-if

               set ws-repetida-nao to true
               move 0 to ws-s
               perform until ws-s = ws-i
                   add 1 to ws-s
                   if ac-numeros(ws-s) = ws-dezena-sorteada
                       set ws-repetida-sim to true
                   end-if
               end-perform

               if ws-repetida-nao
                   add 1 to ws-i
                   move ws-dezena-sorteada to ac-numeros(ws-i)
               end-if
           end-perform


           .
       sortear-aposta-aleatoria-exit.
           exit.

      *>-----------------------------------------------------------------
      *>conferir a aposta corrente da estrategia ws-e contra o concurso
      *>ws-t, precificar pela vigencia da data do sorteio, somar nos
      *>totais e gravar a linha do CSV
      *>-----------------------------------------------------------------
       apurar-aposta-estrategia section.


           perform ordenar-aposta-corrente

           move 0 to ws-acertos
           move 0 to ws-premio-quadra
           move 0 to ws-premio-quina
           move 0 to ws-premio-sena

           move 0 to ws-i
           perform until ws-i = 6
               add 1 to ws-i
               move 0 to ws-s
               perform until ws-s = ac-quant-aposta
                   add 1 to ws-s
                   if wr-numeros(ws-t, ws-i) = ac-numeros(ws-s)
                       add 1 to ws-acertos
                   end-if
               end-perform
           end-perform

           evaluate ws-acertos
               when 4
                   move wr-rateio-quadra(ws-t) to ws-premio-quadra
                   add 1 to es-quadras(ws-e)
                   set es-premiou-sim(ws-e) to true
               when 5
                   move wr-rateio-quina(ws-t) to ws-premio-quina
                   add 1 to es-quinas(ws-e)
                   set es-premiou-sim(ws-e) to true
               when 6
                   move wr-rateio-sena(ws-t) to ws-premio-sena
                   add 1 to es-senas(ws-e)
                   set es-premiou-sim(ws-e) to true
           end-evaluate

           move 1               to ws-busca-formato
           move ac-quant-aposta to ws-busca-quant
           move wr-data(ws-t)   to ws-busca-data
           perform obter-preco-vigente
           compute ws-gasto-aposta = ws-preco-vigente / 100

           add 1 to es-apostas(ws-e)
           add ws-gasto-aposta  to es-gasto(ws-e)
           add ws-premio-quadra to es-premio(ws-e)
           add ws-premio-quina  to es-premio(ws-e)
           add ws-premio-sena   to es-premio(ws-e)

           perform gravar-linha-csv


           .
       apurar-aposta-estrategia-exit.
           exit.

      *>-----------------------------------------------------------------
      *>pôr as dezenas da aposta corrente em ordem crescente
      *>-----------------------------------------------------------------
       ordenar-aposta-corrente section.


           move 1 to ws-i
           perform until ws-i >= ac-quant-aposta
               move 1 to ws-s
               perform until ws-s > ac-quant-aposta - ws-i
                   if ac-numeros(ws-s) > ac-numeros(ws-s + 1)
                       move ac-numeros(ws-s)     to ws-dezena-tmp
                       move ac-numeros(ws-s + 1) to ac-numeros(ws-s)
                       move ws-dezena-tmp        to ac-numeros(ws-s + 1)
                   end-if
                   add 1 to ws-s
               end-perform
               add 1 to ws-i
           end-perform


           .
       ordenar-aposta-corrente-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar a aposta simulada no CSV, no layout do programa17: o id
      *>e a sequencia da simulacao, a situacao e o nome da estrategia
      *>e o concurso alvo e o concurso simulado
      *>-----------------------------------------------------------------
       gravar-linha-csv section.


           add 1 to ws-aposta-id-csv

           move 0 to ws-i
           perform until ws-i = 15
               add 1 to ws-i
               if ws-i <= ac-quant-aposta
                   move ac-numeros(ws-i) to ws-num-csv(ws-i)
               else
                   move "00" to ws-num-csv(ws-i)
               end-if
           end-perform

           move space to reg-csv-aposta
           string ws-aposta-id-csv delimited by size
                  ";"              delimited by size
                  wr-data(ws-t)    delimited by size
                  ";"              delimited by size
                  ws-formato-csv   delimited by size
                  ";"              delimited by size
                  ac-quant-aposta  delimited by size
                  ";"              delimited by size
                  ws-num-csv(01)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(02)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(03)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(04)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(05)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(06)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(07)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(08)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(09)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(10)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(11)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(12)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(13)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(14)   delimited by space
                  ";"              delimited by size
                  ws-num-csv(15)   delimited by space
                  ";"              delimited by size
                  ws-q-vezes-csv   delimited by size
                  ";"              delimited by size
                  ws-campanha-csv  delimited by size
                  ";"              delimited by size
                  function trim(es-nome(ws-e)) delimited by size
                  ";"              delimited by size
                  wr-concurso(ws-t) delimited by size
                  ";"              delimited by size
                  ws-acertos       delimited by size
                  into reg-csv-aposta
           end-string

           move ws-gasto-aposta to ws-valor-ed
           perform anexar-valor-aposta-csv
           move ws-premio-quadra to ws-valor-ed
           perform anexar-valor-aposta-csv
           move ws-premio-quina to ws-valor-ed
           perform anexar-valor-aposta-csv
           move ws-premio-sena to ws-valor-ed
           perform anexar-valor-aposta-csv

           write reg-csv-aposta


           .
       gravar-linha-csv-exit.
           exit.

      *>-----------------------------------------------------------------
      *>anexar ";valor" (ja editado em ws-valor-ed) na linha corrente
      *>do CSV de apostas
      *>-----------------------------------------------------------------
       anexar-valor-aposta-csv section.


           move space to ws-campo-csv
           move function trim(ws-valor-ed) to ws-campo-csv
           string function trim(reg-csv-aposta) delimited by size
                  ";"                           delimited by size
                  function trim(ws-campo-csv)   delimited by size
                  into reg-csv-aposta
           end-string


           .
       anexar-valor-aposta-csv-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir o comparativo das estrategias lado a lado
      *>-----------------------------------------------------------------
       imprimir-relatorio-backtest section.


           move "=== SIMULACAO DAS ESTRATEGIAS CONTRA OS RESULTADOS OFICIAIS ==="
               to reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "Concursos " delimited by size
                  ws-concurso-inicial delimited by size
                  " a " delimited by size
                  ws-concurso-final delimited by size
                  " - simulados: " delimited by size
                  ws-concursos-simulados delimited by size
                  " - semente da aleatoria: " delimited by size
                  ws-semente delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           if ws-total-carteira = 0
               move "Carteira: nenhuma" to reg-relatorio
           else
               string "Carteira: " delimited by size
                      function trim(ws-nome-carteira) delimited by size
                      " (" delimited by size
                      ws-total-carteira delimited by size
                      " apostas por concurso)" delimited by size
                      into reg-relatorio
           end-if
           write reg-relatorio

           move space to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Estrategia" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move function trim(es-nome(ws-e)) to ws-nome-coluna
               move ws-nome-coluna to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Apostas" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move es-apostas(ws-e) to ws-quantidade-ed
               move ws-quantidade-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Total gasto R$" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move es-gasto(ws-e) to ws-valor-comparativo-ed
               move ws-valor-comparativo-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Quadras" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move es-quadras(ws-e) to ws-quantidade-ed
               move ws-quantidade-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Quinas" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move es-quinas(ws-e) to ws-quantidade-ed
               move ws-quantidade-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Senas" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move es-senas(ws-e) to ws-quantidade-ed
               move ws-quantidade-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Premios R$" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move es-premio(ws-e) to ws-valor-comparativo-ed
               move ws-valor-comparativo-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Resultado liquido R$" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               compute es-liquido(ws-e) = es-premio(ws-e) - es-gasto(ws-e)
               move es-liquido(ws-e) to ws-liquido-comparativo-ed
               move ws-liquido-comparativo-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Concursos premiados" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move es-concursos-premiados(ws-e) to ws-quantidade-ed
               move ws-quantidade-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to ws-linha-comparativa
           move "Maior seca (concursos)" to lc-rotulo
           move 0 to ws-e
           perform until ws-e = ws-total-estrategias
               add 1 to ws-e
               move es-maior-seca(ws-e) to ws-quantidade-ed
               move ws-quantidade-ed to lc-coluna(ws-e)
           end-perform
           move ws-linha-comparativa to reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           write reg-relatorio
           move "Premios pelo rateio bruto do concurso; gasto pela vigencia de preco na data do sorteio."
               to reg-relatorio
           write reg-relatorio


           .
       imprimir-relatorio-backtest-exit.
           exit.

      *>-----------------------------------------------------------------
      *>tabela de precos padrao, usada quando TABELA-PRECOS.DAT nao
      *>tem vigencia para a data
      *>-----------------------------------------------------------------
       definir-tabela-precos section.


           move     500   to ws-tab-preco(1) *>06 numeros - R$   5,00
           move    3500   to ws-tab-preco(2) *>07 numeros - R$  35,00
           move   14000   to ws-tab-preco(3) *>08 numeros - R$ 140,00
           move   42000   to ws-tab-preco(4) *>09 numeros - R$ 420,00
           move  105000   to ws-tab-preco(5) *>10 numeros - R$1050,00

           move 50063860  to ws-tab-chance(1) *>chance de acertar os 6 numeros
           move  7151980  to ws-tab-chance(2)
           move  1787995  to ws-tab-chance(3)
           move   595998  to ws-tab-chance(4)
           move   238399  to ws-tab-chance(5)


           .
       definir-tabela-precos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar as vigencias de preco de TABELA-PRECOS.DAT; sem o
      *>arquivo (ou vazio) ficam valendo os padroes em codigo
      *>-----------------------------------------------------------------
       carregar-tabela-precos section.


           move 0 to ws-total-vigencias

           open input tabela-precos-file

           set ws-fim-nao to true
           read tabela-precos-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-vigencias < ws-max-vigencias
                   add 1 to ws-total-vigencias
                   move tp-formato-jogo
                       to vg-formato-jogo(ws-total-vigencias)
                   move tp-quant-aposta
                       to vg-quant-aposta(ws-total-vigencias)
                   move tp-data-vigencia
                       to vg-data-vigencia(ws-total-vigencias)
                   move tp-preco  to vg-preco(ws-total-vigencias)
                   move tp-chance to vg-chance(ws-total-vigencias)
               end-if

               read tabela-precos-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close tabela-precos-file


           .
       carregar-tabela-precos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>achar o preco em vigor para ws-busca-formato/ws-busca-quant na
      *>data ws-busca-data: a vigencia mais recente que nao e posterior
      *>a data; a Mega da Virada usa as vigencias da Mega Sena quando
      *>nao tem as suas; sem vigencia no arquivo, vale a tabela padrao
      *>-----------------------------------------------------------------
       obter-preco-vigente section.


           move 0 to ws-preco-vigente
           move 0 to ws-chance-vigente
           move 0 to ws-data-melhor
           set ws-vigencia-nao-achou to true

           move 0 to ws-v
           perform until ws-v = ws-total-vigencias
               add 1 to ws-v
               if vg-quant-aposta(ws-v) = ws-busca-quant and
                       vg-data-vigencia(ws-v) <= ws-busca-data and
                       (vg-formato-jogo(ws-v) = ws-busca-formato or
                        (vg-formato-jogo(ws-v) = 1 and
                         ws-busca-formato = 2))
                   if ws-vigencia-nao-achou or
                           vg-data-vigencia(ws-v) >= ws-data-melhor
                       set ws-vigencia-achou to true
                       move vg-data-vigencia(ws-v) to ws-data-melhor
                       move vg-preco(ws-v)  to ws-preco-vigente
                       move vg-chance(ws-v) to ws-chance-vigente
                   end-if
               end-if
           end-perform

           if ws-vigencia-nao-achou
               if (ws-busca-formato = 1 or ws-busca-formato = 2) and
                       ws-busca-quant >= 6 and ws-busca-quant <= 10
                   compute ws-idx-preco = ws-busca-quant - 5
                   move ws-tab-preco(ws-idx-preco)  to ws-preco-vigente
                   move ws-tab-chance(ws-idx-preco) to ws-chance-vigente
               end-if
           end-if


           .
       obter-preco-vigente-exit.
           exit.

      *>--- numeros, q-vezes-sorteio, campanha, situacao, gasto e
      *>--- premio por faixa contra o concurso alvo) e
      *>--- EXTRACAO-RESULTADOS.CSV (uma linha por concurso); os
      *>--- filtros de periodo, quant-aposta, campanha, situacao e
      *>--- formato do jogo vem de EXTRACAO-PARAM.DAT quando preenchido
      *>--- (para rodar na cadeia noturna) ou sao pedidos ao operador;
      *>--- filtrando por situacao ou formato sem campanha, as apostas
      *>--- sao lidas direto do cadastro pela chave alternada, sem
      *>--- passar pelo historico inteiro

      *>--- divisao para configuração do programa
       environment division.
               organization is indexed
               access mode is dynamic
               record key is am-aposta-id
               alternate record key is am-chave-situacao-concurso
                   with duplicates
               alternate record key is am-formato-jogo with duplicates
               sharing with all other
               lock mode is automatic.

           05  ep-data-final                pic x(10).
           05  ep-quant-aposta              pic 9(02).
           05  ep-campanha-id               pic 9(12).
           05  ep-situacao                  pic x(01).
           05  ep-formato-jogo              pic x(01).

       fd  csv-apostas-file.
       01  reg-csv-aposta                   pic x(250).
       77  ws-filtro-data-final             pic 9(08) value 99999999.
       77  ws-filtro-quant                  pic 9(02) value 0.
       77  ws-filtro-campanha               pic 9(12) value 0.
       77  ws-filtro-situacao               pic x(01) value space.
           88  ws-filtro-situacao-valida    values "S" "J" "C" "L".
       77  ws-filtro-formato                pic 9(01) value 0.
       77  ws-data-registro                 pic 9(08) value 0.

       77  ws-modo-parametro                pic x(01) value "n".

      *>--- aposta em extracao
       77  ws-situacao-aposta               pic x(09) value space.
       77  ws-situacao-codigo               pic x(01) value space.
       77  ws-aposta-filtrada               pic x(01) value "s".
           88  ws-aposta-entra              value "s".
           88  ws-aposta-fora               value "n".
       77  ws-concurso-alvo                 pic 9(04) value 0.
       77  ws-acertos                       pic 9(02) value 0.
       77  ws-gasto-aposta                  pic 9(09)v99 value 0.
                       if ep-campanha-id is numeric
                           move ep-campanha-id to ws-filtro-campanha
                       end-if
                       move ep-situacao to ws-filtro-situacao
                       perform validar-filtro-situacao
                       if ep-formato-jogo is numeric
                           move ep-formato-jogo to ws-filtro-formato
                       end-if
                       display "Extracao com filtros do parametro: "
                           ws-filtro-data-inicial " a "
                           ws-filtro-data-final
           display "Campanha-id (0 = todas): " with no advancing
           accept ws-filtro-campanha

           display "Situacao (S/J/C/L, branco = todas): "
               with no advancing
           accept ws-filtro-situacao
           perform validar-filtro-situacao

           display "Formato do jogo (1 a 4, 0 = todos): "
               with no advancing
           accept ws-filtro-formato


           .
       aceitar-filtros-operador-exit.
           exit.

      *>-----------------------------------------------------------------
      *>situacao do filtro em maiuscula; fora de S/J/C/L vale "todas"
      *>-----------------------------------------------------------------
       validar-filtro-situacao section.


           inspect ws-filtro-situacao converting "sjcl" to "SJCL"
           if not ws-filtro-situacao-valida
               move space to ws-filtro-situacao
           end-if


           .
       validar-filtro-situacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar dd/mm/aaaa digitado para ws-data-conv (aaaammdd);
      *>data invalida ou em branco vale zero
           exit.

      *>-----------------------------------------------------------------
      *>gerar o CSV das apostas: com filtro de situacao ou de formato
      *>e sem filtro de campanha (que so existe no historico), le
      *>direto do cadastro pela chave alternada; senao, uma passada no
      *>historico, aplicando os filtros e buscando no cadastro a
      *>situacao e o concurso alvo
      *>-----------------------------------------------------------------
       extrair-apostas-csv section.


           move 0 to ws-total-apostas-csv

           if ws-filtro-campanha = 0 and
                   (ws-filtro-situacao <> space or ws-filtro-formato <> 0)
               perform extrair-apostas-cadastro
           else
               perform extrair-apostas-historico
           end-if

           close csv-apostas-file


           .
       extrair-apostas-csv-exit.
           exit.

      *>-----------------------------------------------------------------
      *>uma passada no historico, com a situacao e o concurso alvo de
      *>cada aposta buscados no cadastro indexado
      *>-----------------------------------------------------------------
       extrair-apostas-historico section.


           open input hist-sorteios-file
           open input aposta-master-file

                        rh-quant-aposta = ws-filtro-quant) and
                       (ws-filtro-campanha = 0 or
                        rh-campanha-id = ws-filtro-campanha)
                   perform definir-formato-csv
                   perform buscar-situacao-aposta
                   perform conferir-filtros-cadastro
                   if ws-aposta-entra
                       perform extrair-uma-aposta
                   end-if
               end-if

               read hist-sorteios-file
           close hist-sorteios-file
           close aposta-master-file


           .
       extrair-apostas-historico-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ler as apostas direto do cadastro: pela chave alternada de
      *>situacao e concurso alvo quando ha filtro de situacao, senao
      *>pela do formato do jogo; a campanha nao fica no cadastro e sai
      *>zerada
      *>-----------------------------------------------------------------
       extrair-apostas-cadastro section.


           open input aposta-master-file

           set ws-fim-nao to true
           if ws-filtro-situacao <> space
               move ws-filtro-situacao to am-situacao
               move 0 to am-concurso-alvo
               start aposta-master-file
                   key is >= am-chave-situacao-concurso
                   invalid key set ws-fim-sim to true
               end-start
           else
      *>--- registros antigos sem formato (0) valem Mega Sena: o filtro
      *>--- da Mega comeca neles
               if ws-filtro-formato = 1
                   move 0 to am-formato-jogo
               else
                   move ws-filtro-formato to am-formato-jogo
               end-if
               start aposta-master-file
                   key is >= am-formato-jogo
                   invalid key set ws-fim-sim to true
               end-start
           end-if

           if ws-fim-nao
               perform ler-proxima-aposta-chave
           end-if

           perform until ws-fim-sim
               compute ws-data-registro =
                   am-ano * 10000 + am-mes * 100 + am-dia

               if ws-data-registro >= ws-filtro-data-inicial and
                       ws-data-registro <= ws-filtro-data-final and
                       (ws-filtro-quant = 0 or
                        am-quant-aposta = ws-filtro-quant)
                   perform montar-historico-cadastro
                   perform definir-formato-csv
                   perform montar-situacao-aposta
                   perform conferir-filtros-cadastro
                   if ws-aposta-entra
                       perform extrair-uma-aposta
                   end-if
               end-if

               perform ler-proxima-aposta-chave
           end-perform

           close aposta-master-file


           .
       extrair-apostas-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ler a proxima aposta na chave alternada corrente, terminando ao
      *>sair da situacao (ou passar do formato) do filtro
      *>-----------------------------------------------------------------
       ler-proxima-aposta-chave section.


           read aposta-master-file next record
               at end set ws-fim-sim to true
           end-read

           if ws-fim-nao
               if ws-filtro-situacao <> space
                   if am-situacao <> ws-filtro-situacao
                       set ws-fim-sim to true
                   end-if
               else
                   if am-formato-jogo > ws-filtro-formato
                       set ws-fim-sim to true
                   end-if
               end-if
           end-if


           .
       ler-proxima-aposta-chave-exit.
           exit.

      *>-----------------------------------------------------------------
      *>passar a aposta corrente do cadastro para o layout do
      *>historico, que e o que a linha do CSV usa
      *>-----------------------------------------------------------------
       montar-historico-cadastro section.


           move am-data-hora       to rh-data-hora
           move am-quant-aposta    to rh-quant-aposta
           move 1 to ws-i
           perform until ws-i > 10
               move am-numeros-usuario(ws-i) to rh-numeros-usuario(ws-i)
               add 1 to ws-i
           end-perform
           move 1 to ws-i
           perform until ws-i > 5
               move am-numeros-usuario-ext(ws-i)
                   to rh-numeros-usuario-ext(ws-i)
               add 1 to ws-i
           end-perform
           move am-q-vezes-sorteio to rh-q-vezes-sorteio
           move am-aposta-id       to rh-aposta-id
           move 0                  to rh-campanha-id
           move am-formato-jogo    to rh-formato-jogo


           .
       montar-historico-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>formato da aposta corrente para o CSV; sem o campo, ou fora de
      *>1 a 4, vale Mega Sena
      *>-----------------------------------------------------------------
       definir-formato-csv section.


           if rh-formato-jogo is numeric and
                   rh-formato-jogo >= 1 and rh-formato-jogo <= 4
               move 1 to ws-formato-csv
           end-if


           .
       definir-formato-csv-exit.
           exit.

      *>-----------------------------------------------------------------
      *>aplicar os filtros de situacao e de formato a aposta corrente
      *>-----------------------------------------------------------------
       conferir-filtros-cadastro section.


           set ws-aposta-entra to true

           if ws-filtro-situacao <> space and
                   ws-situacao-codigo <> ws-filtro-situacao
               set ws-aposta-fora to true
           end-if

           if ws-filtro-formato <> 0 and
                   ws-formato-csv <> ws-filtro-formato
               set ws-aposta-fora to true
           end-if


           .
       conferir-filtros-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>montar e gravar a linha CSV da aposta corrente do historico
      *>-----------------------------------------------------------------
       extrair-uma-aposta section.


           add 1 to ws-total-apostas-csv

           perform apurar-premios-aposta

           move ws-formato-csv  to ws-busca-formato


           move "simulada " to ws-situacao-aposta
           move "S" to ws-situacao-codigo
           move 0 to ws-concurso-alvo

           move rh-aposta-id to am-aposta-id
               invalid key
                   continue
               not invalid key
                   perform montar-situacao-aposta
           end-read


       buscar-situacao-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>situacao e concurso alvo da aposta corrente do cadastro
      *>-----------------------------------------------------------------
       montar-situacao-aposta section.


           move am-concurso-alvo to ws-concurso-alvo
           evaluate true
               when am-jogada
                   move "jogada   " to ws-situacao-aposta
                   move "J" to ws-situacao-codigo
               when am-conferida
                   move "conferida" to ws-situacao-aposta
                   move "C" to ws-situacao-codigo
               when am-liquidada
                   move "liquidada" to ws-situacao-aposta
                   move "L" to ws-situacao-codigo
               when other
                   move "simulada " to ws-situacao-aposta
                   move "S" to ws-situacao-codigo
           end-evaluate


           .
       montar-situacao-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>apurar acertos e premio por faixa da aposta contra o resultado
      *>do concurso alvo dela (zerado quando nao ha alvo ou resultado)

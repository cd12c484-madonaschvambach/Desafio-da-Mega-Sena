      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa32".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 06/10/2026.
       date-compiled. 06/10/2026.

      *>--- verificacao de combinacoes repetidas para um concurso:
      *>--- junta todas as apostas que vao para o concurso - as jogadas
      *>--- do cadastro (APOSTAS-MASTER.DAT, com as de bolao de
      *>--- BOLAO-APOSTAS.DAT), os jogos das carteiras gravadas
      *>--- (CARTEIRAS.DAT) e os registros ainda pendentes do lote
      *>--- (APOSTAS-LOTE.DAT, onde cai tambem o desdobramento do
      *>--- programa14) - e compara os numeros sem olhar a ordem:
      *>--- acusa a aposta repetida e a aposta menor inteira dentro de
      *>--- uma maior, dizendo o arquivo e o id de cada copia. Chamado
      *>--- pelo passo noturno programa33 (todas as apostas, relatorio
      *>--- RELATORIO-DUPLICIDADES.DAT) e pelo programa05 antes de
      *>--- marcar uma aposta jogada (so a aposta a marcar, na tela)

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional aposta-master-file
               assign to "APOSTAS-MASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is am-aposta-id
               alternate record key is am-chave-situacao-concurso
                   with duplicates
               alternate record key is am-formato-jogo with duplicates
               sharing with all other
               lock mode is automatic.

           select optional bolao-apostas-file
               assign to "BOLAO-APOSTAS.DAT"
               organization is line sequential.

           select optional carteira-resultados-file
               assign to "CARTEIRA-RESULTADOS.DAT"
               organization is line sequential.

           select optional carteiras-file
               assign to "CARTEIRAS.DAT"
               organization is line sequential.

           select optional apostas-lote-file
               assign to "APOSTAS-LOTE.DAT"
               organization is line sequential.

           select optional run-control-file
               assign to "LOTE-RUN-CONTROL.DAT"
               organization is line sequential.

           select optional calendario-file
               assign to "CALENDARIO-CONCURSOS.DAT"
               organization is line sequential.

           select optional resultados-file
               assign to "RESULTADOS-MEGASENA.DAT"
               organization is line sequential.

           select optional resultados-quina-file
               assign to "RESULTADOS-QUINA.DAT"
               organization is line sequential.

           select relatorio-file
               assign to "RELATORIO-DUPLICIDADES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  aposta-master-file.
           copy "CPY-APOSTA.CPY".

       fd  bolao-apostas-file.
       01  reg-bolao-aposta.
           05  ba-bolao-nome                pic x(20).
           05  ba-aposta-id                 pic 9(09).

       fd  carteira-resultados-file.
       01  reg-carteira-resultado.
           05  cr-carteira-nome             pic x(20).
           05  cr-quant-aposta              pic 9(02).
           05  cr-numeros occurs 10         pic 9(02).
           05  cr-q-vezes-sorteio           pic 9(15).
           05  cr-time-hora                 pic 9(02).
           05  cr-time-minuto               pic 9(02).
           05  cr-time-centesimo            pic 9(02).
           05  cr-aposta-id                 pic 9(09).

       fd  carteiras-file.
       01  reg-carteira.
           05  ca-nome                      pic x(20).
           05  ca-quant-aposta              pic 9(02).
           05  ca-numeros occurs 10         pic 9(02).

       fd  apostas-lote-file.
       01  reg-aposta-lote.
           05  al-quant-aposta              pic 9(02).
           05  al-numeros occurs 10         pic 9(02).
           05  al-carteira-nome             pic x(20).

       fd  run-control-file.
       01  reg-run-control.
           05  rn-tipo                      pic x(01).
               88  rn-cabecalho             value "C".
               88  rn-detalhe               value "D".
           05  rn-run-id                    pic 9(14).
           05  rn-sequencia                 pic 9(05).
           05  rn-situacao                  pic x(01).
               88  rn-reg-pendente          value "P".
           05  rn-inicio                    pic 9(12).
           05  rn-fim                       pic 9(12).
           05  rn-total-lidas               pic 9(08).
           05  rn-total-invalidas           pic 9(08).

       fd  calendario-file.
           copy "CPY-CALENDARIO.CPY".

       fd  resultados-file.
           copy "CPY-RESULT.CPY".

       fd  resultados-quina-file.
           copy "CPY-RESQUI.CPY".

       fd  relatorio-file.
       01  reg-relatorio                    pic x(132).

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- apostas que vao para o concurso, de todas as origens, com
      *>--- os numeros em ordem crescente e o mapa das dezenas marcadas
      *>--- (posicao n = "1" quando a dezena n esta na aposta); a
      *>--- carteira liga o jogo gravado em CARTEIRAS.DAT as apostas
      *>--- que sairam dele pelo lote, que sao a mesma aposta
       01  ws-tabela-apostas.
           05  ws-aposta occurs 6000.
               10  tp-origem                pic x(20).
               10  tp-referencia            pic x(40).
               10  tp-carteira              pic x(20).
               10  tp-definicao             pic x(01).
                   88  tp-def-carteira      value "S".
                   88  tp-def-aposta        value "N".
               10  tp-quant-aposta          pic 9(02).
               10  tp-lista.
                   15  tp-numeros occurs 15 pic 9(02).
               10  tp-mapa                  pic x(80).

       77  ws-total-apostas                 pic 9(04) value 0.
       77  ws-max-apostas                   pic 9(04) value 6000.
       77  ws-apostas-fora                  pic 9(05) value 0.

       77  ws-total-do-cadastro             pic 9(05) value 0.
       77  ws-total-de-bolao                pic 9(05) value 0.
       77  ws-total-de-carteira             pic 9(05) value 0.
       77  ws-total-do-lote                 pic 9(05) value 0.

      *>--- ligacoes das apostas do cadastro com boloes e carteiras
       01  ws-tabela-boloes.
           05  ws-bolao occurs 3000.
               10  tb-aposta-id             pic 9(09).
               10  tb-bolao-nome            pic x(20).

       77  ws-total-boloes                  pic 9(04) value 0.
       77  ws-max-boloes                    pic 9(04) value 3000.

       01  ws-tabela-carteiras.
           05  ws-carteira occurs 3000.
               10  tc-aposta-id             pic 9(09).
               10  tc-carteira-nome         pic x(20).

       77  ws-total-carteiras               pic 9(04) value 0.
       77  ws-max-carteiras                 pic 9(04) value 3000.

       01  ws-bolao-da-aposta               pic x(20) value space.
       01  ws-carteira-da-aposta            pic x(20) value space.

      *>--- situacao de cada registro do lote na ultima run do
      *>--- programa04: so o pendente (ou acrescentado depois da run)
      *>--- ainda vai virar aposta
       01  ws-tabela-controle-lote.
           05  ws-ctl-lote occurs 6000      pic x(01).

       77  ws-total-controle-lote           pic 9(05) value 0.
       77  ws-max-controle-lote             pic 9(05) value 6000.
       77  ws-sequencia-lote                pic 9(05) value 0.

      *>--- concursos com resultado e calendario, para achar o
      *>--- proximo concurso aberto quando nenhum foi informado
       01  ws-tabela-concursos-result.
           05  ws-concurso-result occurs 5000 pic 9(04).

       77  ws-total-result                  pic 9(04) value 0.
       77  ws-max-result                    pic 9(04) value 5000.
       77  ws-maior-result                  pic 9(04) value 0.

       01  ws-resultado-existe              pic x(01) value "n".
           88  ws-resultado-gravado         value "s".
           88  ws-resultado-nao-gravado     value "n".

      *>--- jogo e sequencia da aposta do cadastro em exame; a Mega da
      *>--- Virada e os registros sem formato contam como Mega Sena
       77  ws-formato-familia               pic 9(01) value 1.
       77  ws-formato-aposta                pic 9(01) value 1.
       77  ws-qtd-concursos                 pic 9(02) value 1.
       77  ws-concurso-final-seq            pic 9(04) value 0.

      *>--- faixa da chave alternada de situacao e concurso alvo lida
      *>--- no cadastro: a teimosinha vai no maximo a 8 concursos, entao
      *>--- so alvo de ate 7 concursos antes do verificado pode cobri-lo
       01  ws-situacao-coleta               pic x(01) value space.
       77  ws-concurso-coleta-inicial       pic 9(04) value 0.
       77  ws-jogo-carteira                 pic 9(03) value 0.
       01  ws-carteira-anterior             pic x(20) value space.

      *>--- aposta em montagem antes de entrar na tabela
       01  ws-aposta-nova.
           05  an-origem                    pic x(20).
           05  an-referencia                pic x(40).
           05  an-carteira                  pic x(20).
           05  an-definicao                 pic x(01).
           05  an-quant-aposta              pic 9(02).
           05  an-lista.
               10  an-numeros occurs 15     pic 9(02).
           05  an-mapa                      pic x(80).

       01  ws-aposta-aceita                 pic x(01) value "s".
           88  ws-aposta-valida             value "s".
           88  ws-aposta-invalida           value "n".

      *>--- comparacao de um par: a e b sao as apostas, menor e maior
      *>--- a ordem delas na contencao
       77  ws-a                             pic 9(04) value 0.
       77  ws-b                             pic 9(04) value 0.
       77  ws-menor                         pic 9(04) value 0.
       77  ws-maior                         pic 9(04) value 0.
       77  ws-primeira                      pic 9(04) value 0.

       01  ws-tipo-achado                   pic x(01) value space.
           88  ws-achado-exato              value "E".
           88  ws-achado-contido            value "C".
           88  ws-achado-nenhum             value space.

       01  ws-contida                       pic x(01) value "s".
           88  ws-contida-sim               value "s".
           88  ws-contida-nao               value "n".

       01  ws-numeros-linha.
           05  nl-item occurs 15.
               10  nl-dezena                pic x(02).
               10  nl-separador             pic x(01).

       01  ws-linha-achado                  pic x(132) value space.
       01  ws-referencia-tmp                pic x(40) value space.

       01  ws-data-hoje-corrente.
           05  ws-data-hoje                 pic 9(08).
           05  filler                       pic x(13).

       77  ws-i                             pic 9(02).
       77  ws-j                             pic 9(02).
       77  ws-n                             pic 9(02).
       77  ws-t                             pic 9(04).
       77  ws-tmp                           pic 9(02).

      *>--- variaveis para comunicaçao entre programa
       linkage section.

      *>--- concurso e jogo da verificacao (concurso zero = proximo
      *>--- concurso aberto do jogo); com aposta-id, compara so essa
      *>--- aposta, com os numeros informados, contra as demais
       01  ls-consulta-duplicidade.
           05  ls-dup-concurso                      pic 9(04).
           05  ls-dup-formato-jogo                  pic 9(01).
           05  ls-dup-aposta-id                     pic 9(09).
           05  ls-dup-quant-aposta                  pic 9(02).
           05  ls-dup-numeros occurs 15             pic 9(02).
           05  ls-dup-exatas                        pic 9(05).
           05  ls-dup-contidas                      pic 9(05).
           05  ls-dup-situacao                      pic x(01).
               88  ls-dup-sem-repeticao             value "N".
               88  ls-dup-com-repeticao             value "R".

      *>--- declaração do corpo do programa
       procedure division using ls-consulta-duplicidade.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move 0 to ls-dup-exatas
           move 0 to ls-dup-contidas
           set ls-dup-sem-repeticao to true

           move 0 to ws-total-apostas
           move 0 to ws-apostas-fora
           move 0 to ws-total-do-cadastro
           move 0 to ws-total-de-bolao
           move 0 to ws-total-de-carteira
           move 0 to ws-total-do-lote
           move 0 to ws-primeira

           move function current-date to ws-data-hoje-corrente

           if ls-dup-formato-jogo = 0 or ls-dup-formato-jogo = 2
               move 1 to ws-formato-familia
           else
               move ls-dup-formato-jogo to ws-formato-familia
           end-if

           if ls-dup-concurso = 0
               perform localizar-proximo-concurso
           end-if


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           if ls-dup-concurso = 0
               display "Verificacao de repetidas: concurso nao"
                   " informado e sem proximo concurso aberto no"
                   " calendario."
           else
               perform carregar-ligacoes

      *>--- a aposta a marcar entra primeiro, para a comparacao so
      *>--- dela contra as demais
               if ls-dup-aposta-id <> 0
                   perform incluir-aposta-consultada
               end-if

               perform coletar-apostas-cadastro

      *>--- carteiras e lote sao sempre jogos de Mega Sena
               if ws-formato-familia = 1
                   perform coletar-apostas-carteiras
                   perform coletar-apostas-lote
               end-if

               if ls-dup-aposta-id = 0
                   perform verificar-todas-apostas
               else
                   perform verificar-aposta-consultada
               end-if

               if ls-dup-exatas > 0 or ls-dup-contidas > 0
                   set ls-dup-com-repeticao to true
               end-if
           end-if


           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


           exit program


           .
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>proximo concurso aberto do jogo: o menor concurso do
      *>calendario com sorteio hoje ou depois e sem resultado; sem
      *>calendario, o concurso seguinte ao ultimo resultado gravado
      *>-----------------------------------------------------------------
       localizar-proximo-concurso section.


           perform carregar-concursos-result

           open input calendario-file

           set ws-fim-nao to true
           read calendario-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if cc-formato-jogo = ws-formato-familia and
                       cc-data-sorteio >= ws-data-hoje
                   perform verificar-resultado-gravado
                   if ws-resultado-nao-gravado and
                           (ls-dup-concurso = 0 or
                            cc-concurso < ls-dup-concurso)
                       move cc-concurso to ls-dup-concurso
                   end-if
               end-if

               read calendario-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close calendario-file

           if ls-dup-concurso = 0 and ws-maior-result > 0
               compute ls-dup-concurso = ws-maior-result + 1
           end-if


           .
       localizar-proximo-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os concursos com resultado do jogo (a Lotofacil nao
      *>tem arquivo de resultados)
      *>-----------------------------------------------------------------
       carregar-concursos-result section.


           move 0 to ws-total-result
           move 0 to ws-maior-result

           if ws-formato-familia = 1
               open input resultados-file
               set ws-fim-nao to true
               read resultados-file
                   at end set ws-fim-sim to true
               end-read
               perform until ws-fim-sim
                   if ws-total-result < ws-max-result
                       add 1 to ws-total-result
                       move rr-concurso
                           to ws-concurso-result(ws-total-result)
                   end-if
                   if rr-concurso > ws-maior-result
                       move rr-concurso to ws-maior-result
                   end-if
                   read resultados-file
                       at end set ws-fim-sim to true
                   end-read
               end-perform
               close resultados-file
           end-if

           if ws-formato-familia = 4
               open input resultados-quina-file
               set ws-fim-nao to true
               read resultados-quina-file
                   at end set ws-fim-sim to true
               end-read
               perform until ws-fim-sim
                   if ws-total-result < ws-max-result
                       add 1 to ws-total-result
                       move rq-concurso
                           to ws-concurso-result(ws-total-result)
                   end-if
                   if rq-concurso > ws-maior-result
                       move rq-concurso to ws-maior-result
                   end-if
                   read resultados-quina-file
                       at end set ws-fim-sim to true
                   end-read
               end-perform
               close resultados-quina-file
           end-if


           .
       carregar-concursos-result-exit.
           exit.

      *>-----------------------------------------------------------------
      *>o concurso do calendario lido (cc-concurso) ja tem resultado?
      *>-----------------------------------------------------------------
       verificar-resultado-gravado section.


           set ws-resultado-nao-gravado to true
           move 0 to ws-t
           perform until ws-t = ws-total-result or ws-resultado-gravado
               add 1 to ws-t
               if ws-concurso-result(ws-t) = cc-concurso
                   set ws-resultado-gravado to true
               end-if
           end-perform


           .
       verificar-resultado-gravado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar as ligacoes das apostas do cadastro com os boloes
      *>(programa12) e com as carteiras que as mandaram ao lote
      *>-----------------------------------------------------------------
       carregar-ligacoes section.


           move 0 to ws-total-boloes
           move 0 to ws-total-carteiras

           open input bolao-apostas-file
           set ws-fim-nao to true
           read bolao-apostas-file
               at end set ws-fim-sim to true
           end-read
           perform until ws-fim-sim
               if ws-total-boloes < ws-max-boloes
                   add 1 to ws-total-boloes
                   move ba-aposta-id  to tb-aposta-id(ws-total-boloes)
                   move ba-bolao-nome to tb-bolao-nome(ws-total-boloes)
               end-if
               read bolao-apostas-file
                   at end set ws-fim-sim to true
               end-read
           end-perform
           close bolao-apostas-file

           open input carteira-resultados-file
           set ws-fim-nao to true
           read carteira-resultados-file
               at end set ws-fim-sim to true
           end-read
           perform until ws-fim-sim
               if ws-total-carteiras < ws-max-carteiras and
                       cr-aposta-id is numeric and cr-aposta-id <> 0
                   add 1 to ws-total-carteiras
                   move cr-aposta-id
                       to tc-aposta-id(ws-total-carteiras)
                   move cr-carteira-nome
                       to tc-carteira-nome(ws-total-carteiras)
               end-if
               read carteira-resultados-file
                   at end set ws-fim-sim to true
               end-read
           end-perform
           close carteira-resultados-file


           .
       carregar-ligacoes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>bolao e carteira a que a aposta am-aposta-id esta ligada
      *>-----------------------------------------------------------------
       localizar-ligacoes-aposta section.


           move space to ws-bolao-da-aposta
           move space to ws-carteira-da-aposta

           move 0 to ws-t
           perform until ws-t = ws-total-boloes or
                   ws-bolao-da-aposta <> space
               add 1 to ws-t
               if tb-aposta-id(ws-t) = am-aposta-id
                   move tb-bolao-nome(ws-t) to ws-bolao-da-aposta
               end-if
           end-perform

           move 0 to ws-t
           perform until ws-t = ws-total-carteiras or
                   ws-carteira-da-aposta <> space
               add 1 to ws-t
               if tc-aposta-id(ws-t) = am-aposta-id
                   move tc-carteira-nome(ws-t) to ws-carteira-da-aposta
               end-if
           end-perform


           .
       localizar-ligacoes-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>incluir a aposta a marcar, com os numeros recebidos do
      *>chamador (a aposta ainda esta simulada no cadastro)
      *>-----------------------------------------------------------------
       incluir-aposta-consultada section.


           move ls-dup-aposta-id to am-aposta-id
           perform localizar-ligacoes-aposta

           move space to ws-aposta-nova
           perform montar-origem-cadastro

           move ls-dup-quant-aposta to an-quant-aposta
           move 0 to ws-i
           perform until ws-i = 15
               add 1 to ws-i
               if ws-i > ls-dup-quant-aposta
                   move 0 to an-numeros(ws-i)
               else
                   move ls-dup-numeros(ws-i) to an-numeros(ws-i)
               end-if
           end-perform

           perform incluir-aposta-tabela
           if ws-total-apostas > 0
               move 1 to ws-primeira
           end-if


           .
       incluir-aposta-consultada-exit.
           exit.

      *>-----------------------------------------------------------------
      *>origem e referencia da aposta am-aposta-id do cadastro: a de
      *>bolao aparece pelo bolao, as demais pelo cadastro, com a
      *>carteira de onde vieram
      *>-----------------------------------------------------------------
       montar-origem-cadastro section.


           move ws-carteira-da-aposta to an-carteira
           move "N" to an-definicao
           move space to an-referencia

           if ws-bolao-da-aposta <> space
               move "BOLAO-APOSTAS.DAT" to an-origem
               string "bolao " delimited by size
                      function trim(ws-bolao-da-aposta) delimited by size
                      " aposta " delimited by size
                      am-aposta-id delimited by size
                      into an-referencia
               end-string
           else
               move "APOSTAS-MASTER.DAT" to an-origem
               if ws-carteira-da-aposta <> space
                   string "aposta " delimited by size
                          am-aposta-id delimited by size
                          " carteira " delimited by size
                          function trim(ws-carteira-da-aposta)
                              delimited by size
                          into an-referencia
                   end-string
               else
                   string "aposta " delimited by size
                          am-aposta-id delimited by size
                          into an-referencia
                   end-string
               end-if
           end-if

           if ls-dup-aposta-id <> 0 and am-aposta-id = ls-dup-aposta-id
               move space to ws-referencia-tmp
               string function trim(an-referencia) delimited by size
                      " (a marcar)" delimited by size
                      into ws-referencia-tmp
               end-string
               move ws-referencia-tmp to an-referencia
           end-if


           .
       montar-origem-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>apostas jogadas do cadastro cuja sequencia de concursos (o
      *>alvo e, na teimosinha, os seguintes) inclui o concurso; a
      *>aposta a marcar ja foi incluida com os numeros do chamador; sao
      *>lidas direto pela chave alternada de situacao e concurso alvo,
      *>as conferidas e depois as jogadas
      *>-----------------------------------------------------------------
       coletar-apostas-cadastro section.


           if ls-dup-concurso > 7
               compute ws-concurso-coleta-inicial = ls-dup-concurso - 7
           else
               move 0 to ws-concurso-coleta-inicial
           end-if

           open input aposta-master-file

           move "C" to ws-situacao-coleta
           perform coletar-faixa-situacao

           move "J" to ws-situacao-coleta
           perform coletar-faixa-situacao

           close aposta-master-file


           .
       coletar-apostas-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ler as apostas da situacao ws-situacao-coleta com concurso alvo
      *>de ws-concurso-coleta-inicial ate o concurso verificado
      *>-----------------------------------------------------------------
       coletar-faixa-situacao section.


           set ws-fim-nao to true
           move ws-situacao-coleta         to am-situacao
           move ws-concurso-coleta-inicial to am-concurso-alvo
           start aposta-master-file
               key is >= am-chave-situacao-concurso
               invalid key set ws-fim-sim to true
           end-start

           if ws-fim-nao
               read aposta-master-file next record
                   at end set ws-fim-sim to true
               end-read
           end-if

           perform until ws-fim-sim
               if am-situacao <> ws-situacao-coleta or
                       am-concurso-alvo > ls-dup-concurso
                   set ws-fim-sim to true
               else
                   perform coletar-aposta-lida

                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-if
           end-perform


           .
       coletar-faixa-situacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>incluir na tabela a aposta lida do cadastro, se a sequencia
      *>dela inclui o concurso verificado
      *>-----------------------------------------------------------------
       coletar-aposta-lida section.


           if am-formato-jogo = 0 or am-formato-jogo = 2
               move 1 to ws-formato-aposta
           else
               move am-formato-jogo to ws-formato-aposta
           end-if

           if am-qtd-concursos is numeric and am-qtd-concursos > 0
               move am-qtd-concursos to ws-qtd-concursos
           else
               move 1 to ws-qtd-concursos
           end-if
           compute ws-concurso-final-seq =
               am-concurso-alvo + ws-qtd-concursos - 1

           if (am-jogada or am-conferida) and
                   ws-formato-aposta = ws-formato-familia and
                   am-concurso-alvo <= ls-dup-concurso and
                   ws-concurso-final-seq >= ls-dup-concurso and
                   am-aposta-id <> ls-dup-aposta-id
               perform localizar-ligacoes-aposta
               move space to ws-aposta-nova
               perform montar-origem-cadastro

               move am-quant-aposta to an-quant-aposta
               move 0 to ws-i
               perform until ws-i = 15
                   add 1 to ws-i
                   if ws-i > am-quant-aposta
                       move 0 to an-numeros(ws-i)
                   else
                   if ws-i > 10
                       move am-numeros-usuario-ext(ws-i - 10)
                           to an-numeros(ws-i)
                   else
                       move am-numeros-usuario(ws-i)
                           to an-numeros(ws-i)
                   end-if
                   end-if
               end-perform

               perform incluir-aposta-tabela
               if ws-aposta-valida
                   if ws-bolao-da-aposta <> space
                       add 1 to ws-total-de-bolao
                   else
                       add 1 to ws-total-do-cadastro
                   end-if
               end-if
           end-if


           .
       coletar-aposta-lida-exit.
           exit.

      *>-----------------------------------------------------------------
      *>jogos das carteiras gravadas: a carteira e jogada em todo
      *>concurso, como na varredura de premios do programa07
      *>-----------------------------------------------------------------
       coletar-apostas-carteiras section.


           move space to ws-carteira-anterior
           move 0 to ws-jogo-carteira

           open input carteiras-file

           set ws-fim-nao to true
           read carteiras-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ca-nome <> ws-carteira-anterior
                   move ca-nome to ws-carteira-anterior
                   move 0 to ws-jogo-carteira
               end-if
               add 1 to ws-jogo-carteira

               move space to ws-aposta-nova
               move "CARTEIRAS.DAT" to an-origem
               move ca-nome to an-carteira
               move "S" to an-definicao
               string "carteira " delimited by size
                      function trim(ca-nome) delimited by size
                      " jogo " delimited by size
                      ws-jogo-carteira delimited by size
                      into an-referencia
               end-string

               move ca-quant-aposta to an-quant-aposta
               move 0 to ws-i
               perform until ws-i = 15
                   add 1 to ws-i
                   if ws-i > ca-quant-aposta or ws-i > 10
                       move 0 to an-numeros(ws-i)
                   else
                       move ca-numeros(ws-i) to an-numeros(ws-i)
                   end-if
               end-perform

               perform incluir-aposta-tabela
               if ws-aposta-valida
                   add 1 to ws-total-de-carteira
               end-if

               read carteiras-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close carteiras-file


           .
       coletar-apostas-carteiras-exit.
           exit.

      *>-----------------------------------------------------------------
      *>registros do lote ainda pendentes: os da run aberta que nao
      *>foram processados e os acrescentados depois da ultima run
      *>-----------------------------------------------------------------
       coletar-apostas-lote section.


           move 0 to ws-total-controle-lote

           open input run-control-file
           set ws-fim-nao to true
           read run-control-file
               at end set ws-fim-sim to true
           end-read
           perform until ws-fim-sim
               if rn-detalhe and rn-sequencia >= 1 and
                       rn-sequencia <= ws-max-controle-lote
                   move rn-situacao to ws-ctl-lote(rn-sequencia)
                   if rn-sequencia > ws-total-controle-lote
                       move rn-sequencia to ws-total-controle-lote
                   end-if
               end-if
               read run-control-file
                   at end set ws-fim-sim to true
               end-read
           end-perform
           close run-control-file

           move 0 to ws-sequencia-lote

           open input apostas-lote-file
           set ws-fim-nao to true
           read apostas-lote-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               add 1 to ws-sequencia-lote

               if ws-sequencia-lote > ws-total-controle-lote
                   perform incluir-registro-lote
               else
               if ws-ctl-lote(ws-sequencia-lote) = "P"
                   perform incluir-registro-lote
               end-if
               end-if

               read apostas-lote-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close apostas-lote-file


           .
       coletar-apostas-lote-exit.
           exit.

      *>-----------------------------------------------------------------
      *>incluir o registro corrente do lote
      *>-----------------------------------------------------------------
       incluir-registro-lote section.


           move space to ws-aposta-nova
           move "APOSTAS-LOTE.DAT" to an-origem
           move al-carteira-nome to an-carteira
           move "N" to an-definicao
           if al-carteira-nome <> space
               string "registro " delimited by size
                      ws-sequencia-lote delimited by size
                      " carteira " delimited by size
                      function trim(al-carteira-nome) delimited by size
                      into an-referencia
               end-string
           else
               string "registro " delimited by size
                      ws-sequencia-lote delimited by size
                      into an-referencia
               end-string
           end-if

           move al-quant-aposta to an-quant-aposta
           move 0 to ws-i
           perform until ws-i = 15
               add 1 to ws-i
               if ws-i > al-quant-aposta or ws-i > 10
                   move 0 to an-numeros(ws-i)
               else
                   move al-numeros(ws-i) to an-numeros(ws-i)
               end-if
           end-perform

           perform incluir-aposta-tabela
           if ws-aposta-valida
               add 1 to ws-total-do-lote
           end-if


           .
       incluir-registro-lote-exit.
           exit.

      *>-----------------------------------------------------------------
      *>validar, ordenar e mapear a aposta em montagem e incluir na
      *>tabela; registro malformado (quantidade ou dezena fora do
      *>jogo) fica de fora, o verificador do programa11 e que acusa
      *>-----------------------------------------------------------------
       incluir-aposta-tabela section.


           set ws-aposta-valida to true

           if an-quant-aposta is not numeric or an-quant-aposta = 0 or
                   an-quant-aposta > 15
               set ws-aposta-invalida to true
           else
               move all "0" to an-mapa
               move 0 to ws-i
               perform until ws-i = an-quant-aposta or
                       ws-aposta-invalida
                   add 1 to ws-i
                   if an-numeros(ws-i) is not numeric or
                           an-numeros(ws-i) = 0 or
                           an-numeros(ws-i) > 80
                       set ws-aposta-invalida to true
                   else
                       move "1" to an-mapa(an-numeros(ws-i):1)
                   end-if
               end-perform
           end-if

           if ws-aposta-valida
               perform ordenar-numeros-aposta
               if ws-total-apostas < ws-max-apostas
                   add 1 to ws-total-apostas
                   move ws-aposta-nova to ws-aposta(ws-total-apostas)
               else
                   add 1 to ws-apostas-fora
                   set ws-aposta-invalida to true
               end-if
           end-if


           .
       incluir-aposta-tabela-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ordenar os numeros da aposta em montagem (crescente)
      *>-----------------------------------------------------------------
       ordenar-numeros-aposta section.


           move 1 to ws-i
           perform until ws-i >= an-quant-aposta
               move 1 to ws-j
               perform until ws-j > an-quant-aposta - ws-i
                   if an-numeros(ws-j) > an-numeros(ws-j + 1)
                       move an-numeros(ws-j)     to ws-tmp
                       move an-numeros(ws-j + 1) to an-numeros(ws-j)
                       move ws-tmp               to an-numeros(ws-j + 1)
                   end-if
                   add 1 to ws-j
               end-perform
               add 1 to ws-i
           end-perform


           .
       ordenar-numeros-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>verificacao noturna: todos os pares de apostas do concurso,
      *>com o relatorio RELATORIO-DUPLICIDADES.DAT
      *>-----------------------------------------------------------------
       verificar-todas-apostas section.


           open output relatorio-file

           move "=== APOSTAS REPETIDAS OU CONTIDAS EM OUTRA ==="
               to reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "Concurso " delimited by size
                  ls-dup-concurso delimited by size
                  " jogo " delimited by size
                  ws-formato-familia delimited by size
                  " - apostas: cadastro " delimited by size
                  ws-total-do-cadastro delimited by size
                  " bolao " delimited by size
                  ws-total-de-bolao delimited by size
                  " carteiras " delimited by size
                  ws-total-de-carteira delimited by size
                  " lote " delimited by size
                  ws-total-do-lote delimited by size
                  into reg-relatorio
           write reg-relatorio

           if ws-apostas-fora > 0
               move space to reg-relatorio
               string "ATENCAO: " delimited by size
                      ws-apostas-fora delimited by size
                      " apostas alem do limite da tabela nao verificadas"
                          delimited by size
                      into reg-relatorio
               write reg-relatorio
           end-if

           move space to reg-relatorio
           write reg-relatorio

           move 0 to ws-a
           perform until ws-a >= ws-total-apostas
               add 1 to ws-a
               move ws-a to ws-b
               perform until ws-b = ws-total-apostas
                   add 1 to ws-b
                   perform comparar-par-apostas
               end-perform
           end-perform

           move space to reg-relatorio
           write reg-relatorio
           move space to reg-relatorio
           string "Repetidas: " delimited by size
                  ls-dup-exatas delimited by size
                  " - contidas em aposta maior: " delimited by size
                  ls-dup-contidas delimited by size
                  into reg-relatorio
           write reg-relatorio

           close relatorio-file


           .
       verificar-todas-apostas-exit.
           exit.

      *>-----------------------------------------------------------------
      *>verificacao de uma aposta so (a primeira da tabela) contra as
      *>demais, com os achados na tela
      *>-----------------------------------------------------------------
       verificar-aposta-consultada section.


           if ws-primeira <> 0
               move ws-primeira to ws-a
               move 0 to ws-b
               perform until ws-b = ws-total-apostas
                   add 1 to ws-b
                   if ws-b <> ws-a
                       perform comparar-par-apostas
                   end-if
               end-perform
           end-if


           .
       verificar-aposta-consultada-exit.
           exit.

      *>-----------------------------------------------------------------
      *>comparar as apostas ws-a e ws-b: mesmos numeros (repetida) ou
      *>a menor inteira dentro da maior (contida); o jogo gravado da
      *>carteira e a aposta que saiu dele pelo lote nao se acusam
      *>-----------------------------------------------------------------
       comparar-par-apostas section.


           set ws-achado-nenhum to true

           if tp-carteira(ws-a) <> space and
                   tp-carteira(ws-a) = tp-carteira(ws-b) and
                   tp-definicao(ws-a) <> tp-definicao(ws-b)
               continue
           else
           if tp-quant-aposta(ws-a) = tp-quant-aposta(ws-b)
               if tp-lista(ws-a) = tp-lista(ws-b)
                   set ws-achado-exato to true
                   move ws-a to ws-menor
                   move ws-b to ws-maior
               end-if
           else
               if tp-quant-aposta(ws-a) < tp-quant-aposta(ws-b)
                   move ws-a to ws-menor
                   move ws-b to ws-maior
               else
                   move ws-b to ws-menor
                   move ws-a to ws-maior
               end-if

               set ws-contida-sim to true
               move 0 to ws-i
               perform until ws-i = tp-quant-aposta(ws-menor) or
                       ws-contida-nao
                   add 1 to ws-i
                   move tp-numeros(ws-menor, ws-i) to ws-n
                   if tp-mapa(ws-maior)(ws-n:1) <> "1"
                       set ws-contida-nao to true
                   end-if
               end-perform

               if ws-contida-sim
                   set ws-achado-contido to true
               end-if
           end-if
           end-if

           if not ws-achado-nenhum
               perform registrar-achado
           end-if


           .
       comparar-par-apostas-exit.
           exit.

      *>-----------------------------------------------------------------
      *>registrar o achado: uma linha com os numeros da aposta menor e
      *>uma linha por copia, com arquivo e id; no relatorio na
      *>verificacao noturna, na tela na verificacao de uma aposta
      *>-----------------------------------------------------------------
       registrar-achado section.


           move space to ws-numeros-linha
           move 0 to ws-i
           perform until ws-i = tp-quant-aposta(ws-menor)
               add 1 to ws-i
               move tp-numeros(ws-menor, ws-i) to nl-dezena(ws-i)
           end-perform

           move space to ws-linha-achado
           if ws-achado-exato
               add 1 to ls-dup-exatas
               string "REPETIDA - " delimited by size
                      tp-quant-aposta(ws-menor) delimited by size
                      " numeros: " delimited by size
                      ws-numeros-linha delimited by size
                      into ws-linha-achado
               end-string
           else
               add 1 to ls-dup-contidas
               string "CONTIDA  - " delimited by size
                      tp-quant-aposta(ws-menor) delimited by size
                      " numeros dentro de " delimited by size
                      tp-quant-aposta(ws-maior) delimited by size
                      ": " delimited by size
                      ws-numeros-linha delimited by size
                      into ws-linha-achado
               end-string
           end-if
           perform escrever-linha-achado

           move space to ws-linha-achado
           string "    " delimited by size
                  tp-origem(ws-menor) delimited by size
                  " " delimited by size
                  tp-referencia(ws-menor) delimited by size
                  into ws-linha-achado
           end-string
           perform escrever-linha-achado

           move space to ws-linha-achado
           string "    " delimited by size
                  tp-origem(ws-maior) delimited by size
                  " " delimited by size
                  tp-referencia(ws-maior) delimited by size
                  into ws-linha-achado
           end-string
           perform escrever-linha-achado


           .
       registrar-achado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>escrever a linha do achado no relatorio ou na tela
      *>-----------------------------------------------------------------
       escrever-linha-achado section.


           if ls-dup-aposta-id = 0
               move ws-linha-achado to reg-relatorio
               write reg-relatorio
           else
               display function trim(ws-linha-achado trailing)
           end-if


           .
       escrever-linha-achado-exit.
           exit.

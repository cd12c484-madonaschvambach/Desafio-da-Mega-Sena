      *>--- situacao do ciclo de vida, marca uma aposta como jogada na
      *>--- loterica (com o concurso alvo) e confere as apostas jogadas
      *>--- cada uma contra o seu proprio concurso alvo - as simulacoes
      *>--- que nunca foram jogadas ficam fora da conferencia; a
      *>--- teimosinha (a mesma aposta jogada em 2, 4 ou 8 concursos
      *>--- seguidos) e conferida contra cada concurso da sequencia;
      *>--- antes de marcar uma simulacao como jogada o gasto passa
      *>--- pelo orcamento mensal do dono (programa26); o concurso
      *>--- sugerido e o proximo aberto do calendario de concursos e o
      *>--- concurso ja sorteado e recusado; antes de marcar, a aposta
      *>--- e comparada com as demais do concurso (programa32) e a
      *>--- repetida ou contida em outra so e marcada com confirmacao

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

               assign to "ALERTA-PREMIOS.DAT"
               organization is line sequential.

      *>--- ligacoes das apostas com boloes (programa12) e carteiras
      *>--- (programa04), para saber de quem e o gasto no orcamento
           select optional bolao-apostas-file
               assign to "BOLAO-APOSTAS.DAT"
               organization is line sequential.

           select optional carteira-resultados-file
               assign to "CARTEIRA-RESULTADOS.DAT"
               organization is line sequential.

      *>--- calendario de concursos mantido pelo programa07
           select optional calendario-file
               assign to "CALENDARIO-CONCURSOS.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

       fd  alertas-file.
       01  reg-alerta                       pic x(132).

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

       fd  calendario-file.
           copy "CPY-CALENDARIO.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       77  ws-opcao-conferencia             pic x(01) value space.
       77  ws-id-escolhido                  pic 9(09).
       77  ws-concurso-digitado             pic 9(04).
       77  ws-qtd-concursos-digitada        pic 9(02).
       77  ws-situacao-tela                 pic x(09) value space.
       77  ws-formato-tela                  pic x(10) value space.

       77  ws-i                             pic 9(02).
       77  ws-s                             pic 9(02).
       77  ws-t                             pic 9(04).
       77  ws-k                             pic 9(02).

      *>--- sequencia de concursos da aposta corrente (teimosinha) e o
      *>--- concurso da sequencia procurado nas tabelas de resultados
       77  ws-qtd-concursos                 pic 9(02) value 0.
       77  ws-concurso-busca                pic 9(04) value 0.
       77  ws-concurso-final-seq            pic 9(04) value 0.
       77  ws-concursos-achados             pic 9(02) value 0.
       77  ws-concursos-a-cobrar            pic 9(02) value 0.

       77  ws-total-jogadas-conferidas      pic 9(04) value 0.
       77  ws-total-sem-resultado           pic 9(04) value 0.
       77  ws-total-alertas                 pic 9(04) value 0.
       77  ws-resposta                      pic x(01) value space.

      *>--- gasto da aposta marcada jogada, conferido contra o
      *>--- orcamento mensal do dono pelo programa26
       01  ws-consulta-orcamento.
           05  ws-orc-tipo-dono             pic x(01).
           05  ws-orc-dono                  pic x(20).
           05  ws-orc-data                  pic 9(08).
           05  ws-orc-formato-jogo          pic 9(01).
           05  ws-orc-quant-aposta          pic 9(02).
           05  ws-orc-qtd-apostas           pic 9(05).
           05  ws-orc-qtd-concursos         pic 9(02).
           05  ws-orc-programa              pic x(10).
           05  ws-orc-referencia            pic x(20).
           05  ws-orc-operador              pic x(10).
           05  ws-orc-valor                 pic 9(09)v99.
           05  ws-orc-situacao              pic x(01).
               88  ws-orc-aprovado          value "A".
               88  ws-orc-recusado          value "R".
           05  ws-orc-modo                  pic x(01) value space.
               88  ws-orc-previa            value "P".
               88  ws-orc-comprometer       value "C".

       01  ws-data-hoje-corrente.
           05  ws-data-hoje                 pic 9(08).
           05  filler                       pic x(13).

      *>--- calendario de concursos, para sugerir o proximo concurso
      *>--- aberto e recusar o concurso ja sorteado
       01  ws-tabela-calendario.
           05  ws-calendario occurs 3000.
               10  cl-formato-jogo          pic 9(01).
               10  cl-concurso              pic 9(04).
               10  cl-data-sorteio          pic 9(08).
               10  cl-especial              pic x(01).

       77  ws-total-calendario              pic 9(04) value 0.
       77  ws-max-calendario                pic 9(04) value 3000.
       77  ws-calendario-do-jogo            pic 9(04) value 0.
       77  ws-indice-calendario             pic 9(04) value 0.
       77  ws-formato-calendario            pic 9(01) value 1.
       77  ws-concurso-proximo              pic 9(04) value 0.
       77  ws-c                             pic 9(04).

       01  ws-concurso-valido               pic x(01) value "s".
           88  ws-concurso-aceito           value "s".
           88  ws-concurso-recusado         value "n".

       01  ws-resultado-existe              pic x(01) value "n".
           88  ws-resultado-gravado         value "s".
           88  ws-resultado-nao-gravado     value "n".

       01  ws-motivo-concurso               pic x(50) value space.

      *>--- aposta a marcar comparada com as demais apostas do
      *>--- concurso (carteiras, boloes, lote e cadastro) pelo
      *>--- programa32
       01  ws-consulta-duplicidade.
           05  ws-dup-concurso              pic 9(04).
           05  ws-dup-formato-jogo          pic 9(01).
           05  ws-dup-aposta-id             pic 9(09).
           05  ws-dup-quant-aposta          pic 9(02).
           05  ws-dup-numeros occurs 15     pic 9(02).
           05  ws-dup-exatas                pic 9(05).
           05  ws-dup-contidas              pic 9(05).
           05  ws-dup-situacao              pic x(01).
               88  ws-dup-sem-repeticao     value "N".
               88  ws-dup-com-repeticao     value "R".

       01  ws-duplicidade-conferida         pic x(01) value "s".
           88  ws-duplicidade-aceita        value "s".
           88  ws-duplicidade-recusada      value "n".

      *>--- variaveis para comunicaçao entre programa
       linkage section.

           05  ls-aposta-invalida                     pic x(01).
           05  ls-resultado-aposta-id                 pic 9(09).
           05  ls-campanha-id                         pic 9(12).
           05  ls-sessao-operador.
               10  ls-operador-codigo                 pic x(10).
               10  ls-operador-nome                   pic x(30).
               10  ls-operador-perfil                 pic x(01).
               10  ls-sessao-situacao                 pic x(01).

      *>--- declaração do corpo do programa
       procedure division using ls-tela-menu-principal.
           perform until ws-fim-sim
               perform montar-situacao-tela
               perform montar-formato-tela
               perform obter-sequencia-concursos

               if am-concurso-alvo = 0
                   display "id " am-aposta-id " - " am-quant-aposta
                       " numeros, de " am-dia "/" am-mes "/" am-ano
                       " - " ws-formato-tela " - " ws-situacao-tela
               else
                   if ws-qtd-concursos = 1
                       display "id " am-aposta-id " - " am-quant-aposta
                           " numeros, de " am-dia "/" am-mes "/" am-ano
                           " - " ws-formato-tela " - " ws-situacao-tela
                           " concurso " am-concurso-alvo
                   else
                       display "id " am-aposta-id " - " am-quant-aposta
                           " numeros, de " am-dia "/" am-mes "/" am-ano
                           " - " ws-formato-tela " - " ws-situacao-tela
                           " concursos " am-concurso-alvo " a "
                           ws-concurso-final-seq " (teimosinha)"
                   end-if
               end-if

               read aposta-master-file next record
       montar-formato-tela-exit.
           exit.

      *>-----------------------------------------------------------------
      *>obter a quantidade de concursos seguidos da aposta corrente
      *>(teimosinha) e o ultimo concurso da sequencia; registros sem o
      *>campo valem um concurso so
      *>-----------------------------------------------------------------
       obter-sequencia-concursos section.


           if am-qtd-concursos is numeric and am-qtd-concursos > 0
               move am-qtd-concursos to ws-qtd-concursos
           else
               move 1 to ws-qtd-concursos
           end-if

           compute ws-concurso-final-seq =
               am-concurso-alvo + ws-qtd-concursos - 1


           .
       obter-sequencia-concursos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>marcar uma aposta como jogada na loterica, registrando para
      *>qual concurso ela foi registrada e por quantos concursos
      *>seguidos (teimosinha de 2, 4 ou 8; 1 = so o concurso alvo)
      *>-----------------------------------------------------------------
       marcar-aposta-jogada section.

           display " "
           display "Id da aposta jogada na loterica: " with no advancing
           accept ws-id-escolhido

           if ws-id-escolhido = 0
               display "Id em branco: aposta nao marcada."
           else
               open i-o aposta-master-file

                       display "Aposta " ws-id-escolhido
                           " nao encontrada no cadastro."
                   not invalid key
      *>--- conferida ou liquidada ja conta no acerto e no livro
      *>--- razao: nao e remarcada
                       if am-conferida or am-liquidada
                           display "Aposta " ws-id-escolhido
                               " ja conferida/liquidada:"
                               " nao pode ser marcada de novo."
                       else
                           perform marcar-aposta-lida
                       end-if
               end-read

               close aposta-master-file
           end-if


           .
       marcar-aposta-jogada-exit.
           exit.

      *>-----------------------------------------------------------------
      *>marcar a aposta lida do cadastro: o concurso sugerido e o
      *>proximo concurso aberto do calendario para o jogo da aposta, e
      *>concurso ja sorteado (ou fora do calendario) e recusado
      *>-----------------------------------------------------------------
       marcar-aposta-lida section.


           perform carregar-calendario
           perform localizar-proximo-concurso

           if ws-concurso-proximo = 0
               display "Concurso para o qual foi registrada: "
                   with no advancing
           else
               display "Concurso para o qual foi registrada (em branco "
                   ws-concurso-proximo "): " with no advancing
           end-if
           accept ws-concurso-digitado
           if ws-concurso-digitado = 0
               move ws-concurso-proximo to ws-concurso-digitado
           end-if

           display "Quantidade de concursos (1, 2, 4 ou 8 teimosinha): "
               with no advancing
           accept ws-qtd-concursos-digitada

           if ws-qtd-concursos-digitada = 0
               move 1 to ws-qtd-concursos-digitada
           end-if

           if ws-concurso-digitado = 0
               display "Concurso em branco: aposta nao marcada."
           else
           if ws-qtd-concursos-digitada <> 1 and
                   ws-qtd-concursos-digitada <> 2 and
                   ws-qtd-concursos-digitada <> 4 and
                   ws-qtd-concursos-digitada <> 8
               display "Teimosinha so de 2, 4 ou 8 concursos:"
                   " aposta nao marcada."
           else
               perform validar-concurso-alvo
               if ws-concurso-recusado
                   display "Aposta nao marcada: " ws-motivo-concurso
               else
               perform conferir-duplicidade-aposta
               if ws-duplicidade-recusada
                   display "Aposta " ws-id-escolhido " nao marcada."
               else
                   perform conferir-orcamento-aposta
                   if ws-orc-recusado
                       display "Aposta " ws-id-escolhido
                           " nao marcada."
                   else
                       set am-jogada to true
                       move ws-concurso-digitado to am-concurso-alvo
                       move ws-qtd-concursos-digitada
                           to am-qtd-concursos
                       rewrite reg-aposta-master
                           invalid key
                               display "Falha ao regravar a aposta "
                               display "Aposta " ws-id-escolhido
                                   " marcada como jogada no concurso "
                                   ws-concurso-digitado "."
                               if ws-qtd-concursos-digitada > 1
                                   display "Teimosinha de "
                                       ws-qtd-concursos-digitada
                                       " concursos seguidos."
                               end-if
                       end-rewrite
                   end-if
               end-if
               end-if
           end-if
           end-if


           .
       marcar-aposta-lida-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar o calendario de concursos (programa07) e os
      *>resultados ja gravados, e definir o jogo do calendario da
      *>aposta lida: Mega da Virada usa o calendario da Mega Sena, so
      *>nos sorteios especiais; registros antigos sem formato sao Mega
      *>-----------------------------------------------------------------
       carregar-calendario section.


           move function current-date to ws-data-hoje-corrente

           if am-formato-jogo = 0 or am-formato-jogo = 2
               move 1 to ws-formato-calendario
           else
               move am-formato-jogo to ws-formato-calendario
           end-if

           move 0 to ws-total-calendario
           move 0 to ws-calendario-do-jogo

           open input calendario-file

           set ws-fim-nao to true
           read calendario-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-calendario < ws-max-calendario
                   add 1 to ws-total-calendario
                   move reg-calendario-concurso
                       to ws-calendario(ws-total-calendario)
                   if cc-formato-jogo = ws-formato-calendario
                       add 1 to ws-calendario-do-jogo
                   end-if
               end-if

               read calendario-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close calendario-file

           perform carregar-resultados
           perform carregar-resultados-quina


           .
       carregar-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>proximo concurso aberto do jogo da aposta: o menor concurso do
      *>calendario com sorteio hoje ou depois e ainda sem resultado
      *>oficial (0 quando o calendario do jogo nao tem nenhum)
      *>-----------------------------------------------------------------
       localizar-proximo-concurso section.


           move 0 to ws-concurso-proximo

           move 0 to ws-c
           perform until ws-c = ws-total-calendario
               add 1 to ws-c
               if cl-formato-jogo(ws-c) = ws-formato-calendario and
                       cl-data-sorteio(ws-c) >= ws-data-hoje and
                       (am-formato-jogo <> 2 or cl-especial(ws-c) = "S")
                   move cl-concurso(ws-c) to ws-concurso-busca
                   perform verificar-resultado-gravado
                   if ws-resultado-nao-gravado and
                           (ws-concurso-proximo = 0 or
                            cl-concurso(ws-c) < ws-concurso-proximo)
                       move cl-concurso(ws-c) to ws-concurso-proximo
                   end-if
               end-if
           end-perform


           .
       localizar-proximo-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>validar o concurso digitado: com calendario para o jogo, tem de
      *>estar nele, com data de hoje em diante (e ser especial na Mega
      *>da Virada); em qualquer caso nao pode ter resultado gravado
      *>-----------------------------------------------------------------
       validar-concurso-alvo section.


           set ws-concurso-aceito to true
           move space to ws-motivo-concurso

           move 0 to ws-indice-calendario
           move 0 to ws-c
           perform until ws-c = ws-total-calendario or
                   ws-indice-calendario <> 0
               add 1 to ws-c
               if cl-formato-jogo(ws-c) = ws-formato-calendario and
                       cl-concurso(ws-c) = ws-concurso-digitado
                   move ws-c to ws-indice-calendario
               end-if
           end-perform

           if ws-calendario-do-jogo > 0 and ws-indice-calendario = 0
               set ws-concurso-recusado to true
               move "concurso fora do calendario do jogo"
                   to ws-motivo-concurso
           end-if

           if ws-concurso-aceito and ws-indice-calendario <> 0
               if cl-data-sorteio(ws-indice-calendario) < ws-data-hoje
                   set ws-concurso-recusado to true
                   move "concurso ja sorteado pela data do calendario"
                       to ws-motivo-concurso
               else
                   if am-formato-jogo = 2 and
                           cl-especial(ws-indice-calendario) <> "S"
                       set ws-concurso-recusado to true
                       move "Mega da Virada so no sorteio especial"
                           to ws-motivo-concurso
                   end-if
               end-if
           end-if

           if ws-concurso-aceito
               move ws-concurso-digitado to ws-concurso-busca
               perform verificar-resultado-gravado
               if ws-resultado-gravado
                   set ws-concurso-recusado to true
                   move "concurso ja sorteado (resultado oficial gravado)"
                       to ws-motivo-concurso
               end-if
           end-if


           .
       validar-concurso-alvo-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ver se ws-concurso-busca ja tem resultado oficial no arquivo do
      *>jogo do calendario da aposta
      *>-----------------------------------------------------------------
       verificar-resultado-gravado section.


           if ws-formato-calendario = 4
               perform localizar-concurso-quina
           else
           if ws-formato-calendario = 1
               perform localizar-concurso-alvo
           else
               move 0 to ws-indice-concurso
           end-if
           end-if

           if ws-indice-concurso = 0
               set ws-resultado-nao-gravado to true
           else
               set ws-resultado-gravado to true
           end-if


           .
       verificar-resultado-gravado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>comparar a aposta lida com as demais apostas do concurso
      *>digitado (programa32): o cadastro e fechado durante a
      *>verificacao, que le o arquivo inteiro, e a aposta e lida de
      *>novo para a regravacao; achando repetida ou contida, so marca
      *>com a confirmacao do operador
      *>-----------------------------------------------------------------
       conferir-duplicidade-aposta section.


           set ws-duplicidade-aceita to true

           initialize ws-consulta-duplicidade
           move ws-concurso-digitado to ws-dup-concurso
           move am-formato-jogo      to ws-dup-formato-jogo
           move am-aposta-id         to ws-dup-aposta-id
           move am-quant-aposta      to ws-dup-quant-aposta
           move 0 to ws-i
           perform 10 times
               add 1 to ws-i
               move am-numeros-usuario(ws-i) to ws-dup-numeros(ws-i)
           end-perform
           perform 5 times
               add 1 to ws-i
               if am-numeros-usuario-ext(ws-i - 10) is numeric
                   move am-numeros-usuario-ext(ws-i - 10)
                       to ws-dup-numeros(ws-i)
               end-if
           end-perform

           close aposta-master-file

           call "programa32" using ws-consulta-duplicidade

           open i-o aposta-master-file
           move ws-id-escolhido to am-aposta-id
           read aposta-master-file
               invalid key
                   display "Aposta " ws-id-escolhido
                       " nao encontrada no cadastro."
                   set ws-duplicidade-recusada to true
           end-read

           if ws-duplicidade-aceita and ws-dup-com-repeticao
               display "Concurso " ws-dup-concurso ": "
                   ws-dup-exatas " aposta(s) repetida(s) e "
                   ws-dup-contidas " contida(s) em outra."
               display "Marcar como jogada mesmo assim? (S/N): "
                   with no advancing
               accept ws-resposta
               if ws-resposta <> "S" and ws-resposta <> "s"
                   set ws-duplicidade-recusada to true
               end-if
           end-if


           .
       conferir-duplicidade-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>conferir o gasto da aposta lida contra o orcamento do mes do
      *>dono (programa26), pelo preco vigente hoje vezes os concursos
      *>da teimosinha; a aposta que ja era jogada so gasta os concursos
      *>que a remarcacao acrescenta (registros antigos sem situacao
      *>ainda nao gastaram e pagam todos)
      *>-----------------------------------------------------------------
       conferir-orcamento-aposta section.


           if am-jogada or am-conferida or am-liquidada
               perform obter-sequencia-concursos
               if ws-qtd-concursos-digitada > ws-qtd-concursos
                   compute ws-concursos-a-cobrar =
                       ws-qtd-concursos-digitada - ws-qtd-concursos
               else
                   move 0 to ws-concursos-a-cobrar
               end-if
           else
               move ws-qtd-concursos-digitada to ws-concursos-a-cobrar
           end-if

           if ws-concursos-a-cobrar = 0
               set ws-orc-aprovado to true
               display "Aposta ja jogada: concurso corrigido sem novo"
                   " gasto no orcamento."
           else
               move function current-date to ws-data-hoje-corrente

               perform identificar-dono-aposta

               move ws-data-hoje             to ws-orc-data
               if am-formato-jogo = 0
                   move 1 to ws-orc-formato-jogo
               else
                   move am-formato-jogo to ws-orc-formato-jogo
               end-if
               move am-quant-aposta          to ws-orc-quant-aposta
               move 1                        to ws-orc-qtd-apostas
               move ws-concursos-a-cobrar    to ws-orc-qtd-concursos
               move "programa05"             to ws-orc-programa
               move space                    to ws-orc-referencia
               string "APOSTA " delimited by size
                      am-aposta-id delimited by size
                      into ws-orc-referencia
               move ls-operador-codigo       to ws-orc-operador

               set ws-orc-comprometer        to true

               call "programa26" using ws-consulta-orcamento
           end-if


           .
       conferir-orcamento-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>dono do gasto da aposta: o bolao a que ela esta ligada, senao a
      *>carteira de onde veio pelo lote, senao o escritorio
      *>-----------------------------------------------------------------
       identificar-dono-aposta section.


           move "E"          to ws-orc-tipo-dono
           move "ESCRITORIO" to ws-orc-dono

           open input bolao-apostas-file
           set ws-fim-nao to true
           read bolao-apostas-file
               at end set ws-fim-sim to true
           end-read
           perform until ws-fim-sim
               if ba-aposta-id = am-aposta-id
                   move "B"           to ws-orc-tipo-dono
                   move ba-bolao-nome to ws-orc-dono
                   set ws-fim-sim to true
               else
                   read bolao-apostas-file
                       at end set ws-fim-sim to true
                   end-read
               end-if
           end-perform
           close bolao-apostas-file

           if ws-orc-tipo-dono = "E"
               open input carteira-resultados-file
               set ws-fim-nao to true
               read carteira-resultados-file
                   at end set ws-fim-sim to true
               end-read
               perform until ws-fim-sim
                   if cr-aposta-id = am-aposta-id
                       move "C"              to ws-orc-tipo-dono
                       move cr-carteira-nome to ws-orc-dono
                       set ws-fim-sim to true
                   else
                       read carteira-resultados-file
                           at end set ws-fim-sim to true
                       end-read
                   end-if
               end-perform
               close carteira-resultados-file
           end-if


           .
       identificar-dono-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>conferir todas as apostas jogadas, cada uma contra o resultado
      *>do seu proprio concurso alvo; as que ainda eram so jogadas
      *>passam a conferidas. A leitura vai pela chave alternada de
      *>situacao e concurso alvo, de "C" (conferida) ate a primeira
      *>simulada, sem passar pelas simulacoes; a jogada regravada como
      *>conferida volta para antes da posicao corrente e nao e lida de
      *>novo
      *>-----------------------------------------------------------------
       conferir-apostas-jogadas section.

               open i-o aposta-master-file

               set ws-fim-nao to true
               move "C" to am-situacao
               move 0   to am-concurso-alvo
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
                   if am-jogada or am-conferida or am-liquidada
                       perform conferir-uma-jogada
                   end-if

                   if am-simulada
                       set ws-fim-sim to true
                   else
                       read aposta-master-file next record
                           at end set ws-fim-sim to true
                       end-read
                   end-if
               end-perform

               close aposta-master-file
           exit.

      *>-----------------------------------------------------------------
      *>conferir a aposta corrente do cadastro contra o resultado de
      *>cada concurso da sua sequencia (o concurso alvo e, na
      *>teimosinha, os seguintes), no arquivo do jogo certo: formato 4
      *>vai na Quina, 1 e 2 (e registros antigos) na Mega Sena;
      *>Lotofacil ainda nao tem arquivo de resultados oficiais
      *>-----------------------------------------------------------------
       conferir-uma-jogada section.


           perform montar-numeros-jogada
           perform obter-sequencia-concursos

           if am-formato-jogo = 3
               add 1 to ws-total-sem-resultado
               display "id " am-aposta-id
                   " - Lotofacil sem arquivo de resultados oficiais"
           else
               move 0 to ws-concursos-achados
               move 0 to ws-k
               perform until ws-k = ws-qtd-concursos
                   add 1 to ws-k
                   compute ws-concurso-busca =
                       am-concurso-alvo + ws-k - 1
                   perform conferir-concurso-sequencia
               end-perform

               if ws-concursos-achados > 0 and am-jogada
                   set am-conferida to true
                   rewrite reg-aposta-master
                       invalid key
                           display "Falha ao regravar a aposta "
                               am-aposta-id "."
                   end-rewrite
               end-if
           end-if


           .
       conferir-uma-jogada-exit.
           exit.

      *>-----------------------------------------------------------------
      *>conferir a aposta corrente contra o concurso ws-concurso-busca
      *>da sua sequencia
      *>-----------------------------------------------------------------
       conferir-concurso-sequencia section.


           if am-formato-jogo = 4
               perform localizar-concurso-quina
           else
               perform localizar-concurso-alvo
           end-if

           if ws-indice-concurso = 0
               add 1 to ws-total-sem-resultado
               display "id " am-aposta-id " - concurso "
                   ws-concurso-busca " ainda sem resultado no arquivo"
           else
               add 1 to ws-concursos-achados
               add 1 to ws-total-jogadas-conferidas
               if am-formato-jogo = 4
                   perform contar-acertos-quina
               else
                   perform contar-acertos-concurso
               end-if

               display "id " am-aposta-id " - concurso "
                   ws-concurso-busca " - " ws-acertos " acertos"

               evaluate ws-acertos
                   when 4
                       add 1 to ws-total-acertos-4
                   when 5
                       add 1 to ws-total-acertos-5
                   when 6
                       add 1 to ws-total-acertos-6
               end-evaluate
           end-if


           .
       conferir-concurso-sequencia-exit.
           exit.

      *>-----------------------------------------------------------------
           exit.

      *>-----------------------------------------------------------------
      *>procurar o concurso ws-concurso-busca da aposta corrente na
      *>tabela de resultados da Quina (0 = nao achou)
      *>-----------------------------------------------------------------
       localizar-concurso-quina section.

           perform until ws-t = ws-total-result-quina or
                   ws-indice-concurso <> 0
               add 1 to ws-t
               if wq-concurso(ws-t) = ws-concurso-busca
                   move ws-t to ws-indice-concurso
               end-if
           end-perform
           exit.

      *>-----------------------------------------------------------------
      *>procurar o concurso ws-concurso-busca da aposta corrente na
      *>tabela de resultados (0 = nao achou)
      *>-----------------------------------------------------------------
       localizar-concurso-alvo section.

           perform until ws-t = ws-total-resultados or
                   ws-indice-concurso <> 0
               add 1 to ws-t
               if wr-concurso(ws-t) = ws-concurso-busca
                   move ws-t to ws-indice-concurso
               end-if
           end-perform

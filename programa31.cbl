      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa31".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 02/10/2026.
       date-compiled. 02/10/2026.

      *>--- conciliacao noturna das apostas marcadas como jogadas com
      *>--- os recibos da loterica (RECIBOS-LOTERICA.DAT, digitados no
      *>--- programa30); lista em RELATORIO-CONCILIACAO-RECIBOS.DAT:
      *>---   1 - apostas jogadas ainda sem recibo
      *>---   2 - recibos com valor pago diferente do preco da
      *>---       TABELA-PRECOS em vigor na data da compra
      *>---   3 - apostas com o sorteio ja realizado e sem recibo
      *>---   4 - recibos de aposta que nao esta jogada no cadastro
      *>--- o sorteio conta como realizado quando ha resultado gravado
      *>--- ou a data do calendario ja passou da data de referencia
      *>--- (hoje, ou a de PARAM-NOTURNO.DAT dd/mm/aaaa numa
      *>--- reexecucao); devolve retorno 4 quando ha excecao

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

           select optional recibos-file
               assign to "RECIBOS-LOTERICA.DAT"
               organization is line sequential.

           select optional tabela-precos-file
               assign to "TABELA-PRECOS.DAT"
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

           select optional param-noturno-file
               assign to "PARAM-NOTURNO.DAT"
               organization is line sequential.

           select relatorio-file
               assign to "RELATORIO-CONCILIACAO-RECIBOS.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  aposta-master-file.
           copy "CPY-APOSTA.CPY".

       fd  recibos-file.
           copy "CPY-RECIBO.CPY".

       fd  tabela-precos-file.
           copy "CPY-PRECO.CPY".

       fd  calendario-file.
           copy "CPY-CALENDARIO.CPY".

       fd  resultados-file.
           copy "CPY-RESULT.CPY".

       fd  resultados-quina-file.
           copy "CPY-RESQUI.CPY".

       fd  param-noturno-file.
       01  reg-param-noturno.
           05  pn-parametro1                pic x(10).
           05  pn-parametro2                pic x(10).

       fd  relatorio-file.
       01  reg-relatorio                    pic x(132).

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- recibos em memoria, com a marca de aposta jogada achada
       01  ws-tabela-recibos.
           05  ws-recibo occurs 5000.
               10  rt-aposta-id             pic 9(09).
               10  rt-concurso              pic 9(04).
               10  rt-numero-recibo         pic x(20).
               10  rt-valor-pago            pic 9(07)v99.
               10  rt-data-compra           pic 9(08).
               10  rt-operador              pic x(10).
               10  rt-conciliado            pic x(01).
                   88  rt-conciliado-sim    value "s".
                   88  rt-conciliado-nao    value "n".

       77  ws-total-recibos                 pic 9(04) value 0.
       77  ws-max-recibos                   pic 9(04) value 5000.
       77  ws-indice-recibo                 pic 9(04) value 0.

      *>--- concursos com resultado gravado, por jogo
       01  ws-tabela-concursos-mega.
           05  ws-concurso-mega occurs 5000 pic 9(04).

       01  ws-tabela-concursos-quina.
           05  ws-concurso-quina occurs 2000 pic 9(04).

       77  ws-total-mega                    pic 9(04) value 0.
       77  ws-max-mega                      pic 9(04) value 5000.
       77  ws-total-quina                   pic 9(04) value 0.
       77  ws-max-quina                     pic 9(04) value 2000.

      *>--- calendario de concursos (datas previstas de sorteio)
       01  ws-tabela-calendario.
           05  ws-calendario occurs 3000.
               10  cl-formato-jogo          pic 9(01).
               10  cl-concurso              pic 9(04).
               10  cl-data-sorteio          pic 9(08).

       77  ws-total-calendario              pic 9(04) value 0.
       77  ws-max-calendario                pic 9(04) value 3000.

       01  ws-sorteio-realizado             pic x(01) value "n".
           88  ws-sorteio-passou            value "s".
           88  ws-sorteio-por-vir           value "n".

      *>--- grupo de excecao da aposta corrente (0 = conciliada) e o
      *>--- grupo em listagem
       77  ws-grupo-aposta                  pic 9(01) value 0.
       77  ws-grupo-listado                 pic 9(01) value 0.
       77  ws-listados-grupo                pic 9(05) value 0.

       77  ws-total-grupo1                  pic 9(05) value 0.
       77  ws-total-grupo2                  pic 9(05) value 0.
       77  ws-total-grupo3                  pic 9(05) value 0.
       77  ws-total-grupo4                  pic 9(05) value 0.
       77  ws-total-conciliadas             pic 9(05) value 0.
       77  ws-total-excecoes                pic 9(06) value 0.

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

      *>--- aposta corrente
       77  ws-formato-aposta                pic 9(01) value 1.
       77  ws-qtd-concursos                 pic 9(02) value 1.
       77  ws-valor-tabela                  pic 9(07)v99 value 0.
       77  ws-diferenca                     pic s9(07)v99 value 0.
       01  ws-situacao-aposta               pic x(09) value space.

       01  ws-data-corrente.
           05  ws-dc-data                   pic 9(08).
           05  filler                       pic x(13).

       01  ws-data-digitada                 pic x(10).
       01  ws-campo-dia                     pic x(02).
       01  ws-campo-mes                     pic x(02).
       01  ws-campo-ano                     pic x(04).
       77  ws-data-conv                     pic 9(08) value 0.
       77  ws-data-referencia               pic 9(08) value 0.

       01  ws-linha-titulo                  pic x(132) value space.
       01  ws-motivo-recibo                 pic x(40) value space.

       77  ws-pago-ed                       pic z(6)9,99.
       77  ws-tabela-ed                     pic z(6)9,99.
       77  ws-diferenca-ed                  pic -(6)9,99.

       77  ws-t                             pic 9(04).
       77  ws-o                             pic 9(04).

      *>--- declaração do corpo do programa
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move function current-date to ws-data-corrente
           move ws-dc-data to ws-data-referencia

           move 0 to ws-total-conciliadas
           move 0 to ws-total-grupo1
           move 0 to ws-total-grupo2
           move 0 to ws-total-grupo3
           move 0 to ws-total-grupo4
           move 0 to ws-total-excecoes

           perform ler-parametro-noturno

           perform definir-tabela-precos
           perform carregar-tabela-precos
           perform carregar-recibos
           perform carregar-concursos-mega
           perform carregar-concursos-quina
           perform carregar-calendario

           open output relatorio-file


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           move "=== CONCILIACAO DAS APOSTAS JOGADAS COM OS RECIBOS DA LOTERICA ==="
               to reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "Data de referencia: " delimited by size
                  ws-data-referencia delimited by size
                  " - recibos no arquivo: " delimited by size
                  ws-total-recibos delimited by size
                  into reg-relatorio
           write reg-relatorio

      *>--- uma passada no cadastro para cada grupo de apostas, na
      *>--- ordem do relatorio; os recibos que nao casaram com aposta
      *>--- jogada saem por ultimo
           move 1 to ws-grupo-listado
           move "1 - APOSTAS JOGADAS SEM RECIBO" to reg-relatorio
           perform listar-grupo-apostas

           move 2 to ws-grupo-listado
           move "2 - RECIBOS COM VALOR PAGO DIFERENTE DA TABELA DE PRECOS"
               to reg-relatorio
           perform listar-grupo-apostas

           move 3 to ws-grupo-listado
           move "3 - APOSTAS COM SORTEIO JA REALIZADO E SEM RECIBO"
               to reg-relatorio
           perform listar-grupo-apostas

           perform listar-recibos-sem-aposta

           compute ws-total-excecoes = ws-total-grupo1 + ws-total-grupo2
               + ws-total-grupo3 + ws-total-grupo4

           move space to reg-relatorio
           write reg-relatorio
           move space to reg-relatorio
           string "Conciliadas: " delimited by size
                  ws-total-conciliadas delimited by size
                  " - sem recibo: " delimited by size
                  ws-total-grupo1 delimited by size
                  " - valor divergente: " delimited by size
                  ws-total-grupo2 delimited by size
                  " - sorteadas sem recibo: " delimited by size
                  ws-total-grupo3 delimited by size
                  " - recibos sem aposta: " delimited by size
                  ws-total-grupo4 delimited by size
                  into reg-relatorio
           write reg-relatorio

           display "Apostas conciliadas: " ws-total-conciliadas
               " excecoes: " ws-total-excecoes
           display "Relatorio gravado em RELATORIO-CONCILIACAO-RECIBOS.DAT"


           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


           close relatorio-file

      *>--- retorno 4 avisa a cadeia noturna que ha aposta ou recibo a
      *>--- acertar, sem interromper os passos seguintes
           if ws-total-excecoes > 0
               move 4 to return-code
           end-if
           goback


           .
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>numa reexecucao a cadeia noturna (programa15) pode gravar em
      *>PARAM-NOTURNO.DAT a data de referencia; sem ela vale hoje
      *>-----------------------------------------------------------------
       ler-parametro-noturno section.


           open input param-noturno-file
           read param-noturno-file
               at end
                   continue
               not at end
                   if pn-parametro1 <> space
                       move pn-parametro1 to ws-data-digitada
                       perform desmontar-data-digitada
                       if ws-data-conv <> 0
                           move ws-data-conv to ws-data-referencia
                       end-if
                   end-if
           end-read
           close param-noturno-file


           .
       ler-parametro-noturno-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os recibos da loterica, todos ainda nao conciliados
      *>-----------------------------------------------------------------
       carregar-recibos section.


           move 0 to ws-total-recibos

           open input recibos-file

           set ws-fim-nao to true
           read recibos-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-recibos < ws-max-recibos
                   add 1 to ws-total-recibos
                   move rl-aposta-id     to rt-aposta-id(ws-total-recibos)
                   move rl-concurso      to rt-concurso(ws-total-recibos)
                   move rl-numero-recibo
                       to rt-numero-recibo(ws-total-recibos)
                   move rl-valor-pago    to rt-valor-pago(ws-total-recibos)
                   move rl-data-compra
                       to rt-data-compra(ws-total-recibos)
                   move rl-operador      to rt-operador(ws-total-recibos)
                   set rt-conciliado-nao(ws-total-recibos) to true
               end-if

               read recibos-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close recibos-file


           .
       carregar-recibos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os concursos com resultado da Mega Sena
      *>-----------------------------------------------------------------
       carregar-concursos-mega section.


           move 0 to ws-total-mega

           open input resultados-file

           set ws-fim-nao to true
           read resultados-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-mega < ws-max-mega
                   add 1 to ws-total-mega
                   move rr-concurso to ws-concurso-mega(ws-total-mega)
               end-if

               read resultados-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resultados-file


           .
       carregar-concursos-mega-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os concursos com resultado da Quina
      *>-----------------------------------------------------------------
       carregar-concursos-quina section.


           move 0 to ws-total-quina

           open input resultados-quina-file

           set ws-fim-nao to true
           read resultados-quina-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-quina < ws-max-quina
                   add 1 to ws-total-quina
                   move rq-concurso to ws-concurso-quina(ws-total-quina)
               end-if

               read resultados-quina-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resultados-quina-file


           .
       carregar-concursos-quina-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar o calendario de concursos
      *>-----------------------------------------------------------------
       carregar-calendario section.


           move 0 to ws-total-calendario

           open input calendario-file

           set ws-fim-nao to true
           read calendario-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-calendario < ws-max-calendario
                   add 1 to ws-total-calendario
                   move cc-formato-jogo
                       to cl-formato-jogo(ws-total-calendario)
                   move cc-concurso
                       to cl-concurso(ws-total-calendario)
                   move cc-data-sorteio
                       to cl-data-sorteio(ws-total-calendario)
               end-if

               read calendario-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close calendario-file


           .
       carregar-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>listar as apostas do grupo ws-grupo-listado (titulo ja em
      *>reg-relatorio), numa passada pelo cadastro
      *>-----------------------------------------------------------------
       listar-grupo-apostas section.


           perform imprimir-titulo-grupo

           move 0 to ws-listados-grupo

           open input aposta-master-file

      *>--- conferidas, jogadas e liquidadas (faixa C a L da chave
      *>--- alternada de situacao e concurso alvo); as simulacoes vem
      *>--- depois e nem sao lidas
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
               if am-situacao > "L"
                   set ws-fim-sim to true
               else
                   if am-jogada or am-conferida or am-liquidada
                       perform classificar-aposta
                       if ws-grupo-aposta = ws-grupo-listado
                           perform imprimir-aposta-grupo
                       end-if
      *>--- conciliada conta uma vez so, na passada do primeiro grupo
                       if ws-grupo-aposta = 0 and ws-grupo-listado = 1
                           add 1 to ws-total-conciliadas
                       end-if
                   end-if

                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-if
           end-perform

           close aposta-master-file

           if ws-listados-grupo = 0
               move "    nenhuma" to reg-relatorio
               write reg-relatorio
           end-if


           .
       listar-grupo-apostas-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir o titulo do grupo, ja montado em reg-relatorio, depois
      *>de uma linha em branco
      *>-----------------------------------------------------------------
       imprimir-titulo-grupo section.


           move reg-relatorio to ws-linha-titulo
           move space to reg-relatorio
           write reg-relatorio
           move ws-linha-titulo to reg-relatorio
           write reg-relatorio


           .
       imprimir-titulo-grupo-exit.
           exit.

      *>-----------------------------------------------------------------
      *>classificar a aposta jogada corrente do cadastro: 0 conciliada,
      *>1 sem recibo e sorteio por vir, 2 recibo com valor diferente
      *>da tabela, 3 sem recibo e sorteio ja realizado; marca o recibo
      *>achado como conciliado com aposta jogada
      *>-----------------------------------------------------------------
       classificar-aposta section.


           move 0 to ws-grupo-aposta

           if am-formato-jogo = 0
               move 1 to ws-formato-aposta
           else
               move am-formato-jogo to ws-formato-aposta
           end-if

           if am-qtd-concursos is numeric and am-qtd-concursos > 0
               move am-qtd-concursos to ws-qtd-concursos
           else
               move 1 to ws-qtd-concursos
           end-if

           move 0 to ws-indice-recibo
           move 0 to ws-o
           perform until ws-o = ws-total-recibos or ws-indice-recibo <> 0
               add 1 to ws-o
               if rt-aposta-id(ws-o) = am-aposta-id
                   move ws-o to ws-indice-recibo
               end-if
           end-perform

           if ws-indice-recibo = 0
               perform verificar-sorteio-realizado
               if ws-sorteio-passou
                   move 3 to ws-grupo-aposta
               else
                   move 1 to ws-grupo-aposta
               end-if
           else
               set rt-conciliado-sim(ws-indice-recibo) to true

      *>--- o recibo vale o preco em vigor no dia da compra, vezes os
      *>--- concursos da teimosinha; sem preco conhecido (Lotofacil e
      *>--- Quina sem vigencia) nao ha o que comparar
               move ws-formato-aposta to ws-busca-formato
               move am-quant-aposta   to ws-busca-quant
               move rt-data-compra(ws-indice-recibo) to ws-busca-data
               perform obter-preco-vigente
               compute ws-valor-tabela =
                   ws-preco-vigente * ws-qtd-concursos / 100
               if ws-preco-vigente <> 0 and
                       rt-valor-pago(ws-indice-recibo) <> ws-valor-tabela
                   move 2 to ws-grupo-aposta
               end-if
           end-if


           .
       classificar-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>o primeiro concurso da aposta corrente ja foi sorteado? tem
      *>resultado gravado ou a data do calendario ja passou
      *>-----------------------------------------------------------------
       verificar-sorteio-realizado section.


           set ws-sorteio-por-vir to true

           move 0 to ws-t
           if ws-formato-aposta = 4
               perform until ws-t = ws-total-quina or ws-sorteio-passou
                   add 1 to ws-t
                   if ws-concurso-quina(ws-t) = am-concurso-alvo
                       set ws-sorteio-passou to true
                   end-if
               end-perform
           else
           if ws-formato-aposta <> 3
               perform until ws-t = ws-total-mega or ws-sorteio-passou
                   add 1 to ws-t
                   if ws-concurso-mega(ws-t) = am-concurso-alvo
                       set ws-sorteio-passou to true
                   end-if
               end-perform
           end-if
           end-if

           move 0 to ws-t
           perform until ws-t = ws-total-calendario or ws-sorteio-passou
               add 1 to ws-t
               if cl-concurso(ws-t) = am-concurso-alvo and
                       cl-data-sorteio(ws-t) < ws-data-referencia and
                       ((ws-formato-aposta = 4 and
                         cl-formato-jogo(ws-t) = 4) or
                        (ws-formato-aposta <> 3 and
                         ws-formato-aposta <> 4 and
                         cl-formato-jogo(ws-t) = 1))
                   set ws-sorteio-passou to true
               end-if
           end-perform


           .
       verificar-sorteio-realizado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir a aposta corrente no grupo em listagem
      *>-----------------------------------------------------------------
       imprimir-aposta-grupo section.


           add 1 to ws-listados-grupo

           evaluate true
               when am-jogada
                   move "jogada"    to ws-situacao-aposta
               when am-conferida
                   move "conferida" to ws-situacao-aposta
               when other
                   move "liquidada" to ws-situacao-aposta
           end-evaluate

           move space to reg-relatorio
           evaluate ws-grupo-aposta
               when 1
                   add 1 to ws-total-grupo1
                   string "    id " delimited by size
                          am-aposta-id delimited by size
                          " formato " delimited by size
                          ws-formato-aposta delimited by size
                          " concurso " delimited by size
                          am-concurso-alvo delimited by size
                          " (" delimited by size
                          ws-qtd-concursos delimited by size
                          ") numeros " delimited by size
                          am-quant-aposta delimited by size
                          " " delimited by size
                          ws-situacao-aposta delimited by size
                          into reg-relatorio
                   end-string
               when 2
                   add 1 to ws-total-grupo2
                   compute ws-diferenca =
                       rt-valor-pago(ws-indice-recibo) - ws-valor-tabela
                   move rt-valor-pago(ws-indice-recibo) to ws-pago-ed
                   move ws-valor-tabela to ws-tabela-ed
                   move ws-diferenca    to ws-diferenca-ed
                   string "    id " delimited by size
                          am-aposta-id delimited by size
                          " recibo " delimited by size
                          rt-numero-recibo(ws-indice-recibo)
                              delimited by size
                          " compra " delimited by size
                          rt-data-compra(ws-indice-recibo)
                              delimited by size
                          " pago " delimited by size
                          ws-pago-ed delimited by size
                          " tabela " delimited by size
                          ws-tabela-ed delimited by size
                          " diferenca " delimited by size
                          ws-diferenca-ed delimited by size
                          into reg-relatorio
                   end-string
               when 3
                   add 1 to ws-total-grupo3
                   string "    id " delimited by size
                          am-aposta-id delimited by size
                          " formato " delimited by size
                          ws-formato-aposta delimited by size
                          " concurso " delimited by size
                          am-concurso-alvo delimited by size
                          " (" delimited by size
                          ws-qtd-concursos delimited by size
                          ") numeros " delimited by size
                          am-quant-aposta delimited by size
                          " " delimited by size
                          ws-situacao-aposta delimited by size
                          " ** SORTEADA SEM RECIBO" delimited by size
                          into reg-relatorio
                   end-string
           end-evaluate
           write reg-relatorio


           .
       imprimir-aposta-grupo-exit.
           exit.

      *>-----------------------------------------------------------------
      *>recibos que nao casaram com nenhuma aposta jogada: aposta
      *>ainda simulada (comprada e nao marcada) ou fora do cadastro
      *>-----------------------------------------------------------------
       listar-recibos-sem-aposta section.


           move "4 - RECIBOS SEM APOSTA JOGADA NO CADASTRO" to reg-relatorio
           perform imprimir-titulo-grupo

           open input aposta-master-file

           move 0 to ws-o
           perform until ws-o = ws-total-recibos
               add 1 to ws-o
               if rt-conciliado-nao(ws-o)
                   add 1 to ws-total-grupo4
                   move rt-aposta-id(ws-o) to am-aposta-id
                   read aposta-master-file
                       invalid key
                           move "fora do cadastro" to ws-motivo-recibo
                       not invalid key
                           move "aposta simulada, nao marcada jogada"
                               to ws-motivo-recibo
                   end-read

                   move rt-valor-pago(ws-o) to ws-pago-ed
                   move space to reg-relatorio
                   string "    id " delimited by size
                          rt-aposta-id(ws-o) delimited by size
                          " recibo " delimited by size
                          rt-numero-recibo(ws-o) delimited by size
                          " concurso " delimited by size
                          rt-concurso(ws-o) delimited by size
                          " pago " delimited by size
                          ws-pago-ed delimited by size
                          " - " delimited by size
                          function trim(ws-motivo-recibo) delimited by size
                          into reg-relatorio
                   end-string
                   write reg-relatorio
               end-if
           end-perform

           close aposta-master-file

           if ws-total-grupo4 = 0
               move "    nenhum" to reg-relatorio
               write reg-relatorio
           end-if


           .
       listar-recibos-sem-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar dd/mm/aaaa digitado para ws-data-conv (aaaammdd);
      *>data invalida vale zero
      *>-----------------------------------------------------------------
       desmontar-data-digitada section.


           move 0 to ws-data-conv
           move space to ws-campo-dia
           move space to ws-campo-mes
           move space to ws-campo-ano

           unstring ws-data-digitada delimited by "/"
               into ws-campo-dia
                    ws-campo-mes
                    ws-campo-ano
           end-unstring

           if function test-numval(ws-campo-dia) = 0 and
                   ws-campo-dia <> space and
                   function test-numval(ws-campo-mes) = 0 and
                   ws-campo-mes <> space and
                   function test-numval(ws-campo-ano) = 0 and
                   ws-campo-ano <> space
               compute ws-data-conv =
                   function numval(ws-campo-ano) * 10000 +
                   function numval(ws-campo-mes) * 100 +
                   function numval(ws-campo-dia)
           end-if


           .
       desmontar-data-digitada-exit.
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

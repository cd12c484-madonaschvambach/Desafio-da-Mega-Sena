       date-compiled. 21/08/2026.

      *>--- relatorio financeiro de acerto de contas: para cada aposta
      *>--- jogada (conferida ou liquidada) do cadastro indexado, lida
      *>--- pela chave alternada de situacao e concurso alvo, feita
      *>--- dentro de um periodo informado pelo operador,
      *>--- calcula o valor gasto pela tabela de precos, confere contra
      *>--- os resultados oficiais e imprime um extrato por aposta e o
      *>--- total do periodo: gasto, premios por faixa e resultado;
      *>--- a aposta jogada ou conferida passa a liquidada sem trava (a
      *>--- compra postada em mes fechado nao muda com isso); a ja
      *>--- liquidada que sai de novo com premio no acerto e uma nova
      *>--- liquidacao: se o premio dela ja foi postado em mes fechado
      *>--- do livro razao (trava do programa35), na cadeia noturna e
      *>--- recusada, na tela so com ajuste de supervisor, e o extrato
      *>--- avisa que vale o livro razao

      *>--- divisao para configuração do programa
       environment division.
       input-output Section.
       file-control.

           select optional resultados-file
               assign to "RESULTADOS-MEGASENA.DAT"
               organization is line sequential.
               organization is indexed
               access mode is dynamic
               record key is am-aposta-id
               alternate record key is am-chave-situacao-concurso
                   with duplicates
               alternate record key is am-formato-jogo with duplicates
               sharing with all other
               lock mode is automatic.

               assign to "TABELA-PRECOS.DAT"
               organization is line sequential.

           select optional resgates-file
               assign to "PREMIOS-RESGATE.DAT"
               organization is line sequential.

           select optional recibos-file
               assign to "RECIBOS-LOTERICA.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  resultados-file.
           copy "CPY-RESULT.CPY".

       fd  tabela-precos-file.
           copy "CPY-PRECO.CPY".

       fd  resgates-file.
           copy "CPY-RESGATE.CPY".

       fd  recibos-file.
           copy "CPY-RECIBO.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       77  ws-total-resultados              pic 9(04) value 0.
       77  ws-max-resultados                pic 9(04) value 5000.

      *>--- resgates de premio ja baixados (PREMIOS-RESGATE.DAT): o
      *>--- premio resgatado entra pelo valor liquido de fato recebido
      *>--- no lugar do rateio bruto do concurso
       01  ws-tabela-resgates.
           05  ws-resgate occurs 3000.
               10  rs-aposta-id             pic 9(09).
               10  rs-concurso              pic 9(04).
               10  rs-valor-recebido        pic 9(11)v99.

       77  ws-total-resgates                pic 9(04) value 0.
       77  ws-max-resgates                  pic 9(04) value 3000.
       77  ws-r                             pic 9(04).
       77  ws-valor-faixa                   pic 9(11)v99 value 0.
       77  ws-resgatados-aposta             pic 9(04) value 0.
       77  ws-total-resgatados              pic 9(08) value 0.

      *>--- apostas com recibo da loterica (programa30): premio de
      *>--- aposta sem recibo sai marcado no extrato, porque sem o
      *>--- recibo a Caixa nao paga
       01  ws-tabela-recibos.
           05  ws-recibo-aposta-id occurs 5000 pic 9(09).

       77  ws-total-recibos                 pic 9(04) value 0.
       77  ws-max-recibos                   pic 9(04) value 5000.
       77  ws-total-sem-recibo              pic 9(08) value 0.
       77  ws-recibo-achado                 pic x(01) value "n".
           88  ws-recibo-achou              value "s".
           88  ws-recibo-nao-achou          value "n".

      *>--- area da trava de mes fechado (programa35): nova
      *>--- liquidacao de aposta que ja entrou no livro razao
       01  ws-consulta-fechamento.
           05  ws-fch-tipo                  pic x(01).
           05  ws-fch-data-inicial          pic 9(08).
           05  ws-fch-data-final            pic 9(08).
           05  ws-fch-concurso              pic 9(04).
           05  ws-fch-formato-jogo          pic 9(01).
           05  ws-fch-aposta-id             pic 9(09).
           05  ws-fch-programa              pic x(10).
           05  ws-fch-operador              pic x(10).
           05  ws-fch-descricao             pic x(40).
           05  ws-fch-modo                  pic x(01).
           05  ws-fch-mes-fechado           pic 9(06).
           05  ws-fch-situacao              pic x(01).
               88  ws-fch-liberado          value "L".
               88  ws-fch-ajustado          value "A".
               88  ws-fch-recusado          value "R".

       77  ws-total-mes-fechado             pic 9(08) value 0.
       77  ws-liquidacao-aposta             pic x(01) value "s".
           88  ws-liquidacao-livre          value "s".
           88  ws-liquidacao-travada        value "n".

       01  ws-data-digitada                 pic x(10).
       01  ws-campo-dia                     pic x(02).
       01  ws-campo-mes                     pic x(02).

       77  ws-indice-concurso               pic 9(04) value 0.

      *>--- faixa da chave alternada de situacao lida em cada passada
      *>--- do cadastro
       77  ws-situacao-inicial              pic x(01) value space.
       77  ws-situacao-final                pic x(01) value space.

      *>--- sequencia de concursos da aposta (teimosinha): o gasto e
      *>--- cobrado uma vez por concurso e a aposta so e liquidada
      *>--- quando o ultimo concurso da sequencia ja tem resultado
       77  ws-qtd-concursos                 pic 9(02) value 0.
       77  ws-concurso-busca                pic 9(04) value 0.
       77  ws-concurso-final-seq            pic 9(04) value 0.
       77  ws-ultimo-sorteado               pic x(01) value "n".
           88  ws-ultimo-sorteado-sim       value "s".
           88  ws-ultimo-sorteado-nao       value "n".

      *>--- acumuladores do periodo
       77  ws-total-apostas                 pic 9(08) value 0.
       77  ws-total-outros-jogos            pic 9(08) value 0.
       77  ws-total-gasto                   pic 9(13)v99 value 0.
       77  ws-total-premio-quadra           pic 9(13)v99 value 0.
       77  ws-i                             pic 9(02).
       77  ws-s                             pic 9(02).
       77  ws-t                             pic 9(04).
       77  ws-k                             pic 9(02).

      *>--- declaração do corpo do programa
       procedure division.
           end-if

           perform carregar-resultados
           perform carregar-resgates
           perform carregar-recibos-loterica

           open output relatorio-file

           move space to reg-relatorio
           write reg-relatorio

           open i-o aposta-master-file

      *>--- primeiro as ja liquidadas, depois as conferidas e as
      *>--- jogadas: a que e liquidada agora muda de chave para a faixa
      *>--- das liquidadas, ja lida, e nao volta nesta leitura
           move "L" to ws-situacao-inicial
           move "L" to ws-situacao-final
           perform apurar-faixa-situacao

           move "C" to ws-situacao-inicial
           move "J" to ws-situacao-final
           perform apurar-faixa-situacao

           close aposta-master-file

           perform imprimir-total-periodo
       carregar-resultados-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ler pela chave alternada de situacao e concurso alvo as apostas
      *>de ws-situacao-inicial a ws-situacao-final, apurando as feitas
      *>dentro do periodo; as simulacoes nem sao lidas
      *>-----------------------------------------------------------------
       apurar-faixa-situacao section.


           set ws-fim-nao to true
           move ws-situacao-inicial to am-situacao
           move 0 to am-concurso-alvo
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
               if am-situacao > ws-situacao-final
                   set ws-fim-sim to true
               else
                   compute ws-data-registro =
                       am-ano * 10000 + am-mes * 100 + am-dia

                   if ws-data-registro >= ws-data-inicial and
                           ws-data-registro <= ws-data-final
                       perform conferir-uma-aposta
                   end-if

                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-if
           end-perform


           .
       apurar-faixa-situacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>apurar uma aposta do periodo: somente as apostas realmente
      *>jogadas na loterica entram no acerto (as simulacoes nao
      *>gastaram dinheiro de verdade), cada uma com o gasto pela
      *>vigencia da sua data (uma vez por concurso da teimosinha) e os
      *>acertos contra cada concurso da sua sequencia
      *>-----------------------------------------------------------------
       conferir-uma-aposta section.


           perform localizar-aposta-no-cadastro

           if ws-acerto-sim
               add 1 to ws-total-apostas

               move 0 to ws-quadras-aposta
               move 0 to ws-senas-aposta
               move 0 to ws-premio-aposta
               move 0 to ws-gasto-aposta
               move 0 to ws-resgatados-aposta
               set ws-liquidacao-livre to true

      *>--- precificar pela vigencia em vigor na data da aposta, para
      *>--- o extrato de periodos passados nao sair no preco de hoje;
               else
                   move 1               to ws-busca-formato
               end-if
               move am-quant-aposta  to ws-busca-quant
               move ws-data-registro to ws-busca-data
               perform obter-preco-vigente
               perform obter-sequencia-concursos
               compute ws-gasto-aposta =
                   ws-preco-vigente * ws-qtd-concursos / 100

      *>--- conferir somente os concursos da sequencia da propria
      *>--- aposta (o alvo e, na teimosinha, os seguintes), nao a
      *>--- faixa inteira de concursos do periodo
               set ws-ultimo-sorteado-nao to true
               move 0 to ws-k
               perform until ws-k = ws-qtd-concursos
                   add 1 to ws-k
                   compute ws-concurso-busca =
                       am-concurso-alvo + ws-k - 1
                   perform apurar-concurso-sequencia
               end-perform

      *>--- so vira liquidada a aposta realmente apurada contra o
      *>--- ultimo concurso da sua sequencia; antes disso ela continua
      *>--- jogada/conferida, pendente para o proximo acerto
               if ws-ultimo-sorteado-sim
                   perform liquidar-aposta-cadastro
               end-if

           exit.

      *>-----------------------------------------------------------------
      *>conferir a aposta corrente contra o concurso ws-concurso-busca
      *>da sua sequencia, somando os premios por faixa
      *>-----------------------------------------------------------------
       apurar-concurso-sequencia section.


           perform localizar-concurso-alvo

           if ws-indice-concurso <> 0
               move ws-indice-concurso to ws-t
               perform contar-acertos-concurso

               evaluate ws-acertos
                   when 4
                       add 1 to ws-quadras-aposta
                       move wr-rateio-quadra(ws-t) to ws-valor-faixa
                       perform aplicar-resgate-premio
                       add ws-valor-faixa to ws-premio-aposta
                       add ws-valor-faixa to ws-total-premio-quadra
                   when 5
                       add 1 to ws-quinas-aposta
                       move wr-rateio-quina(ws-t) to ws-valor-faixa
                       perform aplicar-resgate-premio
                       add ws-valor-faixa to ws-premio-aposta
                       add ws-valor-faixa to ws-total-premio-quina
                   when 6
                       add 1 to ws-senas-aposta
                       move wr-rateio-sena(ws-t) to ws-valor-faixa
                       perform aplicar-resgate-premio
                       add ws-valor-faixa to ws-premio-aposta
                       add ws-valor-faixa to ws-total-premio-sena
               end-evaluate

               if ws-k = ws-qtd-concursos
                   set ws-ultimo-sorteado-sim to true
               end-if
           end-if


           .
       apurar-concurso-sequencia-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os resgates ja baixados no programa20, com o valor
      *>liquido de fato recebido de cada premio
      *>-----------------------------------------------------------------
       carregar-resgates section.


           move 0 to ws-total-resgates

           open input resgates-file

           set ws-fim-nao to true
           read resgates-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if rg-resgatado and ws-total-resgates < ws-max-resgates
                   add 1 to ws-total-resgates
                   move rg-aposta-id to rs-aposta-id(ws-total-resgates)
                   move rg-concurso  to rs-concurso(ws-total-resgates)
                   move rg-valor-recebido
                       to rs-valor-recebido(ws-total-resgates)
               end-if

               read resgates-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resgates-file


           .
       carregar-resgates-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar as aposta-id com recibo da loterica
      *>-----------------------------------------------------------------
       carregar-recibos-loterica section.


           move 0 to ws-total-recibos

           open input recibos-file

           set ws-fim-nao to true
           read recibos-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-recibos < ws-max-recibos
                   add 1 to ws-total-recibos
                   move rl-aposta-id
                       to ws-recibo-aposta-id(ws-total-recibos)
               end-if

               read recibos-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close recibos-file


           .
       carregar-recibos-loterica-exit.
           exit.

      *>-----------------------------------------------------------------
      *>procurar o recibo da loterica da aposta corrente (am-aposta-id)
      *>-----------------------------------------------------------------
       verificar-recibo-aposta section.


           set ws-recibo-nao-achou to true
           move 0 to ws-r
           perform until ws-r = ws-total-recibos or ws-recibo-achou
               add 1 to ws-r
               if ws-recibo-aposta-id(ws-r) = am-aposta-id
                   set ws-recibo-achou to true
               end-if
           end-perform


           .
       verificar-recibo-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>premio ja resgatado desta aposta no concurso ws-concurso-busca
      *>vale o liquido recebido em ws-valor-faixa; sem resgate baixado
      *>fica o rateio bruto do concurso
      *>-----------------------------------------------------------------
       aplicar-resgate-premio section.


           move 0 to ws-r
           perform until ws-r = ws-total-resgates
               add 1 to ws-r
               if rs-aposta-id(ws-r) = am-aposta-id and
                       rs-concurso(ws-r) = ws-concurso-busca
                   move rs-valor-recebido(ws-r) to ws-valor-faixa
                   add 1 to ws-resgatados-aposta
                   add 1 to ws-total-resgatados
                   move ws-total-resgates to ws-r
               end-if
           end-perform


           .
       aplicar-resgate-premio-exit.
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
      *>conferir a aposta corrente, ja lida do cadastro pela chave de
      *>situacao: entra no acerto se foi marcada como jogada (ou ja
      *>conferida/liquidada); a que nao estiver fica de fora
      *>-----------------------------------------------------------------
       localizar-aposta-no-cadastro section.


           set ws-acerto-nao to true

           if am-jogada or am-conferida or am-liquidada
      *>--- este extrato apura pela tabela e pelos rateios da Mega
      *>--- Sena: apostas de Quina e Lotofacil ficam fora, em vez de
      *>--- sairem precificadas e conferidas no jogo errado
               if am-formato-jogo = 3 or am-formato-jogo = 4
                   add 1 to ws-total-outros-jogos
               else
                   set ws-acerto-sim to true
               end-if
           end-if


           .
           exit.

      *>-----------------------------------------------------------------
      *>procurar o concurso ws-concurso-busca da aposta corrente na
      *>tabela de resultados carregada (0 = nao achou / ainda sem
      *>resultado)
      *>-----------------------------------------------------------------
       localizar-concurso-alvo section.

           perform until ws-t = ws-total-resultados or
                   ws-indice-concurso <> 0
               add 1 to ws-t
               if wr-concurso(ws-t) = ws-concurso-busca
                   move ws-t to ws-indice-concurso
               end-if
           end-perform
           exit.

      *>-----------------------------------------------------------------
      *>marcar no cadastro que a aposta entrou no acerto de contas; a
      *>ja liquidada (lida de novo na faixa das liquidadas) nao e
      *>regravada, e so passa pela trava de mes fechado quando o acerto
      *>de novo lhe da premio
      *>-----------------------------------------------------------------
       liquidar-aposta-cadastro section.


           set ws-liquidacao-livre to true
           if am-liquidada
               if ws-premio-aposta > 0
                   perform conferir-mes-fechado-aposta
               end-if
           else
               set am-liquidada to true
               rewrite reg-aposta-master
                   invalid key
                       display "Falha ao regravar a aposta "
                           am-aposta-id " no cadastro."
               end-rewrite
           end-if


           .
       liquidar-aposta-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>aposta ja liquidada liquidada de novo com premio: se o premio
      *>dela ja entrou no livro razao em mes fechado, liquidar de novo
      *>mexe em numero de mes fechado; na cadeia noturna e recusado, na
      *>tela pede ajuste de supervisor (programa35)
      *>-----------------------------------------------------------------
       conferir-mes-fechado-aposta section.


           initialize ws-consulta-fechamento
           move "A"              to ws-fch-tipo
           move am-aposta-id     to ws-fch-aposta-id
           move am-concurso-alvo to ws-fch-concurso
           move am-formato-jogo  to ws-fch-formato-jogo
           move "programa09"     to ws-fch-programa
           string "Nova liquidacao da aposta " am-aposta-id
               delimited by size into ws-fch-descricao
           end-string
           if ws-noturno-sim
               move "B" to ws-fch-modo
           else
               move "I" to ws-fch-modo
           end-if

           call "programa35" using ws-consulta-fechamento

           if ws-fch-recusado
               set ws-liquidacao-travada to true
               add 1 to ws-total-mes-fechado
           end-if


           .
       conferir-mes-fechado-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>contar quantos numeros da aposta bateram no concurso ws-t
      *>-----------------------------------------------------------------
           perform until ws-i = 6
               add 1 to ws-i
               move 0 to ws-s
               perform until ws-s = am-quant-aposta
                   add 1 to ws-s
                   if wr-numeros(ws-t, ws-i) = am-numeros-usuario(ws-s)
                       add 1 to ws-acertos
                   end-if
               end-perform


           move space to reg-relatorio
           if ws-qtd-concursos > 1
               string "aposta id " delimited by size
                      am-aposta-id     delimited by size
                      " de "           delimited by size
                      am-dia           delimited by size
                      "/"              delimited by size
                      am-mes           delimited by size
                      "/"              delimited by size
                      am-ano           delimited by size
                      " ("             delimited by size
                      am-quant-aposta  delimited by size
                      " numeros) concursos " delimited by size
                      am-concurso-alvo delimited by size
                      " a "            delimited by size
                      ws-concurso-final-seq delimited by size
                      " (teimosinha)"  delimited by size
                      into reg-relatorio
           else
               string "aposta id " delimited by size
                      am-aposta-id     delimited by size
                      " de "           delimited by size
                      am-dia           delimited by size
                      "/"              delimited by size
                      am-mes           delimited by size
                      "/"              delimited by size
                      am-ano           delimited by size
                      " ("             delimited by size
                      am-quant-aposta  delimited by size
                      " numeros) concurso " delimited by size
                      am-concurso-alvo delimited by size
                      into reg-relatorio
           end-if
           write reg-relatorio

           move ws-gasto-aposta to ws-valor-ed
                  into reg-relatorio
           write reg-relatorio

           if ws-resgatados-aposta > 0
               move space to reg-relatorio
               string "  premios resgatados pelo liquido recebido: "
                          delimited by size
                      ws-resgatados-aposta delimited by size
                      into reg-relatorio
               write reg-relatorio
           end-if

           if ws-premio-aposta > 0
               perform verificar-recibo-aposta
               if ws-recibo-nao-achou
                   add 1 to ws-total-sem-recibo
                   move "  ** premio em aposta sem recibo da loterica"
                       to reg-relatorio
                   write reg-relatorio
               end-if
           end-if

           if ws-liquidacao-travada
               move space to reg-relatorio
               string "  ** liquidada em mes fechado ("
                          delimited by size
                      ws-fch-mes-fechado(5:2) delimited by size
                      "/"  delimited by size
                      ws-fch-mes-fechado(1:4) delimited by size
                      "): vale o livro razao" delimited by size
                      into reg-relatorio
               write reg-relatorio
           end-if

           move ws-liquido-aposta to ws-liquido-ed
           move space to reg-relatorio
           string "  resultado liquido: R$ " delimited by size
           write reg-relatorio

           move space to reg-relatorio
           string "de outros jogos fora do acerto (Quina/Lotofacil): "
                      delimited by size
                  ws-total-outros-jogos delimited by size
                  into reg-relatorio
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "premios ja resgatados (pelo liquido): " delimited by size
                  ws-total-resgatados delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "premios em aposta sem recibo da loterica: "
                      delimited by size
                  ws-total-sem-recibo delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "apostas de mes fechado nao reliquidadas: "
                      delimited by size
                  ws-total-mes-fechado delimited by size
                  into reg-relatorio
           write reg-relatorio

           move ws-total-liquido to ws-liquido-ed
           move space to reg-relatorio
           string "resultado do periodo: R$ " delimited by size
           display "Apostas conferidas no periodo: " ws-total-apostas
           move ws-total-liquido to ws-liquido-ed
           display "Resultado do periodo: R$ " ws-liquido-ed
           if ws-total-sem-recibo > 0
               display "ATENCAO: " ws-total-sem-recibo
                   " aposta(s) premiada(s) sem recibo da loterica."
           end-if
           if ws-total-mes-fechado > 0
               display "ATENCAO: " ws-total-mes-fechado
                   " aposta(s) de mes fechado nao reliquidada(s)."
           end-if


           .

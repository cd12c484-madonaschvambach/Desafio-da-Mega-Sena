      *>--- cadastro indexado (aposta-id de gravar-historico-sorteio) e
      *>--- extrato que divide o custo das apostas pela tabela de
      *>--- precos e os premios apurados contra os resultados oficiais
      *>--- entre as quotas, com uma linha de acerto por participante;
      *>--- o premio de fato pago a cada participante fica registrado
      *>--- em BOLAO-REPASSES.DAT para o fechamento contabil do
      *>--- programa34

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

               assign to "BOLAO-PAGAMENTOS.DAT"
               organization is line sequential.

      *>--- repasses de premio: um registro por pagamento de premio a
      *>--- um participante do bolao
           select optional repasses-file
               assign to "BOLAO-REPASSES.DAT"
               organization is line sequential.

           select optional recibos-file
               assign to "RECIBOS-BOLAO.DAT"
               organization is line sequential.

           select optional resgates-file
               assign to "PREMIOS-RESGATE.DAT"
               organization is line sequential.

      *>--- jornal de alteracoes: cada participante incluido e cada
      *>--- pagamento registrado, com o operador e a imagem do registro
           select optional jornal-file
               assign to "JORNAL-ALTERACOES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

           05  pg-data                      pic 9(08).
           05  pg-valor                     pic 9(09)v99.

       fd  repasses-file.
       01  reg-repasse.
           05  rp-bolao-nome                pic x(20).
           05  rp-participante              pic x(30).
           05  rp-data                      pic 9(08).
           05  rp-valor                     pic 9(09)v99.
           05  rp-concurso                  pic 9(04).

       fd  recibos-file.
       01  reg-recibo                       pic x(100).

       fd  resgates-file.
           copy "CPY-RESGATE.CPY".

       fd  jornal-file.
           copy "CPY-JORNAL.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       77  ws-total-quotas                  pic 9(04) value 0.
       77  ws-total-quotas-quites           pic 9(04) value 0.

      *>--- apostas vinculadas ao bolao escolhido; a aposta jogada so
      *>--- concorre nos concursos da sua sequencia (o concurso alvo e,
      *>--- na teimosinha, os seguintes) e paga um preco por concurso
       01  ws-tabela-apostas-bolao.
           05  ws-aposta-bolao occurs 100.
               10  ab-aposta-id             pic 9(09).
               10  ab-quant-aposta          pic 9(02).
               10  ab-numeros occurs 10     pic 9(02).
               10  ab-data-aposta           pic 9(08).
               10  ab-concurso-alvo         pic 9(04).
               10  ab-qtd-concursos         pic 9(02).
               10  ab-concurso-final        pic 9(04).

       77  ws-total-apostas-bolao           pic 9(03) value 0.
       77  ws-max-apostas-bolao             pic 9(03) value 100.

      *>--- resgates de premio ja baixados (PREMIOS-RESGATE.DAT): o
      *>--- premio resgatado entra no extrato pelo valor liquido de
      *>--- fato recebido no lugar do rateio bruto do concurso
       01  ws-tabela-resgates.
           05  ws-resgate occurs 3000.
               10  rs-aposta-id             pic 9(09).
               10  rs-concurso              pic 9(04).
               10  rs-valor-recebido        pic 9(11)v99.

       77  ws-total-resgates                pic 9(04) value 0.
       77  ws-max-resgates                  pic 9(04) value 3000.
       77  ws-r                             pic 9(04).
       77  ws-valor-faixa                   pic 9(11)v99 value 0.
       77  ws-premios-resgatados            pic 9(04) value 0.

      *>--- entrada do jornal de alteracoes em montagem
       01  ws-jornal-pendente.
           05  wj-arquivo                   pic x(30).
           05  wj-operacao                  pic x(01).
           05  wj-imagem-antes              pic x(100).
           05  wj-imagem-depois             pic x(100).

       01  ws-data-hora-jornal.
           05  ws-dh-data                   pic 9(08).
           05  ws-dh-hora                   pic 9(06).
           05  filler                       pic x(07).

       01  ws-nome-bolao                    pic x(20) value space.
       01  ws-nome-participante             pic x(30) value space.


       77  ws-data-pagamento                pic 9(08) value 0.
       77  ws-valor-pagamento               pic 9(09)v99 value 0.
       77  ws-concurso-repasse              pic 9(04) value 0.
       77  ws-data-ultimo-concurso          pic 9(08) value 0.
       77  ws-data-concurso                 pic 9(08) value 0.
       77  ws-indice-participante           pic 9(02) value 0.
           05  ls-aposta-invalida                     pic x(01).
           05  ls-resultado-aposta-id                 pic 9(09).
           05  ls-campanha-id                         pic 9(12).
           05  ls-sessao-operador.
               10  ls-operador-codigo                 pic x(10).
               10  ls-operador-nome                   pic x(30).
               10  ls-operador-perfil                 pic x(01).
                   88  ls-perfil-supervisor           value "S".
               10  ls-sessao-situacao                 pic x(01).

      *>--- declaração do corpo do programa
       procedure division using ls-tela-menu-principal.
               display "P-incluir participante  V-vincular aposta"
               display "L-listar bolao          E-extrato do bolao"
               display "G-registrar pagamento de quota"
               display "R-registrar repasse de premio a participante"
               display "X-voltar ao menu"
               display "Opcao: " with no advancing
               accept ws-opcao-bolao

      *>--- incluir participante e registrar pagamento ou repasse
      *>--- mexem no dinheiro do bolao: funcao do supervisor
               evaluate ws-opcao-bolao
                   when "P" when "p"
                       if ls-perfil-supervisor
                           perform incluir-participante
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "V" when "v"
                       perform vincular-aposta-bolao
                   when "L" when "l"
                   when "E" when "e"
                       perform extrato-bolao
                   when "G" when "g"
                       if ls-perfil-supervisor
                           perform registrar-pagamento
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "R" when "r"
                       if ls-perfil-supervisor
                           perform registrar-repasse
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "X" when "x"
                       continue
                   when other
                   move ws-nome-bolao        to bp-bolao-nome
                   move ws-nome-participante to bp-participante
                   move ws-quotas-digitadas  to bp-quotas
                   move "BOLAO-PARTICIPANTES.DAT" to wj-arquivo
                   move "I" to wj-operacao
                   move space to wj-imagem-antes
                   move reg-participante to wj-imagem-depois

                   open extend participantes-file
                   write reg-participante
                   close participantes-file

                   perform gravar-jornal-alteracao
                   display "Participante incluido no bolao "
                       ws-nome-bolao
               end-if
                   move ws-nome-participante to pg-participante
                   move ws-data-pagamento    to pg-data
                   move ws-valor-pagamento   to pg-valor
                   move "BOLAO-PAGAMENTOS.DAT" to wj-arquivo
                   move "I" to wj-operacao
                   move space to wj-imagem-antes
                   move reg-pagamento to wj-imagem-depois

                   open extend pagamentos-file
                   write reg-pagamento
                   close pagamentos-file

                   perform gravar-jornal-alteracao

                   perform gravar-recibo-pagamento
               end-if
           end-if
       registrar-pagamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>registrar o pagamento de premio a um participante do bolao
      *>(repasse), gravando o movimento e imprimindo o recibo
      *>-----------------------------------------------------------------
       registrar-repasse section.


           display "Nome do bolao: " with no advancing
           accept ws-nome-bolao
           display "Nome do participante: " with no advancing
           accept ws-nome-participante

           perform carregar-participantes-bolao
           perform localizar-participante

           if ws-indice-participante = 0
               display "Participante nao cadastrado neste bolao:"
                   " repasse nao registrado."
           else
               display "Concurso do premio (0 se varios): "
                   with no advancing
               accept ws-concurso-repasse

               display "Data do repasse (dd/mm/aaaa): "
                   with no advancing
               accept ws-data-digitada
               perform desmontar-data-digitada

               display "Valor repassado (reais, com virgula): "
                   with no advancing
               accept ws-valor-digitado
               if ws-valor-digitado = space or
                       function test-numval(ws-valor-digitado) <> 0
                   move 0 to ws-valor-pagamento
               else
                   compute ws-valor-pagamento =
                       function numval(ws-valor-digitado)
               end-if

               if ws-data-pagamento = 0 or ws-valor-pagamento = 0
                   display "Data ou valor invalidos:"
                       " repasse nao registrado."
               else
                   move ws-nome-bolao        to rp-bolao-nome
                   move ws-nome-participante to rp-participante
                   move ws-data-pagamento    to rp-data
                   move ws-valor-pagamento   to rp-valor
                   move ws-concurso-repasse  to rp-concurso
                   move "BOLAO-REPASSES.DAT" to wj-arquivo
                   move "I" to wj-operacao
                   move space to wj-imagem-antes
                   move reg-repasse to wj-imagem-depois

                   open extend repasses-file
                   write reg-repasse
                   close repasses-file

                   perform gravar-jornal-alteracao

                   perform gravar-recibo-repasse
               end-if
           end-if


           .
       registrar-repasse-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar no jornal de alteracoes a entrada montada em
      *>ws-jornal-pendente, com o operador da sessao e a data e hora
      *>-----------------------------------------------------------------
       gravar-jornal-alteracao section.


           move function current-date to ws-data-hora-jornal

           open extend jornal-file

           move ws-dh-data          to jn-data
           move ws-dh-hora          to jn-hora
           move ls-operador-codigo  to jn-operador
           move "programa12"        to jn-programa
           move wj-arquivo          to jn-arquivo
           move wj-operacao         to jn-operacao
           move wj-imagem-antes     to jn-imagem-antes
           move wj-imagem-depois    to jn-imagem-depois
           write reg-jornal-alteracao

           close jornal-file


           .
       gravar-jornal-alteracao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>procurar o participante digitado na tabela do bolao carregado
      *>(0 = nao achou)
       gravar-recibo-pagamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir a linha de recibo do repasse recem registrado, para o
      *>participante assinar o premio recebido
      *>-----------------------------------------------------------------
       gravar-recibo-repasse section.


           move ws-valor-pagamento to ws-valor-ed

           move space to reg-recibo
           string "RECIBO bolao " delimited by size
                  function trim(ws-nome-bolao) delimited by size
                  ": premio pago a " delimited by size
                  function trim(ws-nome-participante) delimited by size
                  " R$ " delimited by size
                  function trim(ws-valor-ed) delimited by size
                  " em " delimited by size
                  ws-data-pagamento delimited by size
                  into reg-recibo
           end-string

           open extend recibos-file
           write reg-recibo
           close recibos-file

           display reg-recibo
           display "Recibo gravado em RECIBOS-BOLAO.DAT"


           .
       gravar-recibo-repasse-exit.
           exit.

      *>-----------------------------------------------------------------
      *>vincular uma aposta ja gravada (pelo aposta-id) a um bolao,
      *>validando o id no cadastro indexado de apostas
                               to ab-quant-aposta(ws-total-apostas-bolao)
                           compute ab-data-aposta(ws-total-apostas-bolao)
                               = am-ano * 10000 + am-mes * 100 + am-dia
                           perform guardar-sequencia-aposta-bolao
                           move 1 to ws-i
                           perform until ws-i > 10
                               move am-numeros-usuario(ws-i) to
       carregar-apostas-bolao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>guardar na tabela a sequencia de concursos da aposta recem
      *>lida do cadastro: sem concurso alvo concorre em todo o
      *>intervalo do extrato; registros sem a quantidade de concursos
      *>valem um concurso so
      *>-----------------------------------------------------------------
       guardar-sequencia-aposta-bolao section.


           if am-concurso-alvo is numeric
               move am-concurso-alvo
                   to ab-concurso-alvo(ws-total-apostas-bolao)
           else
               move 0 to ab-concurso-alvo(ws-total-apostas-bolao)
           end-if

           if am-qtd-concursos is numeric and am-qtd-concursos > 0
               move am-qtd-concursos
                   to ab-qtd-concursos(ws-total-apostas-bolao)
           else
               move 1 to ab-qtd-concursos(ws-total-apostas-bolao)
           end-if

           compute ab-concurso-final(ws-total-apostas-bolao) =
               ab-concurso-alvo(ws-total-apostas-bolao) +
               ab-qtd-concursos(ws-total-apostas-bolao) - 1


           .
       guardar-sequencia-aposta-bolao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>extrato do bolao: custo das apostas pela tabela de precos,
      *>premios contra os resultados do intervalo e o rateio por quota
               if ws-total-apostas-bolao = 0
                   display "Bolao sem apostas vinculadas."
               else
                   perform carregar-resgates
                   perform calcular-gasto-bolao
                   perform apurar-premios-bolao
                   perform imprimir-extrato-bolao
           move 0 to ws-gasto-bolao

      *>--- cada aposta entra pelo preco em vigor na data dela, para o
      *>--- extrato de bolaoes antigos nao sair no preco de hoje, uma
      *>--- vez por concurso da teimosinha
           move 0 to ws-a
           perform until ws-a = ws-total-apostas-bolao
               add 1 to ws-a
               move ab-data-aposta(ws-a)   to ws-busca-data
               perform obter-preco-vigente
               compute ws-gasto-bolao = ws-gasto-bolao +
                   ws-preco-vigente * ab-qtd-concursos(ws-a) / 100
           end-perform




           move 0 to ws-premio-bolao
           move 0 to ws-premios-resgatados
           move 0 to ws-concursos-conferidos
           move 0 to ws-data-ultimo-concurso

           exit.

      *>-----------------------------------------------------------------
      *>conferir o concurso corrente contra cada aposta do bolao; a
      *>aposta jogada fora da sua sequencia de concursos nao concorre
      *>-----------------------------------------------------------------
       conferir-concurso-bolao section.

               add 1 to ws-a

               move 0 to ws-acertos
               if ab-concurso-alvo(ws-a) = 0 or
                       (rr-concurso >= ab-concurso-alvo(ws-a) and
                        rr-concurso <= ab-concurso-final(ws-a))
                   move 0 to ws-i
                   perform until ws-i = 6
                       add 1 to ws-i
                       move 0 to ws-s
                       perform until ws-s = ab-quant-aposta(ws-a)
                           add 1 to ws-s
                           if rr-numeros(ws-i) = ab-numeros(ws-a, ws-s)
                               add 1 to ws-acertos
                           end-if
                       end-perform
                   end-perform
               end-if

               move 0 to ws-valor-faixa
               evaluate ws-acertos
                   when 4
                       if rr-rateio-quadra is numeric
                           move rr-rateio-quadra to ws-valor-faixa
                       end-if
                   when 5
                       if rr-rateio-quina is numeric
                           move rr-rateio-quina to ws-valor-faixa
                       end-if
                   when 6
                       if rr-rateio-sena is numeric
                           move rr-rateio-sena to ws-valor-faixa
                       end-if
               end-evaluate

               if ws-acertos >= 4 and ws-acertos <= 6
                   perform aplicar-resgate-premio
                   add ws-valor-faixa to ws-premio-bolao
               end-if
           end-perform


       conferir-concurso-bolao-exit.
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
      *>premio ja resgatado da aposta ws-a no concurso corrente vale o
      *>liquido recebido em ws-valor-faixa; sem resgate baixado fica o
      *>rateio bruto do concurso
      *>-----------------------------------------------------------------
       aplicar-resgate-premio section.


           move 0 to ws-r
           perform until ws-r = ws-total-resgates
               add 1 to ws-r
               if rs-aposta-id(ws-r) = ab-aposta-id(ws-a) and
                       rs-concurso(ws-r) = rr-concurso
                   move rs-valor-recebido(ws-r) to ws-valor-faixa
                   add 1 to ws-premios-resgatados
                   move ws-total-resgates to ws-r
               end-if
           end-perform


           .
       aplicar-resgate-premio-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir o extrato: totais do bolao e uma linha de acerto por
      *>participante, proporcional as quotas
                  ws-valor-ed delimited by size
                  " liquido: R$ " delimited by size
                  ws-liquido-ed delimited by size
                  " (resgatados pelo liquido recebido: " delimited by size
                  ws-premios-resgatados delimited by size
                  ")" delimited by size
                  into reg-relatorio
           write reg-relatorio


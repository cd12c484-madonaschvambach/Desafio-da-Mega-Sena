      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa34".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 09/10/2026.
       date-compiled. 09/10/2026.

      *>--- fechamento contabil do mes: posta no livro razao
      *>--- (LIVRO-RAZAO.DAT, CPY-RAZAO) um lancamento de debito e
      *>--- credito por fato do escritorio ainda nao postado e trava o
      *>--- mes em FECHAMENTO-MENSAL.DAT:
      *>---   compra de aposta   - aposta jogada do cadastro, pelo valor
      *>---                        do recibo da loterica ou, sem recibo,
      *>---                        pelo preco da vigencia na sua data
      *>---   premio ganho       - resgate aberto em PREMIOS-RESGATE.DAT
      *>---                        pelo valor bruto, na data do sorteio
      *>---   quota recebida     - pagamento de BOLAO-PAGAMENTOS.DAT
      *>---   repasse de premio  - pagamento a participante de bolao em
      *>---                        BOLAO-REPASSES.DAT (programa12)
      *>--- depois de fechado o mes, os numeros dele saem so do livro
      *>--- razao: o balancete e o razao do mes daqui nao recalculam
      *>--- nada, e a alteracao que mexeria neles passa pela trava do
      *>--- programa35. Fechar e funcao do supervisor

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional fechamento-file
               assign to "FECHAMENTO-MENSAL.DAT"
               organization is line sequential.

           select optional razao-file
               assign to "LIVRO-RAZAO.DAT"
               organization is line sequential.

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

           select optional resgates-file
               assign to "PREMIOS-RESGATE.DAT"
               organization is line sequential.

           select optional bolao-apostas-file
               assign to "BOLAO-APOSTAS.DAT"
               organization is line sequential.

           select optional pagamentos-file
               assign to "BOLAO-PAGAMENTOS.DAT"
               organization is line sequential.

           select optional repasses-file
               assign to "BOLAO-REPASSES.DAT"
               organization is line sequential.

      *>--- jornal de alteracoes: cada mes fechado, com o operador
           select optional jornal-file
               assign to "JORNAL-ALTERACOES.DAT"
               organization is line sequential.

           select balancete-file
               assign to "RELATORIO-BALANCETE.DAT"
               organization is line sequential.

           select razao-mes-file
               assign to "RELATORIO-RAZAO.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  fechamento-file.
           copy "CPY-FECHAMENTO.CPY".

       fd  razao-file.
           copy "CPY-RAZAO.CPY".

       fd  aposta-master-file.
           copy "CPY-APOSTA.CPY".

       fd  recibos-file.
           copy "CPY-RECIBO.CPY".

       fd  tabela-precos-file.
           copy "CPY-PRECO.CPY".

       fd  resgates-file.
           copy "CPY-RESGATE.CPY".

       fd  bolao-apostas-file.
       01  reg-bolao-aposta.
           05  ba-bolao-nome                pic x(20).
           05  ba-aposta-id                 pic 9(09).

       fd  pagamentos-file.
       01  reg-pagamento.
           05  pg-bolao-nome                pic x(20).
           05  pg-participante              pic x(30).
           05  pg-data                      pic 9(08).
           05  pg-valor                     pic 9(09)v99.

       fd  repasses-file.
       01  reg-repasse.
           05  rp-bolao-nome                pic x(20).
           05  rp-participante              pic x(30).
           05  rp-data                      pic 9(08).
           05  rp-valor                     pic 9(09)v99.
           05  rp-concurso                  pic 9(04).

       fd  jornal-file.
           copy "CPY-JORNAL.CPY".

       fd  balancete-file.
       01  reg-balancete                    pic x(132).

       fd  razao-mes-file.
       01  reg-razao-mes                    pic x(132).

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- plano de contas do escritorio, com os acumulados do
      *>--- balancete e do razao
       01  ws-plano-contas.
           05  ws-conta occurs 5.
               10  ct-numero                pic 9(04).
               10  ct-nome                  pic x(30).
               10  ct-saldo-anterior        pic s9(13)v99.
               10  ct-debitos-mes           pic 9(13)v99.
               10  ct-creditos-mes          pic 9(13)v99.
               10  ct-saldo-final           pic s9(13)v99.

       77  ws-total-contas                  pic 9(01) value 5.
       77  ws-indice-conta                  pic 9(01) value 0.
       77  ws-c                             pic 9(01) value 0.

      *>--- chaves dos fatos ja postados no livro razao, para o
      *>--- fechamento nao postar o mesmo fato duas vezes
       01  ws-tabela-chaves.
           05  ws-chave-postada occurs 20000 pic x(40).

       77  ws-total-chaves                  pic 9(05) value 0.
       77  ws-max-chaves                    pic 9(05) value 20000.
       77  ws-k                             pic 9(05) value 0.
       77  ws-ultimo-lancamento             pic 9(08) value 0.

       01  ws-chave-achada                  pic x(01) value "n".
           88  ws-chave-achou               value "s".
           88  ws-chave-nao-achou           value "n".

      *>--- recibos da loterica: o valor de fato pago e a data da compra
       01  ws-tabela-recibos.
           05  ws-recibo occurs 5000.
               10  rt-aposta-id             pic 9(09).
               10  rt-valor-pago            pic 9(07)v99.
               10  rt-data-compra           pic 9(08).

       77  ws-total-recibos                 pic 9(04) value 0.
       77  ws-max-recibos                   pic 9(04) value 5000.
       77  ws-indice-recibo                 pic 9(04) value 0.
       77  ws-r                             pic 9(04) value 0.

      *>--- apostas vinculadas a bolao (BOLAO-APOSTAS.DAT)
       01  ws-tabela-boloes.
           05  ws-bolao-aposta occurs 3000.
               10  bl-aposta-id             pic 9(09).
               10  bl-bolao-nome            pic x(20).

       77  ws-total-boloes                  pic 9(04) value 0.
       77  ws-max-boloes                    pic 9(04) value 3000.
       77  ws-b                             pic 9(04) value 0.

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

      *>--- fato em postagem: vira um lancamento de duas linhas
       01  ws-evento.
           05  ev-tipo                      pic x(01).
           05  ev-data                      pic 9(08).
           05  ev-valor                     pic 9(11)v99.
           05  ev-conta-debito              pic 9(04).
           05  ev-conta-credito             pic 9(04).
           05  ev-aposta-id                 pic 9(09).
           05  ev-bolao-nome                pic x(20).
           05  ev-participante              pic x(30).
           05  ev-concurso                  pic 9(04).
           05  ev-formato-jogo              pic 9(01).
           05  ev-chave                     pic x(40).
           05  ev-historico                 pic x(40).

       77  ws-ordem-registro                pic 9(07) value 0.
       77  ws-qtd-concursos                 pic 9(02) value 1.

      *>--- mes em fechamento e o ultimo ja fechado
       01  ws-mes-fechar                    pic 9(06) value 0.
       01  ws-mes-fechar-r redefines ws-mes-fechar.
           05  ws-mf-ano                    pic 9(04).
           05  ws-mf-mes                    pic 9(02).

       01  ws-mes-esperado                  pic 9(06) value 0.
       01  ws-mes-esperado-r redefines ws-mes-esperado.
           05  ws-me-ano                    pic 9(04).
           05  ws-me-mes                    pic 9(02).

       77  ws-ultimo-fechado                pic 9(06) value 0.
       77  ws-fim-mes-fechar                pic 9(08) value 0.
       77  ws-meses-fechados                pic 9(04) value 0.

      *>--- contagem dos lancamentos postados no fechamento
       77  ws-postados-compra               pic 9(06) value 0.
       77  ws-postados-premio               pic 9(06) value 0.
       77  ws-postados-quota                pic 9(06) value 0.
       77  ws-postados-repasse              pic 9(06) value 0.
       77  ws-postados-total                pic 9(07) value 0.
       77  ws-apostas-sem-preco             pic 9(06) value 0.
       77  ws-fatos-atrasados               pic 9(06) value 0.

      *>--- mes dos relatorios
       01  ws-mes-digitado                  pic x(10).
       01  ws-campo-mes                     pic x(02).
       01  ws-campo-ano                     pic x(04).
       77  ws-mes-conv                      pic 9(06) value 0.
       77  ws-mes-relatorio                 pic 9(06) value 0.

       01  ws-data-corrente.
           05  ws-dc-mes                    pic 9(06).
           05  filler                       pic x(15).

       01  ws-data-hora-jornal.
           05  ws-dh-data                   pic 9(08).
           05  ws-dh-hora                   pic 9(06).
           05  filler                       pic x(07).

      *>--- totais do balancete e saldo corrente do razao
       77  ws-total-debitos                 pic 9(13)v99 value 0.
       77  ws-total-creditos                pic 9(13)v99 value 0.
       77  ws-saldo-corrente                pic s9(13)v99 value 0.
       77  ws-linhas-conta                  pic 9(06) value 0.

       77  ws-anterior-ed                   pic -(12)9,99.
       77  ws-debito-ed                     pic z(12)9,99.
       77  ws-credito-ed                    pic z(12)9,99.
       77  ws-saldo-ed                      pic -(12)9,99.
       77  ws-valor-ed                      pic z(10)9,99.

       77  ws-opcao-fechamento              pic x(01) value space.
       77  ws-resposta                      pic x(01) value space.

      *>--- variaveis para comunicaçao entre programa
       linkage section.

       01  ls-tela-menu-principal.
           05  ls-quant-aposta                     pic 9(02).
           05  ls-mensagem                         pic x(40).
           05  ls-sair-programa                    pic x(01).
           05  ls-voltar-menu                      pic x(01).
           05  ls-modo-execucao                    pic x(01).
           05  ls-surpresinha                       pic x(01).
           05  ls-formato-jogo                      pic 9(01).
           05  ls-numeros-batch occurs 15            pic 9(02).
           05  ls-resultado-q-vezes-sorteio           pic 9(15).
           05  ls-resultado-time.
               10  ls-resultado-time-hora             pic 9(02).
               10  ls-resultado-time-minuto           pic 9(02).
               10  ls-resultado-time-centesimo        pic 9(02).
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

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           perform definir-plano-contas


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           move space to ws-opcao-fechamento
           perform until ws-opcao-fechamento = "X" or
                   ws-opcao-fechamento = "x"
               perform carregar-meses-fechados
               display " "
               display "=== Fechamento contabil do mes ==="
               if ws-ultimo-fechado = 0
                   display "Nenhum mes fechado no livro razao."
               else
                   display "Ultimo mes fechado: " ws-ultimo-fechado(5:2)
                       "/" ws-ultimo-fechado(1:4)
               end-if
               display "F-fechar o mes  B-balancete  R-razao do mes"
               display "L-meses fechados  X-voltar ao menu"
               display "Opcao: " with no advancing
               accept ws-opcao-fechamento

      *>--- o apostador so consulta os relatorios; fechar o mes e
      *>--- funcao do supervisor
               evaluate ws-opcao-fechamento
                   when "F" when "f"
                       if ls-perfil-supervisor
                           perform fechar-mes
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "B" when "b"
                       perform emitir-balancete
                   when "R" when "r"
                       perform emitir-razao-mes
                   when "L" when "l"
                       perform listar-meses-fechados
                   when "X" when "x"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform

           move space to ls-voltar-menu


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
      *>plano de contas fixo do escritorio
      *>-----------------------------------------------------------------
       definir-plano-contas section.


           move 1100 to ct-numero(1)
           move "Caixa"                       to ct-nome(1)
           move 1200 to ct-numero(2)
           move "Premios a receber"           to ct-nome(2)
           move 2100 to ct-numero(3)
           move "Participantes de bolao"      to ct-nome(3)
           move 3100 to ct-numero(4)
           move "Despesa com apostas"         to ct-nome(4)
           move 4100 to ct-numero(5)
           move "Receita de premios"          to ct-nome(5)


           .
       definir-plano-contas-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ultimo mes fechado e quantos meses ja fecharam
      *>-----------------------------------------------------------------
       carregar-meses-fechados section.


           move 0 to ws-ultimo-fechado
           move 0 to ws-meses-fechados

           open input fechamento-file

           set ws-fim-nao to true
           read fechamento-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               add 1 to ws-meses-fechados
               if fm-mes-fechado > ws-ultimo-fechado
                   move fm-mes-fechado to ws-ultimo-fechado
               end-if

               read fechamento-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close fechamento-file


           .
       carregar-meses-fechados-exit.
           exit.

      *>-----------------------------------------------------------------
      *>fechar um mes: so o seguinte ao ultimo fechado e so depois que
      *>ele terminou; posta os fatos ate o fim do mes ainda fora do
      *>livro razao (os atrasados de mes ja fechado entram neste, com a
      *>data original) e grava o mes em FECHAMENTO-MENSAL.DAT
      *>-----------------------------------------------------------------
       fechar-mes section.


           move function current-date to ws-data-corrente

           if ws-ultimo-fechado <> 0
               move ws-ultimo-fechado to ws-mes-esperado
               if ws-me-mes = 12
                   add 1 to ws-me-ano
                   move 1 to ws-me-mes
               else
                   add 1 to ws-me-mes
               end-if
               display "Mes a fechar: " ws-me-mes "/" ws-me-ano
               move ws-mes-esperado to ws-mes-fechar
           else
               display "Primeiro fechamento: os fatos anteriores ao mes"
                   " entram todos nele."
               display "Mes a fechar (mm/aaaa): " with no advancing
               accept ws-mes-digitado
               perform desmontar-mes-digitado
               move ws-mes-conv to ws-mes-fechar
           end-if

           if ws-mes-fechar = 0
               display "Mes invalido."
           else
           if ws-mes-fechar >= ws-dc-mes
               display "O mes " ws-mf-mes "/" ws-mf-ano
                   " ainda nao terminou: fechamento recusado."
           else
               display "Confirma o fechamento de " ws-mf-mes "/"
                   ws-mf-ano "? (S/N): " with no advancing
               accept ws-resposta
               if ws-resposta = "S" or ws-resposta = "s"
                   compute ws-fim-mes-fechar = ws-mes-fechar * 100 + 31
                   perform postar-fatos-do-mes
                   perform gravar-mes-fechado
                   perform exibir-resumo-fechamento
               else
                   display "Fechamento cancelado."
               end-if
           end-if
           end-if


           .
       fechar-mes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>postar no livro razao todos os fatos do mes ainda nao postados
      *>-----------------------------------------------------------------
       postar-fatos-do-mes section.


           move 0 to ws-postados-compra
           move 0 to ws-postados-premio
           move 0 to ws-postados-quota
           move 0 to ws-postados-repasse
           move 0 to ws-postados-total
           move 0 to ws-apostas-sem-preco
           move 0 to ws-fatos-atrasados

           perform carregar-chaves-postadas
           perform definir-tabela-precos
           perform carregar-tabela-precos
           perform carregar-recibos-loterica
           perform carregar-apostas-bolao

           open extend razao-file

           perform postar-compras-apostas
           perform postar-premios-ganhos
           perform postar-quotas-recebidas
           perform postar-repasses-participantes

           close razao-file


           .
       postar-fatos-do-mes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>chaves dos fatos ja postados e o ultimo numero de lancamento
      *>-----------------------------------------------------------------
       carregar-chaves-postadas section.


           move 0 to ws-total-chaves
           move 0 to ws-ultimo-lancamento

           open input razao-file

           set ws-fim-nao to true
           read razao-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if lr-lancamento > ws-ultimo-lancamento
                   move lr-lancamento to ws-ultimo-lancamento
               end-if
               if lr-linha = 1 and ws-total-chaves < ws-max-chaves
                   add 1 to ws-total-chaves
                   move lr-chave-evento to ws-chave-postada(ws-total-chaves)
               end-if

               read razao-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close razao-file


           .
       carregar-chaves-postadas-exit.
           exit.

      *>-----------------------------------------------------------------
      *>recibos da loterica, com o valor pago e a data da compra
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
                   move rl-aposta-id   to rt-aposta-id(ws-total-recibos)
                   move rl-valor-pago  to rt-valor-pago(ws-total-recibos)
                   move rl-data-compra to rt-data-compra(ws-total-recibos)
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
      *>apostas vinculadas a bolao, para o lancamento levar o bolao
      *>-----------------------------------------------------------------
       carregar-apostas-bolao section.


           move 0 to ws-total-boloes

           open input bolao-apostas-file

           set ws-fim-nao to true
           read bolao-apostas-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-boloes < ws-max-boloes
                   add 1 to ws-total-boloes
                   move ba-aposta-id  to bl-aposta-id(ws-total-boloes)
                   move ba-bolao-nome to bl-bolao-nome(ws-total-boloes)
               end-if

               read bolao-apostas-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close bolao-apostas-file


           .
       carregar-apostas-bolao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>compra de aposta: toda aposta jogada (com concurso alvo) do
      *>cadastro; o valor e a data vem do recibo da loterica e, sem
      *>recibo, do preco da vigencia na data da aposta vezes os
      *>concursos da teimosinha. Debito despesa, credito caixa
      *>-----------------------------------------------------------------
       postar-compras-apostas section.


           open input aposta-master-file

           set ws-fim-nao to true
           read aposta-master-file next record
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if (am-jogada or am-conferida or am-liquidada) and
                       am-concurso-alvo <> 0
                   perform montar-compra-aposta
                   if ev-valor = 0
                       add 1 to ws-apostas-sem-preco
                   else
                       perform postar-evento
                   end-if
               end-if

               read aposta-master-file next record
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close aposta-master-file


           .
       postar-compras-apostas-exit.
           exit.

      *>-----------------------------------------------------------------
      *>montar o fato de compra da aposta corrente do cadastro
      *>-----------------------------------------------------------------
       montar-compra-aposta section.


           initialize ws-evento
           move "C"              to ev-tipo
           move 3100             to ev-conta-debito
           move 1100             to ev-conta-credito
           move am-aposta-id     to ev-aposta-id
           move am-concurso-alvo to ev-concurso
           if am-formato-jogo = 0
               move 1 to ev-formato-jogo
           else
               move am-formato-jogo to ev-formato-jogo
           end-if
           string "C" am-aposta-id delimited by size into ev-chave
           end-string

           perform localizar-bolao-aposta

           move 0 to ws-indice-recibo
           move 0 to ws-r
           perform until ws-r = ws-total-recibos or ws-indice-recibo <> 0
               add 1 to ws-r
               if rt-aposta-id(ws-r) = am-aposta-id
                   move ws-r to ws-indice-recibo
               end-if
           end-perform

           if ws-indice-recibo <> 0
               move rt-valor-pago(ws-indice-recibo)  to ev-valor
               move rt-data-compra(ws-indice-recibo) to ev-data
               move "Compra de aposta (recibo da loterica)"
                   to ev-historico
           else
               compute ev-data = am-ano * 10000 + am-mes * 100 + am-dia
               if am-qtd-concursos is numeric and am-qtd-concursos > 0
                   move am-qtd-concursos to ws-qtd-concursos
               else
                   move 1 to ws-qtd-concursos
               end-if
               move ev-formato-jogo to ws-busca-formato
               move am-quant-aposta to ws-busca-quant
               move ev-data         to ws-busca-data
               perform obter-preco-vigente
               compute ev-valor =
                   ws-preco-vigente * ws-qtd-concursos / 100
               move "Compra de aposta (preco da tabela)" to ev-historico
           end-if


           .
       montar-compra-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>bolao da aposta ev-aposta-id, se ela estiver vinculada a um
      *>-----------------------------------------------------------------
       localizar-bolao-aposta section.


           move space to ev-bolao-nome
           move 0 to ws-b
           perform until ws-b = ws-total-boloes or ev-bolao-nome <> space
               add 1 to ws-b
               if bl-aposta-id(ws-b) = ev-aposta-id
                   move bl-bolao-nome(ws-b) to ev-bolao-nome
               end-if
           end-perform


           .
       localizar-bolao-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>premio ganho: cada resgate aberto pela varredura do programa07,
      *>pelo valor bruto na data do sorteio. Debito premios a receber,
      *>credito receita de premios
      *>-----------------------------------------------------------------
       postar-premios-ganhos section.


           open input resgates-file

           set ws-fim-nao to true
           read resgates-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               initialize ws-evento
               move "P"             to ev-tipo
               move 1200            to ev-conta-debito
               move 4100            to ev-conta-credito
               move rg-data-sorteio to ev-data
               move rg-valor-bruto  to ev-valor
               move rg-aposta-id    to ev-aposta-id
               move rg-concurso     to ev-concurso
               move rg-formato-jogo to ev-formato-jogo
               string "P" rg-aposta-id rg-concurso rg-formato-jogo
                   delimited by size into ev-chave
               end-string
               string "Premio ganho: " rg-acertos " acertos"
                   delimited by size into ev-historico
               end-string
               perform localizar-bolao-aposta
               perform postar-evento

               read resgates-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resgates-file


           .
       postar-premios-ganhos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>quota recebida: cada pagamento de BOLAO-PAGAMENTOS.DAT, que so
      *>cresce; a chave leva a posicao do registro no arquivo. Debito
      *>caixa, credito participantes de bolao
      *>-----------------------------------------------------------------
       postar-quotas-recebidas section.


           move 0 to ws-ordem-registro

           open input pagamentos-file

           set ws-fim-nao to true
           read pagamentos-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               add 1 to ws-ordem-registro
               initialize ws-evento
               move "Q"             to ev-tipo
               move 1100            to ev-conta-debito
               move 2100            to ev-conta-credito
               move pg-data         to ev-data
               move pg-valor        to ev-valor
               move pg-bolao-nome   to ev-bolao-nome
               move pg-participante to ev-participante
               string "Q" ws-ordem-registro pg-data pg-bolao-nome
                   delimited by size into ev-chave
               end-string
               move "Quota de bolao recebida" to ev-historico
               perform postar-evento

               read pagamentos-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close pagamentos-file


           .
       postar-quotas-recebidas-exit.
           exit.

      *>-----------------------------------------------------------------
      *>repasse de premio: cada pagamento a participante registrado no
      *>programa12 em BOLAO-REPASSES.DAT. Debito participantes de
      *>bolao, credito caixa
      *>-----------------------------------------------------------------
       postar-repasses-participantes section.


           move 0 to ws-ordem-registro

           open input repasses-file

           set ws-fim-nao to true
           read repasses-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               add 1 to ws-ordem-registro
               initialize ws-evento
               move "R"             to ev-tipo
               move 2100            to ev-conta-debito
               move 1100            to ev-conta-credito
               move rp-data         to ev-data
               move rp-valor        to ev-valor
               move rp-bolao-nome   to ev-bolao-nome
               move rp-participante to ev-participante
               move rp-concurso     to ev-concurso
               string "R" ws-ordem-registro rp-data rp-bolao-nome
                   delimited by size into ev-chave
               end-string
               move "Repasse de premio a participante" to ev-historico
               perform postar-evento

               read repasses-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close repasses-file


           .
       postar-repasses-participantes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>postar o fato em ws-evento no mes em fechamento, se ele ja
      *>aconteceu ate o fim do mes e ainda nao esta no livro razao
      *>-----------------------------------------------------------------
       postar-evento section.


           if ev-data <= ws-fim-mes-fechar
               perform procurar-chave-postada
               if ws-chave-nao-achou
                   perform gravar-lancamento
               end-if
           end-if


           .
       postar-evento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>o fato ev-chave ja foi postado?
      *>-----------------------------------------------------------------
       procurar-chave-postada section.


           set ws-chave-nao-achou to true
           move 0 to ws-k
           perform until ws-k = ws-total-chaves or ws-chave-achou
               add 1 to ws-k
               if ws-chave-postada(ws-k) = ev-chave
                   set ws-chave-achou to true
               end-if
           end-perform


           .
       procurar-chave-postada-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar as duas linhas (debito e credito) do lancamento
      *>-----------------------------------------------------------------
       gravar-lancamento section.


           add 1 to ws-ultimo-lancamento

           initialize reg-livro-razao
           move ws-ultimo-lancamento to lr-lancamento
           move ws-mes-fechar        to lr-mes-competencia
           move ev-data              to lr-data
           move ev-tipo              to lr-tipo-evento
           move ev-valor             to lr-valor
           move ev-aposta-id         to lr-aposta-id
           move ev-bolao-nome        to lr-bolao-nome
           move ev-participante      to lr-participante
           move ev-concurso          to lr-concurso
           move ev-formato-jogo      to lr-formato-jogo
           move ev-chave             to lr-chave-evento
           move ev-historico         to lr-historico
           move ls-operador-codigo   to lr-operador

           move 1 to lr-linha
           move ev-conta-debito to lr-conta
           set lr-debito to true
           write reg-livro-razao

           move 2 to lr-linha
           move ev-conta-credito to lr-conta
           set lr-credito to true
           write reg-livro-razao

           if ws-total-chaves < ws-max-chaves
               add 1 to ws-total-chaves
               move ev-chave to ws-chave-postada(ws-total-chaves)
           end-if

           add 1 to ws-postados-total
           if ev-data < ws-mes-fechar * 100 + 1
               add 1 to ws-fatos-atrasados
           end-if

           evaluate ev-tipo
               when "C"
                   add 1 to ws-postados-compra
               when "P"
                   add 1 to ws-postados-premio
               when "Q"
                   add 1 to ws-postados-quota
               when "R"
                   add 1 to ws-postados-repasse
           end-evaluate


           .
       gravar-lancamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar o mes fechado e a entrada do jornal de alteracoes
      *>-----------------------------------------------------------------
       gravar-mes-fechado section.


           move function current-date to ws-data-hora-jornal

           move ws-mes-fechar      to fm-mes-fechado
           move ws-dh-data         to fm-data-fechamento
           move ws-dh-hora         to fm-hora-fechamento
           move ls-operador-codigo to fm-operador
           move ws-postados-total  to fm-lancamentos

           open extend fechamento-file
           write reg-fechamento-mensal
           close fechamento-file

           open extend jornal-file

           move ws-dh-data              to jn-data
           move ws-dh-hora              to jn-hora
           move ls-operador-codigo      to jn-operador
           move "programa34"            to jn-programa
           move "FECHAMENTO-MENSAL.DAT" to jn-arquivo
           move "I"                     to jn-operacao
           move space                   to jn-imagem-antes
           move reg-fechamento-mensal   to jn-imagem-depois
           write reg-jornal-alteracao

           close jornal-file


           .
       gravar-mes-fechado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>resumo do fechamento na tela
      *>-----------------------------------------------------------------
       exibir-resumo-fechamento section.


           display "Mes " ws-mf-mes "/" ws-mf-ano " fechado."
           display "Lancamentos postados no livro razao: "
               ws-postados-total
           display "  compras de aposta:     " ws-postados-compra
           display "  premios ganhos:        " ws-postados-premio
           display "  quotas recebidas:      " ws-postados-quota
           display "  repasses de premio:    " ws-postados-repasse
           if ws-fatos-atrasados > 0
               display "  de meses ja fechados:  " ws-fatos-atrasados
           end-if
           if ws-apostas-sem-preco > 0
               display "ATENCAO: " ws-apostas-sem-preco
                   " aposta(s) jogada(s) sem recibo nem preco na tabela"
                   " ficaram fora do livro razao."
           end-if


           .
       exibir-resumo-fechamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>listar os meses fechados
      *>-----------------------------------------------------------------
       listar-meses-fechados section.


           if ws-meses-fechados = 0
               display "Nenhum mes fechado."
           else
               display " "
               display "mes      fechado em  hora    operador   lancamentos"

               open input fechamento-file

               set ws-fim-nao to true
               read fechamento-file
                   at end set ws-fim-sim to true
               end-read

               perform until ws-fim-sim
                   display fm-mes-fechado(5:2) "/" fm-mes-fechado(1:4)
                       "  " fm-data-fechamento "    " fm-hora-fechamento
                       "  " fm-operador " " fm-lancamentos

                   read fechamento-file
                       at end set ws-fim-sim to true
                   end-read
               end-perform

               close fechamento-file
           end-if


           .
       listar-meses-fechados-exit.
           exit.

      *>-----------------------------------------------------------------
      *>mes dos relatorios: digitado, ou em branco o ultimo fechado
      *>-----------------------------------------------------------------
       aceitar-mes-relatorio section.


           display "Mes (mm/aaaa; em branco o ultimo fechado): "
               with no advancing
           accept ws-mes-digitado

           if ws-mes-digitado = space
               move ws-ultimo-fechado to ws-mes-relatorio
           else
               perform desmontar-mes-digitado
               move ws-mes-conv to ws-mes-relatorio
           end-if


           .
       aceitar-mes-relatorio-exit.
           exit.

      *>-----------------------------------------------------------------
      *>acumular o livro razao por conta ate o mes do relatorio: o
      *>saldo anterior (meses de competencia antes dele) e os debitos
      *>e creditos do mes; saldo devedor positivo
      *>-----------------------------------------------------------------
       acumular-contas-razao section.


           move 0 to ws-c
           perform until ws-c = ws-total-contas
               add 1 to ws-c
               move 0 to ct-saldo-anterior(ws-c)
               move 0 to ct-debitos-mes(ws-c)
               move 0 to ct-creditos-mes(ws-c)
               move 0 to ct-saldo-final(ws-c)
           end-perform

           open input razao-file

           set ws-fim-nao to true
           read razao-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if lr-mes-competencia <= ws-mes-relatorio
                   perform localizar-conta-plano
                   if ws-indice-conta <> 0
                       move ws-indice-conta to ws-c
                       if lr-mes-competencia < ws-mes-relatorio
                           if lr-debito
                               add lr-valor to ct-saldo-anterior(ws-c)
                           else
                               subtract lr-valor
                                   from ct-saldo-anterior(ws-c)
                           end-if
                       else
                           if lr-debito
                               add lr-valor to ct-debitos-mes(ws-c)
                           else
                               add lr-valor to ct-creditos-mes(ws-c)
                           end-if
                       end-if
                   end-if
               end-if

               read razao-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close razao-file

           move 0 to ws-c
           perform until ws-c = ws-total-contas
               add 1 to ws-c
               compute ct-saldo-final(ws-c) = ct-saldo-anterior(ws-c) +
                   ct-debitos-mes(ws-c) - ct-creditos-mes(ws-c)
           end-perform


           .
       acumular-contas-razao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>posicao da conta lr-conta no plano (0 = fora do plano)
      *>-----------------------------------------------------------------
       localizar-conta-plano section.


           move 0 to ws-indice-conta
           move 0 to ws-c
           perform until ws-c = ws-total-contas or ws-indice-conta <> 0
               add 1 to ws-c
               if ct-numero(ws-c) = lr-conta
                   move ws-c to ws-indice-conta
               end-if
           end-perform


           .
       localizar-conta-plano-exit.
           exit.

      *>-----------------------------------------------------------------
      *>balancete de verificacao do mes, lido so do livro razao:
      *>saldo anterior, debitos e creditos do mes e saldo final por
      *>conta; o total de debitos tem de bater com o de creditos
      *>-----------------------------------------------------------------
       emitir-balancete section.


           perform aceitar-mes-relatorio

           if ws-mes-relatorio = 0
               display "Mes invalido."
           else
               perform acumular-contas-razao

               open output balancete-file

               move space to reg-balancete
               string "=== BALANCETE DE VERIFICACAO - " delimited by size
                      ws-mes-relatorio(5:2) delimited by size
                      "/" delimited by size
                      ws-mes-relatorio(1:4) delimited by size
                      " ===" delimited by size
                      into reg-balancete
               end-string
               perform gravar-linha-balancete
               if ws-mes-relatorio > ws-ultimo-fechado
                   move "(mes ainda aberto: so os ajustes ja lancados)"
                       to reg-balancete
                   perform gravar-linha-balancete
               end-if
               move space to reg-balancete
               perform gravar-linha-balancete
               move space to reg-balancete
               string "conta nome                            saldo anterior"
                      "          debitos         creditos      saldo final"
                      delimited by size into reg-balancete
               end-string
               perform gravar-linha-balancete

               move 0 to ws-total-debitos
               move 0 to ws-total-creditos
               move 0 to ws-c
               perform until ws-c = ws-total-contas
                   add 1 to ws-c
                   move ct-saldo-anterior(ws-c) to ws-anterior-ed
                   move ct-debitos-mes(ws-c)    to ws-debito-ed
                   move ct-creditos-mes(ws-c)   to ws-credito-ed
                   move ct-saldo-final(ws-c)    to ws-saldo-ed
                   move space to reg-balancete
                   string ct-numero(ws-c) delimited by size
                          "  "             delimited by size
                          ct-nome(ws-c)    delimited by size
                          ws-anterior-ed   delimited by size
                          " "              delimited by size
                          ws-debito-ed     delimited by size
                          " "              delimited by size
                          ws-credito-ed    delimited by size
                          " "              delimited by size
                          ws-saldo-ed      delimited by size
                          into reg-balancete
                   end-string
                   perform gravar-linha-balancete
                   add ct-debitos-mes(ws-c)  to ws-total-debitos
                   add ct-creditos-mes(ws-c) to ws-total-creditos
               end-perform

               move ws-total-debitos  to ws-debito-ed
               move ws-total-creditos to ws-credito-ed
               move space to reg-balancete
               string "      Totais do mes                  "
                          delimited by size
                      "                  " delimited by size
                      ws-debito-ed  delimited by size
                      " "           delimited by size
                      ws-credito-ed delimited by size
                      into reg-balancete
               end-string
               perform gravar-linha-balancete

               if ws-total-debitos = ws-total-creditos
                   move "Debitos e creditos conferem." to reg-balancete
               else
                   move "*** DEBITOS E CREDITOS NAO CONFEREM ***"
                       to reg-balancete
               end-if
               perform gravar-linha-balancete

               close balancete-file
               display "Balancete gravado em RELATORIO-BALANCETE.DAT"
           end-if


           .
       emitir-balancete-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar a linha do balancete no relatorio e na tela
      *>-----------------------------------------------------------------
       gravar-linha-balancete section.


           write reg-balancete
           display reg-balancete(1:110)


           .
       gravar-linha-balancete-exit.
           exit.

      *>-----------------------------------------------------------------
      *>razao do mes, lido so do livro razao: por conta, o saldo
      *>anterior, cada lancamento do mes com o saldo corrente e o saldo
      *>final
      *>-----------------------------------------------------------------
       emitir-razao-mes section.


           perform aceitar-mes-relatorio

           if ws-mes-relatorio = 0
               display "Mes invalido."
           else
               perform acumular-contas-razao

               open output razao-mes-file

               move space to reg-razao-mes
               string "=== RAZAO DO MES " delimited by size
                      ws-mes-relatorio(5:2) delimited by size
                      "/" delimited by size
                      ws-mes-relatorio(1:4) delimited by size
                      " ===" delimited by size
                      into reg-razao-mes
               end-string
               write reg-razao-mes

               move 0 to ws-indice-conta
               perform until ws-indice-conta = ws-total-contas
                   add 1 to ws-indice-conta
                   perform imprimir-razao-conta
               end-perform

               close razao-mes-file
               display "Razao do mes gravado em RELATORIO-RAZAO.DAT"
           end-if


           .
       emitir-razao-mes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>razao da conta ws-indice-conta no mes do relatorio
      *>-----------------------------------------------------------------
       imprimir-razao-conta section.


           move ws-indice-conta to ws-c
           move ct-saldo-anterior(ws-c) to ws-saldo-corrente
           move 0 to ws-linhas-conta

           move space to reg-razao-mes
           write reg-razao-mes
           move ws-saldo-corrente to ws-saldo-ed
           move space to reg-razao-mes
           string "Conta " delimited by size
                  ct-numero(ws-c) delimited by size
                  " - " delimited by size
                  ct-nome(ws-c) delimited by size
                  " saldo anterior " delimited by size
                  ws-saldo-ed delimited by size
                  into reg-razao-mes
           end-string
           write reg-razao-mes
           move space to reg-razao-mes
           string "lancto   data     t D/C           valor aposta    concurso"
                  " bolao/participante   historico"
                  delimited by size into reg-razao-mes
           end-string
           write reg-razao-mes

           open input razao-file

           set ws-fim-nao to true
           read razao-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if lr-mes-competencia = ws-mes-relatorio and
                       lr-conta = ct-numero(ws-c)
                   add 1 to ws-linhas-conta
                   if lr-debito
                       add lr-valor to ws-saldo-corrente
                   else
                       subtract lr-valor from ws-saldo-corrente
                   end-if
                   move lr-valor to ws-valor-ed
                   move space to reg-razao-mes
                   if lr-participante <> space
                       string lr-lancamento " " lr-data " "
                              lr-tipo-evento " " lr-natureza " "
                              ws-valor-ed " " lr-aposta-id " "
                              lr-concurso " " lr-participante(1:20) " "
                              lr-historico
                              delimited by size into reg-razao-mes
                       end-string
                   else
                       string lr-lancamento " " lr-data " "
                              lr-tipo-evento " " lr-natureza " "
                              ws-valor-ed " " lr-aposta-id " "
                              lr-concurso " " lr-bolao-nome " "
                              lr-historico
                              delimited by size into reg-razao-mes
                       end-string
                   end-if
                   write reg-razao-mes
               end-if

               read razao-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close razao-file

           move ws-saldo-corrente to ws-saldo-ed
           move space to reg-razao-mes
           string "  " delimited by size
                  ws-linhas-conta delimited by size
                  " lancamento(s) no mes; saldo final " delimited by size
                  ws-saldo-ed delimited by size
                  into reg-razao-mes
           end-string
           write reg-razao-mes


           .
       imprimir-razao-conta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar mm/aaaa digitado para ws-mes-conv (aaaamm); mes
      *>invalido vale zero
      *>-----------------------------------------------------------------
       desmontar-mes-digitado section.


           move 0 to ws-mes-conv
           move space to ws-campo-mes
           move space to ws-campo-ano

           unstring ws-mes-digitado delimited by "/"
               into ws-campo-mes
                    ws-campo-ano
           end-unstring

           if function test-numval(ws-campo-mes) = 0 and
                   ws-campo-mes <> space and
                   function test-numval(ws-campo-ano) = 0 and
                   ws-campo-ano <> space
               compute ws-mes-conv =
                   function numval(ws-campo-ano) * 100 +
                   function numval(ws-campo-mes)
               if ws-mes-conv(5:2) < "01" or ws-mes-conv(5:2) > "12"
                   move 0 to ws-mes-conv
               end-if
           end-if


           .
       desmontar-mes-digitado-exit.
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

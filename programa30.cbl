      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa30".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 02/10/2026.
       date-compiled. 02/10/2026.

      *>--- compra na loterica: monta a folha de compra de um concurso
      *>--- com todas as apostas jogadas que comecam nele (do
      *>--- escritorio, das carteiras e dos boloes), agrupadas por
      *>--- volante e com o preco total, grava FOLHA-COMPRA.DAT para
      *>--- imprimir e, depois da compra, recebe o numero do recibo e o
      *>--- valor pago de cada aposta em RECIBOS-LOTERICA.DAT
      *>--- (CPY-RECIBO), pela am-aposta-id; trocar um recibo ja
      *>--- digitado e funcao do supervisor e vai para o jornal

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

           select optional bolao-apostas-file
               assign to "BOLAO-APOSTAS.DAT"
               organization is line sequential.

           select optional carteira-resultados-file
               assign to "CARTEIRA-RESULTADOS.DAT"
               organization is line sequential.

           select optional tabela-precos-file
               assign to "TABELA-PRECOS.DAT"
               organization is line sequential.

           select folha-file
               assign to "FOLHA-COMPRA.DAT"
               organization is line sequential.

      *>--- jornal das alteracoes feitas nos recibos
           select optional jornal-file
               assign to "JORNAL-ALTERACOES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  aposta-master-file.
           copy "CPY-APOSTA.CPY".

       fd  recibos-file.
           copy "CPY-RECIBO.CPY".

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

       fd  tabela-precos-file.
           copy "CPY-PRECO.CPY".

       fd  folha-file.
       01  reg-folha                        pic x(132).

       fd  jornal-file.
           copy "CPY-JORNAL.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- recibos carregados em memoria, para incluir e trocar
      *>--- regravando o arquivo inteiro depois
       01  ws-tabela-recibos.
           05  ws-recibo occurs 5000.
               10  rt-aposta-id             pic 9(09).
               10  rt-concurso              pic 9(04).
               10  rt-numero-recibo         pic x(20).
               10  rt-valor-pago            pic 9(07)v99.
               10  rt-data-compra           pic 9(08).
               10  rt-operador              pic x(10).

       77  ws-total-recibos                 pic 9(04) value 0.
       77  ws-max-recibos                   pic 9(04) value 5000.

      *>--- donos das apostas: bolao, senao carteira, senao escritorio
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

      *>--- apostas da folha de compra do concurso; a chave de ordem
      *>--- agrupa no mesmo volante so as apostas de mesmo jogo, mesma
      *>--- teimosinha e mesma quantidade de numeros
       01  ws-tabela-folha.
           05  ws-folha occurs 1000.
               10  fl-chave-ordem.
                   15  fl-formato-jogo      pic 9(01).
                   15  fl-qtd-concursos     pic 9(02).
                   15  fl-quant-aposta      pic 9(02).
                   15  fl-aposta-id         pic 9(09).
               10  fl-numeros occurs 15     pic 9(02).
               10  fl-tipo-dono             pic x(01).
               10  fl-dono                  pic x(20).
               10  fl-preco                 pic 9(07)v99.
               10  fl-volante               pic 9(04).

       01  ws-folha-tmp                     pic x(78).

       77  ws-total-folha                   pic 9(04) value 0.
       77  ws-max-folha                     pic 9(04) value 1000.
       77  ws-total-volantes                pic 9(04) value 0.
       77  ws-jogos-no-volante              pic 9(02) value 0.
       77  ws-total-a-pagar                 pic 9(09)v99 value 0.
       77  ws-total-volante                 pic 9(09)v99 value 0.

      *>--- jogos marcados em um mesmo volante
       77  ws-jogos-por-volante             pic 9(02) value 3.

      *>--- concurso e jogo da folha
       77  ws-concurso-folha                pic 9(04) value 0.
       77  ws-jogo-folha                    pic 9(01) value 1.
           88  ws-jogo-folha-mega           value 1.
           88  ws-jogo-folha-lotofacil      value 3.
           88  ws-jogo-folha-quina          value 4.

       01  ws-jogo-valido                   pic x(01) value "n".
           88  ws-jogo-valido-sim           value "s".
           88  ws-jogo-valido-nao           value "n".

       01  ws-nome-jogo                     pic x(15) value space.

      *>--- precos padrao e vigencias de TABELA-PRECOS.DAT (programa16);
      *>--- a folha sai no preco em vigor no dia da compra
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

       01  ws-data-hoje-corrente.
           05  ws-data-hoje                 pic 9(08).
           05  filler                       pic x(13).

      *>--- linha impressa das dezenas de uma aposta
       01  ws-numeros-linha.
           05  nl-item occurs 15.
               10  nl-dezena                pic x(02).
               10  nl-separador             pic x(01).

       01  ws-marca-recibo                  pic x(30) value space.

      *>--- recibo em digitacao
       01  ws-recibo-digitado               pic x(20) value space.
       01  ws-valor-digitado                pic x(15) value space.
       77  ws-valor-pago                    pic 9(07)v99 value 0.
       77  ws-aposta-digitada               pic 9(09) value 0.

      *>--- entrada do jornal de alteracoes em montagem
       01  ws-jornal-pendente.
           05  wj-operacao                  pic x(01).
           05  wj-imagem-antes              pic x(100).
           05  wj-imagem-depois             pic x(100).

       01  ws-data-hora-jornal.
           05  ws-dh-data                   pic 9(08).
           05  ws-dh-hora                   pic 9(06).
           05  filler                       pic x(07).

       77  ws-preco-ed                      pic z(6)9,99.
       77  ws-total-ed                      pic z(8)9,99.

       77  ws-opcao-loterica                pic x(01) value space.
       77  ws-indice-recibo                 pic 9(04) value 0.
       77  ws-listados                      pic 9(04) value 0.
       77  ws-f                             pic 9(04).
       77  ws-g                             pic 9(04).
       77  ws-o                             pic 9(04).
       77  ws-i                             pic 9(02).

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


           move function current-date to ws-data-hoje-corrente

           perform definir-tabela-precos
           perform carregar-tabela-precos
           perform carregar-recibos
           perform carregar-donos


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           move space to ws-opcao-loterica
           perform until ws-opcao-loterica = "X" or
                   ws-opcao-loterica = "x"
               display " "
               display "=== Compra na loterica ==="
               display "Recibos no arquivo: " ws-total-recibos
               display "F-folha de compra do concurso"
               display "R-recibos do concurso  I-recibo de uma aposta"
               display "L-listar recibos do concurso  X-voltar ao menu"
               display "Opcao: " with no advancing
               accept ws-opcao-loterica

               evaluate ws-opcao-loterica
                   when "F" when "f"
                       perform pedir-concurso-folha
                       if ws-jogo-valido-sim
                           perform montar-folha-concurso
                           perform imprimir-folha-compra
                       end-if
                   when "R" when "r"
                       perform pedir-concurso-folha
                       if ws-jogo-valido-sim
                           perform montar-folha-concurso
                           perform digitar-recibos-folha
                       end-if
                   when "I" when "i"
                       perform digitar-recibo-aposta
                   when "L" when "l"
                       perform pedir-concurso-folha
                       if ws-jogo-valido-sim
                           perform listar-recibos-concurso
                       end-if
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
      *>carregar todos os recibos do arquivo para a tabela em memoria
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
                   move reg-recibo-loterica
                       to ws-recibo(ws-total-recibos)
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
      *>regravar o arquivo inteiro a partir da tabela em memoria
      *>-----------------------------------------------------------------
       regravar-recibos section.


           open output recibos-file

           move 0 to ws-o
           perform until ws-o = ws-total-recibos
               add 1 to ws-o
               move ws-recibo(ws-o) to reg-recibo-loterica
               write reg-recibo-loterica
           end-perform

           close recibos-file


           .
       regravar-recibos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os vinculos das apostas com boloes e carteiras, para
      *>mostrar o dono de cada aposta na folha
      *>-----------------------------------------------------------------
       carregar-donos section.


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
       carregar-donos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>pedir o jogo e o concurso da folha (os concursos sao numerados
      *>por jogo; a Mega da Virada conta como Mega Sena)
      *>-----------------------------------------------------------------
       pedir-concurso-folha section.


           set ws-jogo-valido-nao to true

           display "Jogo (1-Mega Sena/Virada 3-Lotofacil 4-Quina): "
               with no advancing
           accept ws-jogo-folha
           display "Concurso: " with no advancing
           accept ws-concurso-folha

           if not ws-jogo-folha-mega and not ws-jogo-folha-lotofacil and
                   not ws-jogo-folha-quina
               display "Jogo invalido."
           else
           if ws-concurso-folha = 0
               display "Concurso invalido."
           else
               set ws-jogo-valido-sim to true
               evaluate true
                   when ws-jogo-folha-mega
                       move "Mega Sena"  to ws-nome-jogo
                   when ws-jogo-folha-lotofacil
                       move "Lotofacil"  to ws-nome-jogo
                   when ws-jogo-folha-quina
                       move "Quina"      to ws-nome-jogo
               end-evaluate
           end-if
           end-if


           .
       pedir-concurso-folha-exit.
           exit.

      *>-----------------------------------------------------------------
      *>montar a folha do concurso: as apostas jogadas do jogo cujo
      *>concurso alvo e o da folha (a teimosinha e comprada uma vez, no
      *>primeiro concurso), ordenadas e numeradas por volante
      *>-----------------------------------------------------------------
       montar-folha-concurso section.


           move 0 to ws-total-folha

           open input aposta-master-file

      *>--- so as jogadas do concurso, direto pela chave alternada de
      *>--- situacao e concurso alvo
           set ws-fim-nao to true
           move "J"               to am-situacao
           move ws-concurso-folha to am-concurso-alvo
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
               if not am-jogada or am-concurso-alvo <> ws-concurso-folha
                   set ws-fim-sim to true
               else
                   if (ws-jogo-folha-mega and am-formato-jogo <> 3 and
                           am-formato-jogo <> 4) or
                           am-formato-jogo = ws-jogo-folha
                       if ws-total-folha < ws-max-folha
                           add 1 to ws-total-folha
                           perform mover-aposta-para-folha
                       end-if
                   end-if

                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-if
           end-perform

           close aposta-master-file

           perform ordenar-folha
           perform numerar-volantes


           .
       montar-folha-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>copiar a aposta corrente do cadastro para a posicao
      *>ws-total-folha da folha, com o dono e o preco de hoje
      *>-----------------------------------------------------------------
       mover-aposta-para-folha section.


           move ws-total-folha to ws-f

           if am-formato-jogo = 0
               move 1 to fl-formato-jogo(ws-f)
           else
               move am-formato-jogo to fl-formato-jogo(ws-f)
           end-if

           if am-qtd-concursos is numeric and am-qtd-concursos > 0
               move am-qtd-concursos to fl-qtd-concursos(ws-f)
           else
               move 1 to fl-qtd-concursos(ws-f)
           end-if

           move am-quant-aposta to fl-quant-aposta(ws-f)
           move am-aposta-id    to fl-aposta-id(ws-f)

           move 0 to ws-i
           perform 10 times
               add 1 to ws-i
               move am-numeros-usuario(ws-i) to fl-numeros(ws-f, ws-i)
           end-perform
           perform 5 times
               add 1 to ws-i
               if am-numeros-usuario-ext(ws-i - 10) is numeric
                   move am-numeros-usuario-ext(ws-i - 10)
                       to fl-numeros(ws-f, ws-i)
               else
                   move 0 to fl-numeros(ws-f, ws-i)
               end-if
           end-perform

           move "E"          to fl-tipo-dono(ws-f)
           move "ESCRITORIO" to fl-dono(ws-f)
           move 0 to ws-g
           perform until ws-g = ws-total-boloes
               add 1 to ws-g
               if tb-aposta-id(ws-g) = am-aposta-id
                   move "B"                to fl-tipo-dono(ws-f)
                   move tb-bolao-nome(ws-g) to fl-dono(ws-f)
                   move ws-total-boloes    to ws-g
               end-if
           end-perform
           if fl-tipo-dono(ws-f) = "E"
               move 0 to ws-g
               perform until ws-g = ws-total-carteiras
                   add 1 to ws-g
                   if tc-aposta-id(ws-g) = am-aposta-id
                       move "C" to fl-tipo-dono(ws-f)
                       move tc-carteira-nome(ws-g) to fl-dono(ws-f)
                       move ws-total-carteiras to ws-g
                   end-if
               end-perform
           end-if

           move fl-formato-jogo(ws-f) to ws-busca-formato
           move fl-quant-aposta(ws-f) to ws-busca-quant
           move ws-data-hoje          to ws-busca-data
           perform obter-preco-vigente
           compute fl-preco(ws-f) =
               ws-preco-vigente * fl-qtd-concursos(ws-f) / 100

           move 0 to fl-volante(ws-f)


           .
       mover-aposta-para-folha-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ordenar a folha pela chave de ordem (jogo, teimosinha,
      *>quantidade de numeros e id)
      *>-----------------------------------------------------------------
       ordenar-folha section.


           move 1 to ws-f
           perform until ws-f >= ws-total-folha
               move 1 to ws-g
               perform until ws-g > ws-total-folha - ws-f
                   if fl-chave-ordem(ws-g) > fl-chave-ordem(ws-g + 1)
                       move ws-folha(ws-g)     to ws-folha-tmp
                       move ws-folha(ws-g + 1) to ws-folha(ws-g)
                       move ws-folha-tmp       to ws-folha(ws-g + 1)
                   end-if
                   add 1 to ws-g
               end-perform
               add 1 to ws-f
           end-perform


           .
       ordenar-folha-exit.
           exit.

      *>-----------------------------------------------------------------
      *>numerar os volantes: abre um volante novo quando muda o jogo, a
      *>teimosinha ou a quantidade de numeros, ou quando o volante
      *>corrente ja tem todos os jogos que cabem nele
      *>-----------------------------------------------------------------
       numerar-volantes section.


           move 0 to ws-total-volantes
           move 0 to ws-jogos-no-volante
           move 0 to ws-total-a-pagar

           move 0 to ws-f
           perform until ws-f = ws-total-folha
               add 1 to ws-f
               if ws-f = 1
                   add 1 to ws-total-volantes
                   move 0 to ws-jogos-no-volante
               else
               if ws-jogos-no-volante >= ws-jogos-por-volante or
                       fl-formato-jogo(ws-f)  <>
                           fl-formato-jogo(ws-f - 1) or
                       fl-qtd-concursos(ws-f) <>
                           fl-qtd-concursos(ws-f - 1) or
                       fl-quant-aposta(ws-f)  <>
                           fl-quant-aposta(ws-f - 1)
                   add 1 to ws-total-volantes
                   move 0 to ws-jogos-no-volante
               end-if
               end-if
               add 1 to ws-jogos-no-volante
               move ws-total-volantes to fl-volante(ws-f)
               add fl-preco(ws-f) to ws-total-a-pagar
           end-perform


           .
       numerar-volantes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar a folha de compra em FOLHA-COMPRA.DAT: cabecalho de cada
      *>volante, uma linha por aposta com o espaco para o recibo, o
      *>total do volante e o total a pagar
      *>-----------------------------------------------------------------
       imprimir-folha-compra section.


           open output folha-file

           move "=== FOLHA DE COMPRA NA LOTERICA ===" to reg-folha
           write reg-folha

           move space to reg-folha
           string "Jogo: " delimited by size
                  function trim(ws-nome-jogo) delimited by size
                  " - concurso " delimited by size
                  ws-concurso-folha delimited by size
                  " - emitida em " delimited by size
                  ws-data-hoje delimited by size
                  " por " delimited by size
                  ls-operador-codigo delimited by size
                  into reg-folha
           write reg-folha

           move space to reg-folha
           write reg-folha

           if ws-total-folha = 0
               move "Nenhuma aposta jogada para o concurso." to reg-folha
               write reg-folha
           end-if

           move 0 to ws-total-volante
           move 0 to ws-f
           perform until ws-f = ws-total-folha
               add 1 to ws-f

               if ws-f = 1
                   perform imprimir-cabecalho-volante
               else
               if fl-volante(ws-f) <> fl-volante(ws-f - 1)
                   perform imprimir-total-volante
                   perform imprimir-cabecalho-volante
               end-if
               end-if

               perform montar-numeros-linha
               move space to ws-marca-recibo
               perform localizar-recibo-folha
               if ws-indice-recibo = 0
                   move "recibo: ____________________" to ws-marca-recibo
               else
                   string "recibo: " delimited by size
                          rt-numero-recibo(ws-indice-recibo)
                              delimited by size
                          into ws-marca-recibo
                   end-string
               end-if

               move fl-preco(ws-f) to ws-preco-ed
               move space to reg-folha
               string "  [ ] id " delimited by size
                      fl-aposta-id(ws-f) delimited by size
                      "  " delimited by size
                      ws-numeros-linha delimited by size
                      " " delimited by size
                      fl-tipo-dono(ws-f) delimited by size
                      "-" delimited by size
                      fl-dono(ws-f) delimited by size
                      " R$ " delimited by size
                      ws-preco-ed delimited by size
                      " " delimited by size
                      ws-marca-recibo delimited by size
                      into reg-folha
               end-string
               write reg-folha

               add fl-preco(ws-f) to ws-total-volante
           end-perform

           if ws-total-folha > 0
               perform imprimir-total-volante
           end-if

           move space to reg-folha
           write reg-folha
           move ws-total-a-pagar to ws-total-ed
           move space to reg-folha
           string "Apostas: " delimited by size
                  ws-total-folha delimited by size
                  " - volantes: " delimited by size
                  ws-total-volantes delimited by size
                  " - total a pagar R$ " delimited by size
                  ws-total-ed delimited by size
                  into reg-folha
           write reg-folha

           close folha-file

           display "Apostas na folha: " ws-total-folha
               " volantes: " ws-total-volantes
           display "Total a pagar: R$ " ws-total-ed
           display "Folha gravada em FOLHA-COMPRA.DAT"


           .
       imprimir-folha-compra-exit.
           exit.

      *>-----------------------------------------------------------------
      *>cabecalho do volante da aposta ws-f da folha
      *>-----------------------------------------------------------------
       imprimir-cabecalho-volante section.


           move 0 to ws-total-volante

           evaluate fl-formato-jogo(ws-f)
               when 2
                   move "Mega da Virada" to ws-nome-jogo
               when 3
                   move "Lotofacil"      to ws-nome-jogo
               when 4
                   move "Quina"          to ws-nome-jogo
               when other
                   move "Mega Sena"      to ws-nome-jogo
           end-evaluate

           move space to reg-folha
           write reg-folha
           move space to reg-folha
           if fl-qtd-concursos(ws-f) > 1
               string "VOLANTE " delimited by size
                      fl-volante(ws-f) delimited by size
                      " - " delimited by size
                      function trim(ws-nome-jogo) delimited by size
                      " - " delimited by size
                      fl-quant-aposta(ws-f) delimited by size
                      " numeros - teimosinha de " delimited by size
                      fl-qtd-concursos(ws-f) delimited by size
                      " concursos" delimited by size
                      into reg-folha
               end-string
           else
               string "VOLANTE " delimited by size
                      fl-volante(ws-f) delimited by size
                      " - " delimited by size
                      function trim(ws-nome-jogo) delimited by size
                      " - " delimited by size
                      fl-quant-aposta(ws-f) delimited by size
                      " numeros" delimited by size
                      into reg-folha
               end-string
           end-if
           write reg-folha


           .
       imprimir-cabecalho-volante-exit.
           exit.

      *>-----------------------------------------------------------------
      *>total do volante que acabou de ser impresso
      *>-----------------------------------------------------------------
       imprimir-total-volante section.


           move ws-total-volante to ws-total-ed
           move space to reg-folha
           string "      total do volante: R$ " delimited by size
                  ws-total-ed delimited by size
                  into reg-folha
           write reg-folha


           .
       imprimir-total-volante-exit.
           exit.

      *>-----------------------------------------------------------------
      *>montar a linha das dezenas da aposta ws-f da folha
      *>-----------------------------------------------------------------
       montar-numeros-linha section.


           move space to ws-numeros-linha
           move 0 to ws-i
           perform until ws-i = fl-quant-aposta(ws-f) or ws-i = 15
               add 1 to ws-i
               move fl-numeros(ws-f, ws-i) to nl-dezena(ws-i)
           end-perform


           .
       montar-numeros-linha-exit.
           exit.

      *>-----------------------------------------------------------------
      *>achar o recibo da aposta ws-f da folha (zero se nao tem)
      *>-----------------------------------------------------------------
       localizar-recibo-folha section.


           move fl-aposta-id(ws-f) to ws-aposta-digitada
           perform localizar-recibo-aposta


           .
       localizar-recibo-folha-exit.
           exit.

      *>-----------------------------------------------------------------
      *>achar na tabela o recibo de ws-aposta-digitada (zero se nao
      *>tem)
      *>-----------------------------------------------------------------
       localizar-recibo-aposta section.


           move 0 to ws-indice-recibo
           move 0 to ws-o
           perform until ws-o = ws-total-recibos or ws-indice-recibo <> 0
               add 1 to ws-o
               if rt-aposta-id(ws-o) = ws-aposta-digitada
                   move ws-o to ws-indice-recibo
               end-if
           end-perform


           .
       localizar-recibo-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>percorrer a folha do concurso na ordem dos volantes pedindo o
      *>recibo e o valor pago de cada aposta; em branco pula a aposta
      *>-----------------------------------------------------------------
       digitar-recibos-folha section.


           if ws-total-folha = 0
               display "Nenhuma aposta jogada para o concurso."
           else
               display "Recibo em branco pula a aposta; valor em branco"
               display "vale o preco da folha."
               move 0 to ws-f
               perform until ws-f = ws-total-folha
                   add 1 to ws-f
                   perform digitar-recibo-folha
               end-perform
           end-if


           .
       digitar-recibos-folha-exit.
           exit.

      *>-----------------------------------------------------------------
      *>digitar o recibo da aposta ws-f da folha
      *>-----------------------------------------------------------------
       digitar-recibo-folha section.


           perform montar-numeros-linha
           perform localizar-recibo-folha

           move fl-preco(ws-f) to ws-preco-ed
           display " "
           display "volante " fl-volante(ws-f) " id " fl-aposta-id(ws-f)
               " " ws-numeros-linha
           display "  " fl-tipo-dono(ws-f) "-" fl-dono(ws-f)
               " preco R$ " ws-preco-ed
           if ws-indice-recibo <> 0
               move rt-valor-pago(ws-indice-recibo) to ws-total-ed
               display "  recibo ja digitado: "
                   rt-numero-recibo(ws-indice-recibo)
                   " pago R$ " ws-total-ed
           end-if

           if ws-indice-recibo <> 0 and not ls-perfil-supervisor
               display "  Troca de recibo restrita ao supervisor."
           else
               display "  Recibo: " with no advancing
               accept ws-recibo-digitado
               if ws-recibo-digitado <> space
                   display "  Valor pago: " with no advancing
                   accept ws-valor-digitado
                   if ws-valor-digitado = space or
                           function test-numval(ws-valor-digitado) <> 0
                       move fl-preco(ws-f) to ws-valor-pago
                   else
                       compute ws-valor-pago =
                           function numval(ws-valor-digitado)
                   end-if
                   move fl-aposta-id(ws-f) to ws-aposta-digitada
                   move ws-concurso-folha  to rl-concurso
                   perform gravar-recibo-aposta
               end-if
           end-if


           .
       digitar-recibo-folha-exit.
           exit.

      *>-----------------------------------------------------------------
      *>recibo de uma aposta pelo id, para a aposta comprada que nao
      *>saiu na folha (ainda nao marcada como jogada, por exemplo)
      *>-----------------------------------------------------------------
       digitar-recibo-aposta section.


           display "Id da aposta: " with no advancing
           accept ws-aposta-digitada

           open input aposta-master-file
           move ws-aposta-digitada to am-aposta-id
           read aposta-master-file
               invalid key
                   display "Aposta nao encontrada no cadastro."
               not invalid key
                   move 1 to ws-total-folha
                   perform mover-aposta-para-folha
                   move 1 to ws-f
                   perform localizar-recibo-aposta

                   if not am-jogada and not am-conferida and
                           not am-liquidada
                       display "Aposta ainda simulada: marque-a como "
                           "jogada no menu C."
                   end-if

                   if ws-indice-recibo <> 0 and not ls-perfil-supervisor
                       move rt-numero-recibo(ws-indice-recibo)
                           to ws-recibo-digitado
                       display "Recibo ja digitado: " ws-recibo-digitado
                       display "Troca de recibo restrita ao supervisor."
                   else
                       move fl-preco(1) to ws-preco-ed
                       display "Concurso alvo " am-concurso-alvo
                           " preco R$ " ws-preco-ed
                       display "Recibo: " with no advancing
                       accept ws-recibo-digitado
                       if ws-recibo-digitado <> space
                           display "Valor pago: " with no advancing
                           accept ws-valor-digitado
                           if ws-valor-digitado = space or
                                   function test-numval(ws-valor-digitado)
                                   <> 0
                               move fl-preco(1) to ws-valor-pago
                           else
                               compute ws-valor-pago =
                                   function numval(ws-valor-digitado)
                           end-if
                           move am-concurso-alvo to rl-concurso
                           perform gravar-recibo-aposta
                       end-if
                   end-if
           end-read
           close aposta-master-file

           move 0 to ws-total-folha


           .
       digitar-recibo-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar o recibo digitado de ws-aposta-digitada (concurso ja em
      *>rl-concurso): inclui ou troca na tabela, regrava o arquivo e
      *>registra no jornal
      *>-----------------------------------------------------------------
       gravar-recibo-aposta section.


           move ws-aposta-digitada to rl-aposta-id
           move ws-recibo-digitado to rl-numero-recibo
           move ws-valor-pago      to rl-valor-pago
           move ws-data-hoje       to rl-data-compra
           move ls-operador-codigo to rl-operador

           perform localizar-recibo-aposta

           if ws-indice-recibo <> 0
               move "A" to wj-operacao
               move ws-recibo(ws-indice-recibo) to wj-imagem-antes
               move reg-recibo-loterica to ws-recibo(ws-indice-recibo)
               move ws-recibo(ws-indice-recibo) to wj-imagem-depois
               perform regravar-recibos
               perform gravar-jornal-alteracao
               display "  Recibo trocado."
           else
           if ws-total-recibos >= ws-max-recibos
               display "  Tabela de recibos cheia."
           else
               add 1 to ws-total-recibos
               move reg-recibo-loterica to ws-recibo(ws-total-recibos)
               move "I" to wj-operacao
               move space to wj-imagem-antes
               move ws-recibo(ws-total-recibos) to wj-imagem-depois
               perform regravar-recibos
               perform gravar-jornal-alteracao
               display "  Recibo gravado."
           end-if
           end-if


           .
       gravar-recibo-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>listar os recibos digitados para o concurso informado
      *>-----------------------------------------------------------------
       listar-recibos-concurso section.


           display " "
           display "id         recibo               pago        compra"
               "   operador"
           move 0 to ws-listados
           move 0 to ws-o
           perform until ws-o = ws-total-recibos
               add 1 to ws-o
               if rt-concurso(ws-o) = ws-concurso-folha
                   add 1 to ws-listados
                   move rt-valor-pago(ws-o) to ws-preco-ed
                   display rt-aposta-id(ws-o) "  "
                       rt-numero-recibo(ws-o) " " ws-preco-ed "  "
                       rt-data-compra(ws-o) " " rt-operador(ws-o)
               end-if
           end-perform

           if ws-listados = 0
               display "Nenhum recibo digitado para o concurso."
           end-if


           .
       listar-recibos-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar no jornal de alteracoes a entrada montada em
      *>ws-jornal-pendente, com o operador da sessao e a data e hora
      *>-----------------------------------------------------------------
       gravar-jornal-alteracao section.


           move function current-date to ws-data-hora-jornal

           open extend jornal-file

           move ws-dh-data             to jn-data
           move ws-dh-hora             to jn-hora
           move ls-operador-codigo     to jn-operador
           move "programa30"           to jn-programa
           move "RECIBOS-LOTERICA.DAT" to jn-arquivo
           move wj-operacao            to jn-operacao
           move wj-imagem-antes        to jn-imagem-antes
           move wj-imagem-depois       to jn-imagem-depois
           write reg-jornal-alteracao

           close jornal-file


           .
       gravar-jornal-alteracao-exit.
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

      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa20".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 16/09/2026.
       date-compiled. 16/09/2026.

      *>--- manutencao dos resgates de premio em PREMIOS-RESGATE.DAT,
      *>--- abertos pela varredura de premios do programa07: lista os
      *>--- resgates com o valor bruto, o imposto retido, o liquido e
      *>--- os dias que faltam para o premio prescrever, e registra o
      *>--- resgate de um premio (data, local e valor recebido), no
      *>--- mesmo esquema de manutencao em memoria do programa16

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional resgates-file
               assign to "PREMIOS-RESGATE.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  resgates-file.
           copy "CPY-RESGATE.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- todos os resgates carregados em memoria, para poder baixar
      *>--- um resgate regravando o arquivo inteiro depois; cada
      *>--- registro tem o tamanho de reg-resgate-premio (CPY-RESGATE)
       01  ws-tabela-resgates.
           05  ws-resgate occurs 3000.
               10  rs-registro              pic x(123).

       77  ws-total-resgates                pic 9(04) value 0.
       77  ws-max-resgates                  pic 9(04) value 3000.

       01  ws-data-digitada                 pic x(10).
       01  ws-campo-dia                     pic x(02).
       01  ws-campo-mes                     pic x(02).
       01  ws-campo-ano                     pic x(04).
       01  ws-valor-digitado                pic x(15).
       01  ws-local-digitado                pic x(30).

       01  ws-data-corrente.
           05  ws-dc-data                   pic 9(08).
           05  filler                       pic x(13).

       77  ws-data-conv                     pic 9(08) value 0.
       77  ws-valor-conv                    pic 9(11)v99 value 0.
       77  ws-dias-restantes                pic s9(05) value 0.
       77  ws-dias-ed                       pic -(4)9.

       77  ws-bruto-ed                      pic z(10)9,99.
       77  ws-ir-ed                         pic z(10)9,99.
       77  ws-liquido-ed                    pic z(10)9,99.

       77  ws-opcao-manutencao              pic x(01) value space.
       77  ws-id-digitado                   pic 9(09) value 0.
       77  ws-concurso-digitado             pic 9(04) value 0.
       77  ws-indice-achado                 pic 9(04) value 0.
       77  ws-total-pendentes               pic 9(04) value 0.
       77  ws-r                             pic 9(04).

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

      *>--- declaração do corpo do programa
       procedure division using ls-tela-menu-principal.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move function current-date to ws-data-corrente

           perform carregar-resgates


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           move space to ws-opcao-manutencao
           perform until ws-opcao-manutencao = "X" or
                   ws-opcao-manutencao = "x"
               display " "
               display "=== Resgate de premios ==="
               display "Resgates no arquivo: " ws-total-resgates
               display "L-listar resgates  R-registrar resgate"
               display "X-voltar ao menu"
               display "Opcao: " with no advancing
               accept ws-opcao-manutencao

               evaluate ws-opcao-manutencao
                   when "L" when "l"
                       perform listar-resgates
                   when "R" when "r"
                       perform registrar-resgate
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
      *>carregar todos os resgates do arquivo para a tabela em memoria
      *>-----------------------------------------------------------------
       carregar-resgates section.


           move 0 to ws-total-resgates

           open input resgates-file

           set ws-fim-nao to true
           read resgates-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-resgates < ws-max-resgates
                   add 1 to ws-total-resgates
                   move reg-resgate-premio
                       to rs-registro(ws-total-resgates)
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
      *>regravar o arquivo inteiro a partir da tabela em memoria
      *>-----------------------------------------------------------------
       regravar-resgates section.


           open output resgates-file

           move 0 to ws-r
           perform until ws-r = ws-total-resgates
               add 1 to ws-r
               move rs-registro(ws-r) to reg-resgate-premio
               write reg-resgate-premio
           end-perform

           close resgates-file


           .
       regravar-resgates-exit.
           exit.

      *>-----------------------------------------------------------------
      *>listar os resgates: pendentes com os dias que faltam para o
      *>premio prescrever, resgatados com a data e o local
      *>-----------------------------------------------------------------
       listar-resgates section.


           if ws-total-resgates = 0
               display "Nenhum premio a resgatar no arquivo."
           else
               move 0 to ws-total-pendentes
               display " "
               display "=== Premios no arquivo de resgates ==="
               move 0 to ws-r
               perform until ws-r = ws-total-resgates
                   add 1 to ws-r
                   move rs-registro(ws-r) to reg-resgate-premio
                   perform exibir-resgate
               end-perform
               display "Pendentes de resgate: " ws-total-pendentes
           end-if


           .
       listar-resgates-exit.
           exit.

      *>-----------------------------------------------------------------
      *>exibir o resgate corrente (reg-resgate-premio) na tela
      *>-----------------------------------------------------------------
       exibir-resgate section.


           move rg-valor-bruto   to ws-bruto-ed
           move rg-valor-ir      to ws-ir-ed
           move rg-valor-liquido to ws-liquido-ed

           display "id " rg-aposta-id " concurso " rg-concurso
               " - " rg-acertos " acertos - bruto R$ " ws-bruto-ed
               " IR R$ " ws-ir-ed " liquido R$ " ws-liquido-ed

           if rg-resgatado
               move rg-valor-recebido to ws-liquido-ed
               display "    resgatado em " rg-data-resgate " - "
                   function trim(rg-local-resgate) " - recebido R$ "
                   ws-liquido-ed
           else
               add 1 to ws-total-pendentes
               perform calcular-dias-restantes
               move ws-dias-restantes to ws-dias-ed
               if ws-dias-restantes < 0
                   display "    PENDENTE - prazo " rg-data-limite
                       " - PRESCRITO"
               else
                   display "    PENDENTE - prazo " rg-data-limite
                       " - faltam " ws-dias-ed " dias"
               end-if
           end-if


           .
       exibir-resgate-exit.
           exit.

      *>-----------------------------------------------------------------
      *>dias que faltam de hoje ate o prazo do resgate corrente
      *>(negativo = prazo vencido)
      *>-----------------------------------------------------------------
       calcular-dias-restantes section.


           compute ws-dias-restantes =
               function integer-of-date(rg-data-limite) -
               function integer-of-date(ws-dc-data)


           .
       calcular-dias-restantes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>registrar o resgate de um premio pendente, pela aposta-id e o
      *>concurso: data, local e valor recebido (em branco vale o
      *>liquido calculado)
      *>-----------------------------------------------------------------
       registrar-resgate section.


           display "Aposta-id premiada: " with no advancing
           accept ws-id-digitado
           display "Concurso do premio: " with no advancing
           accept ws-concurso-digitado

           move 0 to ws-indice-achado
           move 0 to ws-r
           perform until ws-r = ws-total-resgates or
                   ws-indice-achado <> 0
               add 1 to ws-r
               move rs-registro(ws-r) to reg-resgate-premio
               if rg-aposta-id = ws-id-digitado and
                       rg-concurso = ws-concurso-digitado
                   move ws-r to ws-indice-achado
               end-if
           end-perform

           if ws-indice-achado = 0
               display "Nenhum premio desta aposta neste concurso."
           else
               move rs-registro(ws-indice-achado) to reg-resgate-premio
               move 0 to ws-total-pendentes
               perform exibir-resgate

               if rg-resgatado
                   display "Premio ja resgatado."
               else
                   perform aceitar-dados-resgate
               end-if
           end-if


           .
       registrar-resgate-exit.
           exit.

      *>-----------------------------------------------------------------
      *>aceitar a data, o local e o valor do resgate em registro e
      *>baixar o resgate na tabela e no arquivo; a prescricao vale pela
      *>data em que o premio foi recebido, nao pela data do registro
      *>-----------------------------------------------------------------
       aceitar-dados-resgate section.


           display "Data do resgate (dd/mm/aaaa): " with no advancing
           accept ws-data-digitada
           perform desmontar-data-digitada

           display "Local do resgate (agencia/loterica): "
               with no advancing
           accept ws-local-digitado

           move rg-valor-liquido to ws-liquido-ed
           display "Valor recebido (reais, com virgula; em branco R$ "
               function trim(ws-liquido-ed) "): " with no advancing
           accept ws-valor-digitado
           if ws-valor-digitado = space
               move rg-valor-liquido to ws-valor-conv
           else
               if function test-numval(ws-valor-digitado) <> 0
                   move 0 to ws-valor-conv
               else
                   compute ws-valor-conv =
                       function numval(ws-valor-digitado)
               end-if
           end-if

           if ws-data-conv = 0 or ws-data-conv < rg-data-sorteio or
                   ws-data-conv > ws-dc-data
               display "Data do resgate invalida: resgate nao"
                   " registrado."
           else
           if ws-data-conv > rg-data-limite
               display "Resgate depois do prazo de " rg-data-limite
                   ": premio prescrito, resgate nao registrado."
           else
           if ws-local-digitado = space
               display "Local em branco: resgate nao registrado."
           else
           if ws-valor-conv = 0
               display "Valor invalido: resgate nao registrado."
           else
               set rg-resgatado to true
               move ws-data-conv      to rg-data-resgate
               move ws-local-digitado to rg-local-resgate
               move ws-valor-conv     to rg-valor-recebido
               move reg-resgate-premio to rs-registro(ws-indice-achado)
               perform regravar-resgates
               display "Resgate registrado."
           end-if
           end-if
           end-if
           end-if


           .
       aceitar-dados-resgate-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar dd/mm/aaaa digitado para ws-data-conv (aaaammdd);
      *>data invalida ou em branco vale zero
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

      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa25".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 21/09/2026.
       date-compiled. 21/09/2026.

      *>--- manutencao do orcamento mensal de apostas
      *>--- (ORCAMENTO-MENSAL.DAT): um limite de gasto por mes e por
      *>--- dono - carteira nomeada, bolao ou o escritorio; lista os
      *>--- limites com o que ja foi comprometido no mes
      *>--- (ORCAMENTO-COMPROMISSOS.DAT, gravado pelo programa26) e o
      *>--- saldo; incluir, alterar e excluir limites e funcao do
      *>--- supervisor e vai para o jornal de alteracoes

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional orcamento-file
               assign to "ORCAMENTO-MENSAL.DAT"
               organization is line sequential.

           select optional compromissos-file
               assign to "ORCAMENTO-COMPROMISSOS.DAT"
               organization is line sequential.

      *>--- jornal das alteracoes feitas nos limites
           select optional jornal-file
               assign to "JORNAL-ALTERACOES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  orcamento-file.
           copy "CPY-ORCAMENTO.CPY".

       fd  compromissos-file.
           copy "CPY-COMPROMISSO.CPY".

       fd  jornal-file.
           copy "CPY-JORNAL.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- todos os limites carregados em memoria, para poder incluir,
      *>--- alterar e excluir regravando o arquivo inteiro depois
       01  ws-tabela-orcamentos.
           05  ws-orcamento occurs 500.
               10  ot-mes                   pic 9(06).
               10  ot-tipo-dono             pic x(01).
               10  ot-dono                  pic x(20).
               10  ot-limite                pic 9(09)v99.

      *>--- comprometido no mes de cada limite da tabela, somado na
      *>--- hora da listagem
       01  ws-tabela-comprometidos.
           05  ot-comprometido occurs 500   pic 9(09)v99.

       77  ws-total-orcamentos              pic 9(03) value 0.
       77  ws-max-orcamentos                pic 9(03) value 500.

      *>--- limite em edicao, antes de ser aceito na tabela
       01  ws-orcamento-edicao.
           05  oe-mes                       pic 9(06).
           05  oe-tipo-dono                 pic x(01).
               88  oe-dono-carteira         value "C".
               88  oe-dono-bolao            value "B".
               88  oe-dono-escritorio       value "E".
           05  oe-dono                      pic x(20).
           05  oe-limite                    pic 9(09)v99.

       01  ws-mes-digitado                  pic x(07).
       01  ws-campo-mes                     pic x(02).
       01  ws-campo-ano                     pic x(04).
       01  ws-valor-digitado                pic x(15).

       77  ws-mes-conv                      pic 9(06) value 0.
       77  ws-mes-filtro                    pic 9(06) value 0.

      *>--- entrada do jornal de alteracoes em montagem
       01  ws-jornal-pendente.
           05  wj-operacao                  pic x(01).
           05  wj-imagem-antes              pic x(100).
           05  wj-imagem-depois             pic x(100).

       01  ws-data-hora-jornal.
           05  ws-dh-data                   pic 9(08).
           05  ws-dh-hora                   pic 9(06).
           05  filler                       pic x(07).

       77  ws-saldo                         pic s9(09)v99 value 0.
       77  ws-limite-ed                     pic z(8)9,99.
       77  ws-comprometido-ed               pic z(8)9,99.
       77  ws-saldo-ed                      pic -(8)9,99.

       77  ws-opcao-manutencao              pic x(01) value space.
       77  ws-indice-achado                 pic 9(03) value 0.
       77  ws-indice-excluir                pic 9(03) value 0.
       77  ws-listados                      pic 9(03) value 0.
       77  ws-o                             pic 9(03).

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


           perform carregar-orcamentos


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
               display "=== Orcamento mensal de apostas ==="
               display "Limites no arquivo: " ws-total-orcamentos
               display "L-listar com saldo  I-incluir/alterar limite"
               display "E-excluir limite  X-voltar ao menu"
               display "Opcao: " with no advancing
               accept ws-opcao-manutencao

      *>--- o apostador so consulta; mexer nos limites e funcao do
      *>--- supervisor
               evaluate ws-opcao-manutencao
                   when "L" when "l"
                       perform listar-orcamentos
                   when "I" when "i"
                       if ls-perfil-supervisor
                           perform incluir-orcamento
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "E" when "e"
                       if ls-perfil-supervisor
                           perform excluir-orcamento
                       else
                           display "Opcao restrita ao supervisor."
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
      *>carregar todos os limites do arquivo para a tabela em memoria
      *>-----------------------------------------------------------------
       carregar-orcamentos section.


           move 0 to ws-total-orcamentos

           open input orcamento-file

           set ws-fim-nao to true
           read orcamento-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-orcamentos < ws-max-orcamentos
                   add 1 to ws-total-orcamentos
                   move reg-orcamento-mensal
                       to ws-orcamento(ws-total-orcamentos)
               end-if

               read orcamento-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close orcamento-file


           .
       carregar-orcamentos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>regravar o arquivo inteiro a partir da tabela em memoria
      *>-----------------------------------------------------------------
       regravar-orcamentos section.


           open output orcamento-file

           move 0 to ws-o
           perform until ws-o = ws-total-orcamentos
               add 1 to ws-o
               move ws-orcamento(ws-o) to reg-orcamento-mensal
               write reg-orcamento-mensal
           end-perform

           close orcamento-file


           .
       regravar-orcamentos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>somar o gasto comprometido de cada limite da tabela, numa
      *>leitura so de ORCAMENTO-COMPROMISSOS.DAT
      *>-----------------------------------------------------------------
       somar-comprometidos section.


           move 0 to ws-o
           perform until ws-o = ws-total-orcamentos
               add 1 to ws-o
               move 0 to ot-comprometido(ws-o)
           end-perform

           open input compromissos-file

           set ws-fim-nao to true
           read compromissos-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               move 0 to ws-o
               move 0 to ws-indice-achado
               perform until ws-o = ws-total-orcamentos or
                       ws-indice-achado <> 0
                   add 1 to ws-o
                   if ot-mes(ws-o) = gc-mes and
                           ot-tipo-dono(ws-o) = gc-tipo-dono and
                           ot-dono(ws-o) = gc-dono
                       move ws-o to ws-indice-achado
                   end-if
               end-perform

               if ws-indice-achado <> 0
                   add gc-valor to ot-comprometido(ws-indice-achado)
               end-if

               read compromissos-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close compromissos-file


           .
       somar-comprometidos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>listar os limites (todos ou de um mes) com o comprometido e o
      *>saldo de cada dono
      *>-----------------------------------------------------------------
       listar-orcamentos section.


           if ws-total-orcamentos = 0
               display "Nenhum limite cadastrado: os gastos sao aceitos"
               display "sem limite."
           else
               display "Mes (mm/aaaa; em branco todos): "
                   with no advancing
               accept ws-mes-digitado
               move 0 to ws-mes-filtro
               if ws-mes-digitado <> space
                   perform desmontar-mes-digitado
                   move ws-mes-conv to ws-mes-filtro
               end-if

               perform somar-comprometidos

               display " "
               display "pos  mes     dono                  limite"
                   "        comprometido  saldo"
               move 0 to ws-listados
               move 0 to ws-o
               perform until ws-o = ws-total-orcamentos
                   add 1 to ws-o
                   if ws-mes-filtro = 0 or ot-mes(ws-o) = ws-mes-filtro
                       add 1 to ws-listados
                       compute ws-saldo =
                           ot-limite(ws-o) - ot-comprometido(ws-o)
                       move ot-limite(ws-o)       to ws-limite-ed
                       move ot-comprometido(ws-o) to ws-comprometido-ed
                       move ws-saldo              to ws-saldo-ed
                       display ws-o "  " ot-mes(ws-o) "  "
                           ot-tipo-dono(ws-o) "-" ot-dono(ws-o)
                           " " ws-limite-ed " " ws-comprometido-ed
                           " " ws-saldo-ed
                   end-if
               end-perform

               if ws-listados = 0
                   display "Nenhum limite no mes informado."
               end-if
           end-if


           .
       listar-orcamentos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>incluir o limite de um dono num mes; se ja existe, o limite
      *>digitado substitui o anterior
      *>-----------------------------------------------------------------
       incluir-orcamento section.


           display " "
           display "Mes do orcamento (mm/aaaa): " with no advancing
           accept ws-mes-digitado
           perform desmontar-mes-digitado
           move ws-mes-conv to oe-mes

           display "Dono (C-carteira B-bolao E-escritorio): "
               with no advancing
           accept oe-tipo-dono
           inspect oe-tipo-dono converting "cbe" to "CBE"

           move space to oe-dono
           if oe-dono-escritorio
               move "ESCRITORIO" to oe-dono
           else
               display "Nome da carteira ou do bolao: " with no advancing
               accept oe-dono
           end-if

           display "Limite do mes (reais, com virgula): "
               with no advancing
           accept ws-valor-digitado
           if ws-valor-digitado = space or
                   function test-numval(ws-valor-digitado) <> 0
               move 0 to oe-limite
           else
               compute oe-limite = function numval(ws-valor-digitado)
           end-if

           if oe-mes = 0
               display "Mes invalido: limite nao gravado."
           else
           if not oe-dono-carteira and not oe-dono-bolao and
                   not oe-dono-escritorio
               display "Tipo de dono invalido: limite nao gravado."
           else
           if oe-dono = space
               display "Nome em branco: limite nao gravado."
           else
               move 0 to ws-indice-achado
               move 0 to ws-o
               perform until ws-o = ws-total-orcamentos or
                       ws-indice-achado <> 0
                   add 1 to ws-o
                   if ot-mes(ws-o) = oe-mes and
                           ot-tipo-dono(ws-o) = oe-tipo-dono and
                           ot-dono(ws-o) = oe-dono
                       move ws-o to ws-indice-achado
                   end-if
               end-perform

               if ws-indice-achado <> 0
                   move "A" to wj-operacao
                   move ws-orcamento(ws-indice-achado) to wj-imagem-antes
                   move oe-limite to ot-limite(ws-indice-achado)
                   move ws-orcamento(ws-indice-achado) to wj-imagem-depois
                   perform regravar-orcamentos
                   perform gravar-jornal-alteracao
                   display "Limite alterado."
               else
               if ws-total-orcamentos >= ws-max-orcamentos
                   display "Tabela de limites cheia."
               else
                   add 1 to ws-total-orcamentos
                   move ws-orcamento-edicao
                       to ws-orcamento(ws-total-orcamentos)
                   move "I" to wj-operacao
                   move space to wj-imagem-antes
                   move ws-orcamento(ws-total-orcamentos)
                       to wj-imagem-depois
                   perform regravar-orcamentos
                   perform gravar-jornal-alteracao
                   display "Limite incluido."
               end-if
               end-if
           end-if
           end-if
           end-if


           .
       incluir-orcamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>excluir um limite pela posicao mostrada na listagem
      *>-----------------------------------------------------------------
       excluir-orcamento section.


           if ws-total-orcamentos = 0
               display "Nenhum limite cadastrado."
           else
               perform listar-orcamentos
               display "Posicao do limite a excluir (1 a "
                   ws-total-orcamentos "): " with no advancing
               accept ws-indice-excluir

               if ws-indice-excluir < 1 or
                       ws-indice-excluir > ws-total-orcamentos
                   display "Posicao inexistente."
               else
                   move "E" to wj-operacao
                   move ws-orcamento(ws-indice-excluir) to wj-imagem-antes
                   move space to wj-imagem-depois

                   move ws-indice-excluir to ws-o
                   perform until ws-o >= ws-total-orcamentos
                       move ws-orcamento(ws-o + 1) to ws-orcamento(ws-o)
                       add 1 to ws-o
                   end-perform
                   subtract 1 from ws-total-orcamentos
                   perform regravar-orcamentos
                   perform gravar-jornal-alteracao
                   display "Limite excluido."
               end-if
           end-if


           .
       excluir-orcamento-exit.
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
           move "programa25"           to jn-programa
           move "ORCAMENTO-MENSAL.DAT" to jn-arquivo
           move wj-operacao            to jn-operacao
           move wj-imagem-antes        to jn-imagem-antes
           move wj-imagem-depois       to jn-imagem-depois
           write reg-jornal-alteracao

           close jornal-file


           .
       gravar-jornal-alteracao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar mm/aaaa digitado para ws-mes-conv (aaaamm); mes
      *>invalido ou em branco vale zero
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

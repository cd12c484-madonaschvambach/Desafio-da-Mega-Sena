      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa23".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 18/09/2026.
       date-compiled. 18/09/2026.

      *>--- manutencao dos operadores do sistema em OPERADORES.DAT:
      *>--- listar, incluir (codigo, nome, senha e perfil apostador ou
      *>--- supervisor), excluir e trocar a senha, no mesmo esquema de
      *>--- manutencao em memoria do programa16; so o supervisor chega
      *>--- aqui pelo menu. O arquivo nunca fica sem supervisor e o
      *>--- operador da sessao nao exclui a si mesmo

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional operadores-file
               assign to "OPERADORES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  operadores-file.
           copy "CPY-OPERADOR.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- todos os operadores carregados em memoria, para poder
      *>--- incluir, excluir e trocar senha regravando o arquivo
       01  ws-tabela-operadores.
           05  ws-operador occurs 100.
               10  to-codigo                pic x(10).
               10  to-nome                  pic x(30).
               10  to-senha                 pic x(10).
               10  to-perfil                pic x(01).

       77  ws-total-operadores              pic 9(03) value 0.
       77  ws-max-operadores                pic 9(03) value 100.

      *>--- operador em edicao, antes de ser aceito na tabela
       01  ws-operador-edicao.
           05  oe-codigo                    pic x(10).
           05  oe-nome                      pic x(30).
           05  oe-senha                     pic x(10).
           05  oe-perfil                    pic x(01).

       01  ws-senha-confirmada              pic x(10) value space.
       01  ws-descricao-perfil              pic x(11) value space.

       01  ws-motivo-rejeicao               pic x(50) value space.

       77  ws-opcao-manutencao              pic x(01) value space.
       77  ws-indice-achado                 pic 9(03) value 0.
       77  ws-total-supervisores            pic 9(03) value 0.
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


           perform carregar-operadores


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
               display "=== Manutencao dos operadores ==="
               display "Operadores no arquivo: " ws-total-operadores
               display "L-listar  I-incluir  E-excluir  S-trocar senha"
               display "X-voltar ao menu"
               display "Opcao: " with no advancing
               accept ws-opcao-manutencao

               evaluate ws-opcao-manutencao
                   when "L" when "l"
                       perform listar-operadores
                   when "I" when "i"
                       perform incluir-operador
                   when "E" when "e"
                       perform excluir-operador
                   when "S" when "s"
                       perform trocar-senha-operador
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
      *>carregar todos os operadores do arquivo para a tabela
      *>-----------------------------------------------------------------
       carregar-operadores section.


           move 0 to ws-total-operadores

           open input operadores-file

           set ws-fim-nao to true
           read operadores-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-operadores < ws-max-operadores and
                       op-codigo <> space
                   add 1 to ws-total-operadores
                   move op-codigo to to-codigo(ws-total-operadores)
                   move op-nome   to to-nome(ws-total-operadores)
                   move op-senha  to to-senha(ws-total-operadores)
                   move op-perfil to to-perfil(ws-total-operadores)
               end-if

               read operadores-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close operadores-file


           .
       carregar-operadores-exit.
           exit.

      *>-----------------------------------------------------------------
      *>regravar o arquivo inteiro a partir da tabela em memoria
      *>-----------------------------------------------------------------
       regravar-operadores section.


           open output operadores-file

           move 0 to ws-o
           perform until ws-o = ws-total-operadores
               add 1 to ws-o
               move to-codigo(ws-o) to op-codigo
               move to-nome(ws-o)   to op-nome
               move to-senha(ws-o)  to op-senha
               move to-perfil(ws-o) to op-perfil
               write reg-operador
           end-perform

           close operadores-file


           .
       regravar-operadores-exit.
           exit.

      *>-----------------------------------------------------------------
      *>listar os operadores, sem a senha
      *>-----------------------------------------------------------------
       listar-operadores section.


           display " "
           display "=== Operadores cadastrados ==="
           move 0 to ws-o
           perform until ws-o = ws-total-operadores
               add 1 to ws-o
               if to-perfil(ws-o) = "S"
                   move "supervisor" to ws-descricao-perfil
               else
                   move "apostador"  to ws-descricao-perfil
               end-if
               display to-codigo(ws-o) " " to-nome(ws-o) " "
                   ws-descricao-perfil
           end-perform


           .
       listar-operadores-exit.
           exit.

      *>-----------------------------------------------------------------
      *>incluir um operador novo digitado na tela
      *>-----------------------------------------------------------------
       incluir-operador section.


           if ws-total-operadores >= ws-max-operadores
               display "Tabela de operadores cheia."
           else
               display " "
               display "Codigo do operador: " with no advancing
               accept oe-codigo
               display "Nome: " with no advancing
               accept oe-nome
               display "Senha: " with no advancing
               accept oe-senha
               display "Confirme a senha: " with no advancing
               accept ws-senha-confirmada
               display "Perfil (A-apostador  S-supervisor): "
                   with no advancing
               accept oe-perfil
               if oe-perfil = "a"
                   move "A" to oe-perfil
               end-if
               if oe-perfil = "s"
                   move "S" to oe-perfil
               end-if

               move space to ws-motivo-rejeicao
               perform localizar-operador

               evaluate true
                   when oe-codigo = space
                       move "codigo em branco" to ws-motivo-rejeicao
                   when ws-indice-achado <> 0
                       move "codigo ja cadastrado" to ws-motivo-rejeicao
                   when oe-senha = space
                       move "senha em branco" to ws-motivo-rejeicao
                   when oe-senha <> ws-senha-confirmada
                       move "senha nao confere" to ws-motivo-rejeicao
                   when oe-perfil <> "A" and oe-perfil <> "S"
                       move "perfil deve ser A ou S" to ws-motivo-rejeicao
               end-evaluate

               if ws-motivo-rejeicao = space
                   add 1 to ws-total-operadores
                   move oe-codigo to to-codigo(ws-total-operadores)
                   move oe-nome   to to-nome(ws-total-operadores)
                   move oe-senha  to to-senha(ws-total-operadores)
                   move oe-perfil to to-perfil(ws-total-operadores)
                   perform regravar-operadores
                   display "Operador " function trim(oe-codigo)
                       " incluido."
               else
                   display "Operador rejeitado: " ws-motivo-rejeicao
               end-if
           end-if


           .
       incluir-operador-exit.
           exit.

      *>-----------------------------------------------------------------
      *>excluir um operador pelo codigo; nao exclui o operador da
      *>sessao nem o ultimo supervisor
      *>-----------------------------------------------------------------
       excluir-operador section.


           display "Codigo do operador a excluir: " with no advancing
           accept oe-codigo

           perform localizar-operador
           perform contar-supervisores

           if ws-indice-achado = 0
               display "Operador nao cadastrado."
           else
               if oe-codigo = ls-operador-codigo
                   display "O operador da sessao nao pode se excluir."
               else
                   if to-perfil(ws-indice-achado) = "S" and
                           ws-total-supervisores < 2
                       display "Ultimo supervisor nao pode ser excluido."
                   else
                       move ws-indice-achado to ws-o
                       perform until ws-o >= ws-total-operadores
                           move ws-operador(ws-o + 1)
                               to ws-operador(ws-o)
                           add 1 to ws-o
                       end-perform
                       subtract 1 from ws-total-operadores
                       perform regravar-operadores
                       display "Operador " function trim(oe-codigo)
                           " excluido."
                   end-if
               end-if
           end-if


           .
       excluir-operador-exit.
           exit.

      *>-----------------------------------------------------------------
      *>trocar a senha de um operador
      *>-----------------------------------------------------------------
       trocar-senha-operador section.


           display "Codigo do operador: " with no advancing
           accept oe-codigo

           perform localizar-operador

           if ws-indice-achado = 0
               display "Operador nao cadastrado."
           else
               display "Nova senha: " with no advancing
               accept oe-senha
               display "Confirme a senha: " with no advancing
               accept ws-senha-confirmada

               if oe-senha = space or oe-senha <> ws-senha-confirmada
                   display "Senha em branco ou nao confere: mantida a"
                       " anterior."
               else
                   move oe-senha to to-senha(ws-indice-achado)
                   perform regravar-operadores
                   display "Senha trocada."
               end-if
           end-if


           .
       trocar-senha-operador-exit.
           exit.

      *>-----------------------------------------------------------------
      *>procurar oe-codigo na tabela (0 = nao cadastrado)
      *>-----------------------------------------------------------------
       localizar-operador section.


           move 0 to ws-indice-achado
           move 0 to ws-o
           perform until ws-o = ws-total-operadores or
                   ws-indice-achado <> 0
               add 1 to ws-o
               if to-codigo(ws-o) = oe-codigo
                   move ws-o to ws-indice-achado
               end-if
           end-perform


           .
       localizar-operador-exit.
           exit.

      *>-----------------------------------------------------------------
      *>contar os supervisores da tabela
      *>-----------------------------------------------------------------
       contar-supervisores section.


           move 0 to ws-total-supervisores
           move 0 to ws-o
           perform until ws-o = ws-total-operadores
               add 1 to ws-o
               if to-perfil(ws-o) = "S"
                   add 1 to ws-total-supervisores
               end-if
           end-perform


           .
       contar-supervisores-exit.
           exit.

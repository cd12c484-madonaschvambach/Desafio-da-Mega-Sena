      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa22".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 18/09/2026.
       date-compiled. 18/09/2026.

      *>--- identificacao do operador (sign-on): pede codigo e senha,
      *>--- confere em OPERADORES.DAT e devolve a sessao aberta com o
      *>--- nome e o perfil do operador, ou recusada depois de tres
      *>--- tentativas; chamado pelo programa01 antes do menu e pelo
      *>--- programa19 antes de uma restauracao. Sem nenhum operador
      *>--- cadastrado, o primeiro a entrar e gravado como supervisor

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

      *>--- operadores carregados em memoria
       01  ws-tabela-operadores.
           05  ws-operador occurs 100.
               10  to-codigo                pic x(10).
               10  to-nome                  pic x(30).
               10  to-senha                 pic x(10).
               10  to-perfil                pic x(01).

       77  ws-total-operadores              pic 9(03) value 0.
       77  ws-max-operadores                pic 9(03) value 100.

       01  ws-codigo-digitado               pic x(10) value space.
       01  ws-senha-digitada                pic x(10) value space.
       01  ws-nome-digitado                 pic x(30) value space.

       77  ws-tentativas                    pic 9(01) value 0.
       77  ws-max-tentativas                pic 9(01) value 3.
       77  ws-indice-achado                 pic 9(03) value 0.
       77  ws-o                             pic 9(03).

      *>--- variaveis para comunicaçao entre programa
       linkage section.

       01  ls-sessao-operador.
           05  ls-operador-codigo                   pic x(10).
           05  ls-operador-nome                     pic x(30).
           05  ls-operador-perfil                   pic x(01).
           05  ls-sessao-situacao                   pic x(01).

      *>--- declaração do corpo do programa
       procedure division using ls-sessao-operador.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move space to ls-operador-codigo
           move space to ls-operador-nome
           move space to ls-operador-perfil
           move "N"   to ls-sessao-situacao

           perform carregar-operadores


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           display " "
           display "=== Identificacao do operador ==="

           if ws-total-operadores = 0
               perform cadastrar-primeiro-supervisor
           else
               move 0 to ws-tentativas
               perform until ws-tentativas = ws-max-tentativas or
                       ls-sessao-situacao = "S"
                   add 1 to ws-tentativas
                   perform conferir-codigo-e-senha
               end-perform

               if ls-sessao-situacao <> "S"
                   display "Operador nao identificado: acesso negado."
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
      *>carregar os operadores do arquivo para a tabela em memoria
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
      *>uma tentativa de identificacao: codigo e senha conferidos
      *>contra a tabela de operadores
      *>-----------------------------------------------------------------
       conferir-codigo-e-senha section.


           display "Operador: " with no advancing
           accept ws-codigo-digitado
           display "Senha: " with no advancing
           accept ws-senha-digitada

           move 0 to ws-indice-achado
           move 0 to ws-o
           perform until ws-o = ws-total-operadores or
                   ws-indice-achado <> 0
               add 1 to ws-o
               if to-codigo(ws-o) = ws-codigo-digitado
                   move ws-o to ws-indice-achado
               end-if
           end-perform

           if ws-indice-achado = 0 or
                   to-senha(ws-indice-achado) <> ws-senha-digitada
               display "Operador ou senha invalidos."
           else
               move to-codigo(ws-indice-achado) to ls-operador-codigo
               move to-nome(ws-indice-achado)   to ls-operador-nome
               move to-perfil(ws-indice-achado) to ls-operador-perfil
               move "S" to ls-sessao-situacao
               display "Bem-vindo, "
                   function trim(ls-operador-nome) "."
           end-if


           .
       conferir-codigo-e-senha-exit.
           exit.

      *>-----------------------------------------------------------------
      *>sem nenhum operador no arquivo (instalacao nova), o primeiro a
      *>entrar fica cadastrado como supervisor, para poder cadastrar os
      *>demais pelo programa23
      *>-----------------------------------------------------------------
       cadastrar-primeiro-supervisor section.


           display "Nenhum operador cadastrado: cadastre o supervisor."
           display "Codigo do operador: " with no advancing
           accept ws-codigo-digitado
           display "Nome: " with no advancing
           accept ws-nome-digitado
           display "Senha: " with no advancing
           accept ws-senha-digitada

           if ws-codigo-digitado = space or ws-senha-digitada = space
               display "Codigo e senha sao obrigatorios: acesso negado."
           else
               move ws-codigo-digitado to op-codigo
               move ws-nome-digitado   to op-nome
               move ws-senha-digitada  to op-senha
               set op-supervisor to true

               open output operadores-file
               write reg-operador
               close operadores-file

               move op-codigo to ls-operador-codigo
               move op-nome   to ls-operador-nome
               move op-perfil to ls-operador-perfil
               move "S" to ls-sessao-situacao
               display "Supervisor " function trim(op-codigo)
                   " cadastrado."
           end-if


           .
       cadastrar-primeiro-supervisor-exit.
           exit.

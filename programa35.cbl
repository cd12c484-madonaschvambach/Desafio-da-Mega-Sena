      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa35".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 09/10/2026.
       date-compiled. 09/10/2026.

      *>--- trava de mes fechado: antes de uma alteracao que mudaria os
      *>--- numeros de um mes ja fechado no livro razao, o programa que
      *>--- altera pergunta aqui se o que ele vai mexer caiu em mes
      *>--- fechado (FECHAMENTO-MENSAL.DAT):
      *>---   P - periodo de datas (vigencia de preco do programa16)
      *>---   C - concurso do jogo (resultado oficial do programa07)
      *>---   A - aposta (nova liquidacao no programa09)
      *>--- concurso e aposta so travam se tem premio ganho postado em
      *>--- mes fechado em LIVRO-RAZAO.DAT (a compra da aposta nao muda
      *>--- com a liquidacao e nao trava). Travado, no modo batch a
      *>--- alteracao e recusada; no interativo so passa com a senha de
      *>--- um supervisor (programa22) e um lancamento de ajuste, tipo
      *>--- J, postado no mes aberto com o valor e o historico digitados

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

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  fechamento-file.
           copy "CPY-FECHAMENTO.CPY".

       fd  razao-file.
           copy "CPY-RAZAO.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- ultimo mes fechado (aaaamm) e o mes aberto seguinte, onde
      *>--- entra o lancamento de ajuste
       01  ws-mes-aberto.
           05  ws-ma-ano                    pic 9(04).
           05  ws-ma-mes                    pic 9(02).

       77  ws-ultimo-fechado                pic 9(06) value 0.
       77  ws-fim-ultimo-fechado            pic 9(08) value 0.
       77  ws-ultimo-lancamento             pic 9(08) value 0.

       01  ws-mes-travado                   pic x(01) value "n".
           88  ws-travado-sim               value "s".
           88  ws-travado-nao               value "n".

       01  ws-familia-consulta              pic x(01) value space.
       01  ws-familia-lancamento            pic x(01) value space.

      *>--- lancamento de ajuste digitado pelo supervisor
       01  ws-valor-digitado                pic x(15).
       01  ws-historico-digitado            pic x(40).
       77  ws-valor-ajuste                  pic s9(11)v99 value 0.
       77  ws-valor-absoluto                pic 9(11)v99 value 0.
       77  ws-conta-debito                  pic 9(04) value 0.
       77  ws-conta-credito                 pic 9(04) value 0.
       77  ws-conta-aumento                 pic 9(04) value 0.
       77  ws-conta-contrapartida           pic 9(04) value 0.
       77  ws-valor-ed                      pic -(10)9,99.

       77  ws-resposta                      pic x(01) value space.

      *>--- sessao do supervisor que autoriza o ajuste
       01  ws-sessao-supervisor.
           05  ws-supervisor-codigo         pic x(10).
           05  ws-supervisor-nome           pic x(30).
           05  ws-supervisor-perfil         pic x(01).
               88  ws-supervisor-confirmado value "S".
           05  ws-supervisor-situacao       pic x(01).
               88  ws-supervisor-aberta     value "S".

       01  ws-data-hora-ajuste.
           05  ws-dh-data                   pic 9(08).
           05  ws-dh-hora                   pic 9(06).
           05  filler                       pic x(07).

      *>--- variaveis para comunicaçao entre programa
       linkage section.

       01  ls-consulta-fechamento.
           05  ls-fch-tipo                          pic x(01).
               88  ls-fch-tipo-periodo              value "P".
               88  ls-fch-tipo-concurso             value "C".
               88  ls-fch-tipo-aposta               value "A".
           05  ls-fch-data-inicial                  pic 9(08).
           05  ls-fch-data-final                    pic 9(08).
           05  ls-fch-concurso                      pic 9(04).
           05  ls-fch-formato-jogo                  pic 9(01).
           05  ls-fch-aposta-id                     pic 9(09).
           05  ls-fch-programa                      pic x(10).
           05  ls-fch-operador                      pic x(10).
           05  ls-fch-descricao                     pic x(40).
           05  ls-fch-modo                          pic x(01).
               88  ls-fch-interativo                value "I".
               88  ls-fch-batch                     value "B".
           05  ls-fch-mes-fechado                   pic 9(06).
           05  ls-fch-situacao                      pic x(01).
               88  ls-fch-liberado                  value "L".
               88  ls-fch-ajustado                  value "A".
               88  ls-fch-recusado                  value "R".

      *>--- declaração do corpo do programa
       procedure division using ls-consulta-fechamento.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           set ls-fch-liberado to true
           move 0 to ls-fch-mes-fechado
           set ws-travado-nao to true

           perform carregar-meses-fechados


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


      *>--- sem mes fechado nao ha o que travar
           if ws-ultimo-fechado <> 0
               evaluate true
                   when ls-fch-tipo-periodo
                       perform verificar-periodo-fechado
                   when ls-fch-tipo-concurso
                       perform verificar-lancamentos-fechados
                   when ls-fch-tipo-aposta
                       perform verificar-lancamentos-fechados
               end-evaluate
           end-if

      *>--- no batch sai uma linha so no log da cadeia noturna
           if ws-travado-sim
               if ls-fch-batch
                   set ls-fch-recusado to true
                   display "Mes fechado " ls-fch-mes-fechado(5:2) "/"
                       ls-fch-mes-fechado(1:4) " - recusado: "
                       ls-fch-descricao
               else
                   display "*** Mes " ls-fch-mes-fechado(5:2) "/"
                       ls-fch-mes-fechado(1:4)
                       " ja fechado no livro razao ***"
                   display ls-fch-descricao
                   perform liberar-com-ajuste
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
      *>ler FECHAMENTO-MENSAL.DAT: o ultimo mes fechado; os meses
      *>fecham em sequencia e o primeiro fechamento absorve os fatos
      *>anteriores, entao tudo ate o fim dele esta travado
      *>-----------------------------------------------------------------
       carregar-meses-fechados section.


           move 0 to ws-ultimo-fechado

           open input fechamento-file

           set ws-fim-nao to true
           read fechamento-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if fm-mes-fechado > ws-ultimo-fechado
                   move fm-mes-fechado to ws-ultimo-fechado
               end-if

               read fechamento-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close fechamento-file

           compute ws-fim-ultimo-fechado = ws-ultimo-fechado * 100 + 31


           .
       carregar-meses-fechados-exit.
           exit.

      *>-----------------------------------------------------------------
      *>periodo de datas (vigencia de preco): trava quando comeca ate
      *>o fim do ultimo mes fechado, mesmo que termine antes do
      *>primeiro, porque os fatos dele foram postados no fechamento
      *>-----------------------------------------------------------------
       verificar-periodo-fechado section.


           if ls-fch-data-inicial <= ws-fim-ultimo-fechado
               set ws-travado-sim to true
               move ws-ultimo-fechado to ls-fch-mes-fechado
           end-if


           .
       verificar-periodo-fechado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>concurso ou aposta: trava quando o livro razao tem premio ganho
      *>dele em mes fechado; aproveita a leitura para achar o ultimo
      *>numero de lancamento, usado se houver ajuste
      *>-----------------------------------------------------------------
       verificar-lancamentos-fechados section.


           if ls-fch-formato-jogo = 4
               move "Q" to ws-familia-consulta
           else
               move "M" to ws-familia-consulta
           end-if

           open input razao-file

           set ws-fim-nao to true
           read razao-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if lr-mes-competencia <= ws-ultimo-fechado
                   if ls-fch-tipo-concurso
                       if lr-formato-jogo = 4
                           move "Q" to ws-familia-lancamento
                       else
                           move "M" to ws-familia-lancamento
                       end-if
      *>--- o resultado do concurso entra na conta pelo premio ganho
                       if lr-premio-ganho and
                               lr-concurso = ls-fch-concurso and
                               ws-familia-lancamento = ws-familia-consulta
                           perform marcar-mes-travado
                       end-if
                   else
                       if lr-premio-ganho and
                               lr-aposta-id = ls-fch-aposta-id
                           perform marcar-mes-travado
                       end-if
                   end-if
               end-if

               read razao-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close razao-file


           .
       verificar-lancamentos-fechados-exit.
           exit.

      *>-----------------------------------------------------------------
      *>guardar o mes fechado mais recente em que o lancamento caiu
      *>-----------------------------------------------------------------
       marcar-mes-travado section.


           set ws-travado-sim to true
           if lr-mes-competencia > ls-fch-mes-fechado
               move lr-mes-competencia to ls-fch-mes-fechado
           end-if


           .
       marcar-mes-travado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>mes fechado na tela: a alteracao so passa com a senha de um
      *>supervisor e um lancamento de ajuste no mes aberto
      *>-----------------------------------------------------------------
       liberar-com-ajuste section.


           set ls-fch-recusado to true

           display "A alteracao muda os numeros do mes fechado."
           display "Lancar ajuste com a senha de um supervisor? (S/N): "
               with no advancing
           accept ws-resposta

           if ws-resposta = "S" or ws-resposta = "s"
               call "programa22" using ws-sessao-supervisor
               if ws-supervisor-aberta and ws-supervisor-confirmado
                   perform aceitar-lancamento-ajuste
                   perform gravar-lancamento-ajuste
                   set ls-fch-ajustado to true
                   display "Ajuste lancado no mes " ws-mes-aberto(5:2) "/"
                       ws-mes-aberto(1:4) " por " ws-supervisor-codigo "."
               else
                   display "Ajuste so por supervisor: alteracao recusada."
               end-if
           else
               display "Alteracao recusada: mes fechado."
           end-if


           .
       liberar-com-ajuste-exit.
           exit.

      *>-----------------------------------------------------------------
      *>valor (negativo para estorno) e historico do ajuste
      *>-----------------------------------------------------------------
       aceitar-lancamento-ajuste section.


           display "Valor do ajuste em reais (negativo estorna,"
               " 0 so registra): " with no advancing
           accept ws-valor-digitado
           if ws-valor-digitado = space or
                   function test-numval(ws-valor-digitado) <> 0
               move 0 to ws-valor-ajuste
           else
               compute ws-valor-ajuste =
                   function numval(ws-valor-digitado)
           end-if

           display "Historico do ajuste: " with no advancing
           accept ws-historico-digitado
           if ws-historico-digitado = space
               move ls-fch-descricao to ws-historico-digitado
           end-if


           .
       aceitar-lancamento-ajuste-exit.
           exit.

      *>-----------------------------------------------------------------
      *>postar o ajuste (debito e credito) no mes aberto seguinte ao
      *>ultimo fechado: resultado de concurso e nova liquidacao de
      *>aposta (que so trava no premio ganho) mexem em premios a
      *>receber contra receita de premios; vigencia de preco mexe na
      *>despesa com apostas contra o caixa; valor negativo inverte
      *>-----------------------------------------------------------------
       gravar-lancamento-ajuste section.


           move ws-ultimo-fechado to ws-mes-aberto
           if ws-ma-mes = 12
               add 1 to ws-ma-ano
               move 1 to ws-ma-mes
           else
               add 1 to ws-ma-mes
           end-if

           if ls-fch-tipo-concurso or ls-fch-tipo-aposta
               move 1200 to ws-conta-aumento
               move 4100 to ws-conta-contrapartida
           else
               move 3100 to ws-conta-aumento
               move 1100 to ws-conta-contrapartida
           end-if

           if ws-valor-ajuste < 0
               compute ws-valor-absoluto = ws-valor-ajuste * -1
               move ws-conta-contrapartida to ws-conta-debito
               move ws-conta-aumento       to ws-conta-credito
           else
               move ws-valor-ajuste        to ws-valor-absoluto
               move ws-conta-aumento       to ws-conta-debito
               move ws-conta-contrapartida to ws-conta-credito
           end-if

           perform obter-ultimo-lancamento

           move function current-date to ws-data-hora-ajuste

           initialize reg-livro-razao
           compute lr-lancamento = ws-ultimo-lancamento + 1
           move ws-mes-aberto          to lr-mes-competencia
           move ws-dh-data             to lr-data
           set lr-ajuste-supervisor    to true
           move ws-valor-absoluto      to lr-valor
           move ls-fch-aposta-id       to lr-aposta-id
           move ls-fch-concurso        to lr-concurso
           move ls-fch-formato-jogo    to lr-formato-jogo
           string "J" ws-dh-data ws-dh-hora " " ls-fch-programa
               delimited by size into lr-chave-evento
           end-string
           move ws-historico-digitado  to lr-historico
           move ws-supervisor-codigo   to lr-operador

           open extend razao-file

           move 1 to lr-linha
           move ws-conta-debito to lr-conta
           set lr-debito to true
           write reg-livro-razao

           move 2 to lr-linha
           move ws-conta-credito to lr-conta
           set lr-credito to true
           write reg-livro-razao

           close razao-file

           move ws-valor-ajuste to ws-valor-ed
           display "Lancamento " lr-lancamento ": ajuste de R$ "
               ws-valor-ed " (debito " ws-conta-debito
               " credito " ws-conta-credito ")"


           .
       gravar-lancamento-ajuste-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ultimo numero de lancamento do livro razao
      *>-----------------------------------------------------------------
       obter-ultimo-lancamento section.


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

               read razao-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close razao-file


           .
       obter-ultimo-lancamento-exit.
           exit.

      *>--- pegando 1 a cada N) e grava cada uma como registro de
      *>--- APOSTAS-LOTE.DAT, pronto para o processamento de lote do
      *>--- programa04; antes de gravar mostra a quantidade gerada e o
      *>--- custo total pela tabela de precos, para confirmacao, e o
      *>--- gasto confirmado e conferido contra o orcamento mensal do
      *>--- dono (programa26, so previa) antes de ir para o lote; o
      *>--- gasto so e comprometido no orcamento quando cada aposta do
      *>--- lote e marcada jogada no programa05, para nao contar duas
      *>--- vezes

      *>--- divisao para configuração do programa
       environment division.
           88  ws-gravando-nao              value "n".

       77  ws-resposta                      pic x(01) value space.
       77  ws-resposta-sobrepor             pic x(01) value space.

      *>--- gasto do desdobramento, conferido contra o orcamento
      *>--- mensal do dono pelo programa26
       01  ws-consulta-orcamento.
           05  ws-orc-tipo-dono             pic x(01).
               88  ws-orc-dono-carteira     value "C".
               88  ws-orc-dono-bolao        value "B".
               88  ws-orc-dono-escritorio   value "E".
           05  ws-orc-dono                  pic x(20).
           05  ws-orc-data                  pic 9(08).
           05  ws-orc-formato-jogo          pic 9(01).
           05  ws-orc-quant-aposta          pic 9(02).
           05  ws-orc-qtd-apostas           pic 9(05).
           05  ws-orc-qtd-concursos         pic 9(02).
           05  ws-orc-programa              pic x(10).
           05  ws-orc-referencia            pic x(20).
           05  ws-orc-operador              pic x(10).
           05  ws-orc-valor                 pic 9(09)v99.
           05  ws-orc-situacao              pic x(01).
               88  ws-orc-aprovado          value "A".
               88  ws-orc-recusado          value "R".
           05  ws-orc-modo                  pic x(01) value space.
               88  ws-orc-previa            value "P".
               88  ws-orc-comprometer       value "C".

       77  ws-i1                            pic 9(02).
       77  ws-i2                            pic 9(02).
           05  ls-aposta-invalida                     pic x(01).
           05  ls-resultado-aposta-id                 pic 9(09).
           05  ls-campanha-id                         pic 9(12).
           05  ls-sessao-operador.
               10  ls-operador-codigo                 pic x(10).
               10  ls-operador-nome                   pic x(30).
               10  ls-operador-perfil                 pic x(01).
               10  ls-sessao-situacao                 pic x(01).

      *>--- declaração do corpo do programa
       procedure division using ls-tela-menu-principal.
               if ws-resposta = "S" or ws-resposta = "s"
                   display "Gravar por cima do lote existente? (S/N): "
                       with no advancing
                   accept ws-resposta-sobrepor

                   perform conferir-orcamento-lote
                   if ws-orc-recusado
                       move "N" to ws-resposta
                   end-if
               end-if

               if ws-resposta = "S" or ws-resposta = "s"
                   if ws-resposta-sobrepor = "S" or
                           ws-resposta-sobrepor = "s"
                       open output apostas-lote-file
                   else
                       open extend apostas-lote-file
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>conferir o gasto do desdobramento contra o orcamento do mes do
      *>dono informado (programa26): as combinacoes geradas vezes o
      *>preco vigente hoje da aposta de 6 numeros; e so previa, o gasto
      *>entra no orcamento aposta a aposta ao marcar jogada (programa05)
      *>-----------------------------------------------------------------
       conferir-orcamento-lote section.


           display "Dono do gasto (C-carteira B-bolao E-escritorio): "
               with no advancing
           accept ws-orc-tipo-dono
           inspect ws-orc-tipo-dono converting "cbe" to "CBE"

           move space to ws-orc-dono
           if ws-orc-dono-carteira or ws-orc-dono-bolao
               display "Nome da carteira ou do bolao: " with no advancing
               accept ws-orc-dono
           end-if

           if ws-orc-dono = space
               move "E"          to ws-orc-tipo-dono
               move "ESCRITORIO" to ws-orc-dono
           end-if

           move ws-data-hoje         to ws-orc-data
           move 1                    to ws-orc-formato-jogo
           move 6                    to ws-orc-quant-aposta
           move ws-total-combinacoes to ws-orc-qtd-apostas
           move 1                    to ws-orc-qtd-concursos
           move "programa14"         to ws-orc-programa
           move "DESDOBRAMENTO"      to ws-orc-referencia
           move ls-operador-codigo   to ws-orc-operador
           set ws-orc-previa         to true

           call "programa26" using ws-consulta-orcamento


           .
       conferir-orcamento-lote-exit.
           exit.

      *>-----------------------------------------------------------------
      *>aceitar a quantidade e os numeros base do desdobramento
      *>-----------------------------------------------------------------

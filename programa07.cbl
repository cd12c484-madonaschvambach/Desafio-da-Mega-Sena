      *>--- baixado do site da Caixa, validando cada registro antes de
      *>--- aceitar; o operador escolhe na entrada o jogo da sessao -
      *>--- Mega Sena (RESULTADOS-MEGASENA.DAT, 60/6) ou Quina
      *>--- (RESULTADOS-QUINA.DAT, 80/5, com a sexta dezena zerada);
      *>--- mantem e importa tambem o calendario de concursos do jogo
      *>--- (CALENDARIO-CONCURSOS.DAT), e a inclusao e a importacao de
      *>--- resultado avisam o concurso fora do calendario ou com data
      *>--- diferente da prevista; corrigir ou excluir concurso cujo
      *>--- premio ja entrou em mes fechado do livro razao passa pela
      *>--- trava do programa35; a importacao guarda ainda, por
      *>--- concurso, a arrecadacao, os ganhadores por faixa, se
      *>--- acumulou e a estimativa do concurso seguinte em
      *>--- CONCURSOS-PREMIACAO.DAT (relatorios do programa36)

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

               assign to "BOLAO-APOSTAS.DAT"
               organization is line sequential.

      *>--- resgates de premio: cada acerto de aposta jogada achado
      *>--- pela varredura abre um resgate pendente, com o prazo de 90
      *>--- dias e o imposto retido calculados
           select optional resgates-file
               assign to "PREMIOS-RESGATE.DAT"
               organization is line sequential.

      *>--- recibos da loterica (programa30): o alerta de premio de
      *>--- aposta jogada sem recibo sai marcado, porque sem o recibo
      *>--- a Caixa nao paga
           select optional recibos-file
               assign to "RECIBOS-LOTERICA.DAT"
               organization is line sequential.

      *>--- jornal de alteracoes: cada inclusao, correcao e exclusao de
      *>--- resultado oficial, com o operador e as imagens do registro
           select optional jornal-file
               assign to "JORNAL-ALTERACOES.DAT"
               organization is line sequential.

      *>--- calendario de concursos: data prevista e sorteio especial
      *>--- de cada concurso, com a importacao do CSV do calendario
           select optional calendario-file
               assign to "CALENDARIO-CONCURSOS.DAT"
               organization is line sequential.

      *>--- premiacao por concurso (arrecadacao, ganhadores, acumulado
      *>--- e estimativa do seguinte), de todos os jogos
           select optional premiacao-file
               assign to "CONCURSOS-PREMIACAO.DAT"
               organization is line sequential.

           select optional calendario-importacao-file
               assign using ws-nome-calendario-csv
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

           05  ba-bolao-nome                pic x(20).
           05  ba-aposta-id                 pic 9(09).

       fd  resgates-file.
           copy "CPY-RESGATE.CPY".

       fd  recibos-file.
           copy "CPY-RECIBO.CPY".

       fd  jornal-file.
           copy "CPY-JORNAL.CPY".

       fd  calendario-file.
           copy "CPY-CALENDARIO.CPY".

       fd  premiacao-file.
           copy "CPY-PREMIACAO.CPY".

       fd  calendario-importacao-file.
       01  reg-calendario-importacao        pic x(80).

      *>--- variavéis de trabalho
       working-storage section.


       77  ws-quant-varrida                 pic 9(02) value 0.

      *>--- resgates ja gravados (aposta e concurso), para uma nova
      *>--- varredura nao abrir o mesmo resgate duas vezes
       01  ws-tabela-resgates.
           05  ws-resgate occurs 3000.
               10  rs-aposta-id             pic 9(09).
               10  rs-concurso              pic 9(04).

       77  ws-total-resgates                pic 9(04) value 0.
       77  ws-max-resgates                  pic 9(04) value 3000.
       77  ws-resgates-gerados              pic 9(05) value 0.
       77  ws-indice-resgate                pic 9(04) value 0.
       77  ws-r                             pic 9(04) value 0.

      *>--- apostas com recibo da loterica, para marcar o premio de
      *>--- aposta jogada que nao tem recibo
       01  ws-tabela-recibos.
           05  ws-recibo-aposta-id occurs 5000 pic 9(09).

       77  ws-total-recibos                 pic 9(04) value 0.
       77  ws-max-recibos                   pic 9(04) value 5000.
       77  ws-premios-sem-recibo            pic 9(05) value 0.
       01  ws-marca-recibo                  pic x(20) value space.
       01  ws-recibo-achado                 pic x(01) value "n".
           88  ws-recibo-achou              value "s".
           88  ws-recibo-nao-achou          value "n".

      *>--- imposto de renda sobre premio: 30% sobre o valor inteiro
      *>--- do premio que passa do limite de isencao
       77  ws-limite-isencao-ir             pic 9(07)v99 value 2259,20.
       77  ws-aliquota-ir                   pic 9(01)v99 value 0,30.
       77  ws-prazo-resgate                 pic 9(03) value 90.
       77  ws-dia-juliano                   pic 9(08) value 0.

      *>--- aposta jogada so concorre nos concursos da sua sequencia
      *>--- (o concurso alvo e, na teimosinha, os seguintes); as
      *>--- simulacoes, sem concurso alvo, concorrem em todos
       77  ws-qtd-concursos-varrida         pic 9(02) value 0.
       77  ws-concurso-final-varrido        pic 9(04) value 0.
      *>--- faixa de formatos do jogo da sessao na chave alternada
      *>--- am-formato-jogo (Mega Sena 0 a 2, Quina 4)
       77  ws-formato-inicial-varrido       pic 9(01) value 0.
       77  ws-formato-final-varrido         pic 9(01) value 0.
       77  ws-na-sequencia                  pic x(01) value "s".
           88  ws-na-sequencia-sim          value "s".
           88  ws-na-sequencia-nao          value "n".

      *>--- campos desmontados de uma linha do CSV da Caixa
      *>--- (concurso;dd/mm/aaaa;dezenas;um rateio por faixa); depois
      *>--- de concurso e data vem ws-qtd-dezenas numeros e 3 rateios,
      *>--- e, quando o CSV traz, os ganhadores das 3 faixas (na ordem
      *>--- dos rateios), a arrecadacao, o acumulado (S/N) e a
      *>--- estimativa de premio do concurso seguinte
       01  ws-campos-csv.
           05  ws-csv-concurso              pic x(10).
           05  ws-csv-data                  pic x(10).
           05  ws-csv-campo occurs 15       pic x(15).

       01  ws-rateio-digitado               pic x(15).


       01  ws-motivo-rejeicao               pic x(50) value space.

      *>--- entrada do jornal de alteracoes em montagem: imagem do
      *>--- registro do arquivo do jogo antes e depois da operacao
       01  ws-jornal-pendente.
           05  wj-arquivo                   pic x(30).
           05  wj-operacao                  pic x(01).
           05  wj-imagem-antes              pic x(100).
           05  wj-imagem-depois             pic x(100).

       01  ws-imagem-resultado              pic x(100) value space.

       01  ws-data-hora-jornal.
           05  ws-dh-data                   pic 9(08).
           05  ws-dh-hora                   pic 9(06).
           05  filler                       pic x(07).

      *>--- calendario de concursos de todos os jogos em memoria; a
      *>--- manutencao mexe so no jogo da sessao e regrava tudo
       01  ws-tabela-calendario.
           05  ws-calendario occurs 3000.
               10  cl-formato-jogo          pic 9(01).
               10  cl-concurso              pic 9(04).
               10  cl-data-sorteio          pic 9(08).
               10  cl-especial              pic x(01).

       77  ws-total-calendario              pic 9(04) value 0.
       77  ws-max-calendario                pic 9(04) value 3000.
       77  ws-indice-calendario             pic 9(04) value 0.
       77  ws-c                             pic 9(04).

      *>--- premiacao de todos os concursos em memoria durante a
      *>--- importacao e a exclusao, regravada inteira no fim
       01  ws-tabela-premiacao.
           05  ws-premiacao occurs 10000.
               10  wp-formato-jogo          pic 9(01).
               10  wp-concurso              pic 9(04).
               10  filler                   pic x(60).

       77  ws-total-premiacao               pic 9(05) value 0.
       77  ws-max-premiacao                 pic 9(05) value 10000.
       77  ws-indice-premiacao              pic 9(05) value 0.
       77  ws-p                             pic 9(05) value 0.
       77  ws-premiacoes-novas              pic 9(05) value 0.
       77  ws-ganhadores-conv               pic 9(07) value 0.
       77  ws-campo-premiacao               pic 9(02) value 0.
       01  ws-campo-ganhadores              pic x(15) value space.

      *>--- concurso do calendario em edicao, antes de ir para a tabela
       01  ws-calendario-edicao.
           05  ce-formato-jogo              pic 9(01).
           05  ce-concurso                  pic 9(04).
           05  ce-data-sorteio              pic 9(08).
           05  ce-especial                  pic x(01).
               88  ce-sorteio-especial      value "S".
               88  ce-sorteio-normal        value "N".

       01  ws-data-resultado.
           05  ws-dr-ano                    pic 9(04).
           05  ws-dr-mes                    pic 9(02).
           05  ws-dr-dia                    pic 9(02).

       01  ws-nome-calendario-csv           pic x(30)
                                            value "CALENDARIO-MEGA.CSV".

       01  ws-campos-calendario-csv.
           05  ws-cal-csv-concurso          pic x(10).
           05  ws-cal-csv-data              pic x(10).
           05  ws-cal-csv-especial          pic x(01).

       01  ws-situacao-calendario           pic x(12) value space.

       77  ws-opcao-calendario              pic x(01) value space.
       77  ws-total-avisos-calendario       pic 9(04) value 0.
       77  ws-calendario-gravados           pic 9(04) value 0.

      *>--- area da trava de mes fechado (programa35): concurso cujo
      *>--- premio ja entrou em lancamento de mes fechado
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

       77  ws-opcao-manutencao              pic x(01) value space.
       77  ws-indice-achado                 pic 9(04) value 0.
       77  ws-ultimo-concurso               pic 9(04) value 0.
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
               move 5  to ws-qtd-dezenas
               move 80 to ws-limite-dezena
               move "RESULTADOS-QUINA.CSV" to ws-nome-arquivo-csv
               move "CALENDARIO-QUINA.CSV" to ws-nome-calendario-csv
               display "Manutencao dos resultados da Quina (80/5)."
           else
               set ws-manut-mega to true
               move 6  to ws-qtd-dezenas
               move 60 to ws-limite-dezena
               move "RESULTADOS-CAIXA.CSV" to ws-nome-arquivo-csv
               move "CALENDARIO-MEGA.CSV"  to ws-nome-calendario-csv
           end-if

           move space to wj-arquivo

           perform carregar-resultados
           perform carregar-calendario


           .
               display "=== Manutencao dos resultados oficiais ==="
               display "Concursos no arquivo: " ws-total-resultados
               display "L-listar  I-incluir  A-alterar  E-excluir"
               display "C-importar CSV da Caixa  K-calendario de concursos"
               display "X-voltar ao menu"
               display "Opcao: " with no advancing
               accept ws-opcao-manutencao

      *>--- o apostador so consulta; incluir, corrigir, excluir e
      *>--- importar resultado oficial e funcao do supervisor
               evaluate ws-opcao-manutencao
                   when "L" when "l"
                       perform listar-resultados
                   when "I" when "i"
                       if ls-perfil-supervisor
                           perform incluir-resultado
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "A" when "a"
                       if ls-perfil-supervisor
                           perform alterar-resultado
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "E" when "e"
                       if ls-perfil-supervisor
                           perform excluir-resultado
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "C" when "c"
                       if ls-perfil-supervisor
                           perform importar-csv-caixa
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "K" when "k"
                       perform manter-calendario
                   when "X" when "x"
                       continue
                   when other
                   if we-concurso > ws-ultimo-concurso
                       move we-concurso to ws-ultimo-concurso
                   end-if
                   move "I" to wj-operacao
                   move space to wj-imagem-antes
                   move ws-total-resultados to ws-t
                   perform montar-imagem-resultado
                   move ws-imagem-resultado to wj-imagem-depois
                   perform gravar-jornal-alteracao
                   display "Concurso " we-concurso " incluido."
                   perform conferir-calendario-resultado
               else
                   display "Concurso rejeitado: " ws-motivo-rejeicao
               end-if
               perform aceitar-data-e-numeros
               perform validar-data-e-numeros

               if ws-valido-sim
                   move "Correcao do resultado do concurso"
                       to ws-fch-descricao
                   perform conferir-mes-fechado-concurso
                   if ws-fch-recusado
                       set ws-valido-nao to true
                       move "concurso ja usado em mes fechado"
                           to ws-motivo-rejeicao
                   end-if
               end-if

               if ws-valido-sim
                   move ws-indice-achado to ws-t
                   perform montar-imagem-resultado
                   move ws-imagem-resultado to wj-imagem-antes
                   move ws-indice-achado to ws-t
                   perform mover-edicao-para-indice
                   perform regravar-resultados
                   move "A" to wj-operacao
                   move ws-indice-achado to ws-t
                   perform montar-imagem-resultado
                   move ws-imagem-resultado to wj-imagem-depois
                   perform gravar-jornal-alteracao
                   display "Concurso " we-concurso " corrigido."
               else
                   display "Correcao rejeitada: " ws-motivo-rejeicao
                   display "Somente o ultimo concurso (" ws-ultimo-concurso
                       ") pode ser excluido, para nao abrir buraco."
               else
                   move "Exclusao do resultado do concurso"
                       to ws-fch-descricao
                   perform conferir-mes-fechado-concurso
                   if ws-fch-recusado
                       display "Concurso " we-concurso " nao excluido."
                   else
                       move "E" to wj-operacao
                       move ws-indice-achado to ws-t
                       perform montar-imagem-resultado
                       move ws-imagem-resultado to wj-imagem-antes
                       move space to wj-imagem-depois

                       move ws-indice-achado to ws-t
                       perform until ws-t >= ws-total-resultados
                           move ws-resultado(ws-t + 1)
                               to ws-resultado(ws-t)
                           add 1 to ws-t
                       end-perform
                       subtract 1 from ws-total-resultados
                       perform recalcular-ultimo-concurso
                       perform regravar-resultados
                       perform gravar-jornal-alteracao
                       perform excluir-premiacao-concurso
                       display "Concurso " we-concurso " excluido."
                   end-if
               end-if
           end-if

       excluir-resultado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>o premio do concurso we-concurso ja entrou no livro razao em
      *>mes fechado? entao a alteracao so passa com ajuste de
      *>supervisor (programa35); a descricao vem de quem chama
      *>-----------------------------------------------------------------
       conferir-mes-fechado-concurso section.


           move "C"                   to ws-fch-tipo
           move 0                     to ws-fch-data-inicial
           move 0                     to ws-fch-data-final
           move we-concurso           to ws-fch-concurso
           move ws-formato-manutencao to ws-fch-formato-jogo
           move 0                     to ws-fch-aposta-id
           move "programa07"          to ws-fch-programa
           move ls-operador-codigo    to ws-fch-operador
           move "I"                   to ws-fch-modo

           call "programa35" using ws-consulta-fechamento


           .
       conferir-mes-fechado-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>importacao em massa do CSV baixado do site da Caixa, no formato
      *>concurso;dd/mm/aaaa;n1;n2;n3;n4;n5;n6 (uma linha por concurso)
           move 0 to ws-total-importados
           move 0 to ws-total-rejeitados
           move 0 to ws-linha-csv
           move 0 to ws-total-avisos-calendario

      *>--- guardar onde a base parava antes da importacao: e o piso
      *>--- da varredura quando este jogo nunca foi varrido, para a
      *>--- primeira varredura nao conferir a base historica inteira
           move ws-ultimo-concurso to ws-concurso-antes-importacao

           move 0 to ws-premiacoes-novas
           perform carregar-premiacoes

           open input importacao-file

           set ws-fim-nao to true
               perform regravar-resultados
           end-if

           if ws-premiacoes-novas > 0
               perform regravar-premiacoes
           end-if

           display " "
           display "=== Resumo da importacao ==="
           display "Linhas lidas do CSV:   " ws-linha-csv
           display "Concursos importados:  " ws-total-importados
           display "Concursos rejeitados:  " ws-total-rejeitados
           display "Premiacoes gravadas:   " ws-premiacoes-novas
           display "Avisos do calendario:  " ws-total-avisos-calendario

      *>--- com concursos novos na base, conferir na hora todas as
      *>--- apostas, carteiras e boloes contra eles, para nenhuma
                    ws-csv-campo(7)
                    ws-csv-campo(8)
                    ws-csv-campo(9)
                    ws-csv-campo(10)
                    ws-csv-campo(11)
                    ws-csv-campo(12)
                    ws-csv-campo(13)
                    ws-csv-campo(14)
                    ws-csv-campo(15)
           end-unstring

           if ws-csv-concurso = space or
                       perform mover-edicao-para-tabela
                       move we-concurso to ws-ultimo-concurso
                       add 1 to ws-total-importados
                       move "I" to wj-operacao
                       move space to wj-imagem-antes
                       move ws-total-resultados to ws-t
                       perform montar-imagem-resultado
                       move ws-imagem-resultado to wj-imagem-depois
                       perform gravar-jornal-alteracao
                       perform conferir-calendario-resultado
                       perform guardar-premiacao-csv
                   end-if
               else
                   add 1 to ws-total-rejeitados
                   display "linha " ws-linha-csv " rejeitada: "
                       ws-motivo-rejeicao
      *>--- concurso que ja estava na base (importado antes da
      *>--- premiacao ser guardada) ainda completa a premiacao dele
                   perform localizar-concurso-tabela
                   if ws-indice-achado <> 0
                       perform guardar-premiacao-csv
                   end-if
               end-if
           end-if

       importar-uma-linha-csv-exit.
           exit.

      *>-----------------------------------------------------------------
      *>guardar na tabela a premiacao do concurso we-concurso da linha
      *>corrente do CSV, se a linha traz as colunas de premiacao e o
      *>concurso ainda nao tem premiacao guardada; sem a coluna de
      *>acumulado, acumulou quem nao teve ganhador na faixa principal
      *>-----------------------------------------------------------------
       guardar-premiacao-csv section.


           if ws-csv-campo(ws-qtd-dezenas + 4) = space and
                   ws-csv-campo(ws-qtd-dezenas + 7) = space and
                   ws-csv-campo(ws-qtd-dezenas + 9) = space
               continue
           else
               perform localizar-premiacao-concurso

               if ws-indice-premiacao = 0
                   if ws-total-premiacao >= ws-max-premiacao
                       display "linha " ws-linha-csv
                           ": tabela de premiacao cheia, nao guardada"
                   else
                       initialize reg-concurso-premiacao
                       move ws-formato-manutencao to cp-formato-jogo
                       move we-concurso           to cp-concurso
                       compute cp-data =
                           we-ano * 10000 + we-mes * 100 + we-dia

                       move 0 to ws-i
                       perform 3 times
                           add 1 to ws-i
                           compute ws-campo-premiacao =
                               ws-qtd-dezenas + 3 + ws-i
                           move ws-csv-campo(ws-campo-premiacao)
                               to ws-campo-ganhadores
                           perform converter-ganhadores-csv
                           move ws-ganhadores-conv to cp-ganhadores(ws-i)
                       end-perform

                       move ws-csv-campo(ws-qtd-dezenas + 7)
                           to ws-rateio-digitado
                       perform converter-rateio-digitado
                       move we-rateio-conv to cp-arrecadacao

                       evaluate ws-csv-campo(ws-qtd-dezenas + 8)
                           when "S" when "s"
                               set cp-acumulou to true
                           when "N" when "n"
                               set cp-nao-acumulou to true
                           when other
                               if cp-ganhadores(3) = 0
                                   set cp-acumulou to true
                               else
                                   set cp-nao-acumulou to true
                               end-if
                       end-evaluate

                       move ws-csv-campo(ws-qtd-dezenas + 9)
                           to ws-rateio-digitado
                       perform converter-rateio-digitado
                       move we-rateio-conv to cp-estimativa-proximo

                       add 1 to ws-total-premiacao
                       move reg-concurso-premiacao
                           to ws-premiacao(ws-total-premiacao)
                       add 1 to ws-premiacoes-novas
                   end-if
               end-if
           end-if


           .
       guardar-premiacao-csv-exit.
           exit.

      *>-----------------------------------------------------------------
      *>converter a quantidade de ganhadores de uma faixa do CSV; em
      *>branco ou invalida vale zero
      *>-----------------------------------------------------------------
       converter-ganhadores-csv section.


           if ws-campo-ganhadores = space or
                   function test-numval(ws-campo-ganhadores) <> 0
               move 0 to ws-ganhadores-conv
           else
               compute ws-ganhadores-conv =
                   function numval(ws-campo-ganhadores)
           end-if


           .
       converter-ganhadores-csv-exit.
           exit.

      *>-----------------------------------------------------------------
      *>procurar na tabela a premiacao do concurso we-concurso do jogo
      *>da sessao (0 = nao achou)
      *>-----------------------------------------------------------------
       localizar-premiacao-concurso section.


           move 0 to ws-indice-premiacao
           move 0 to ws-p
           perform until ws-p = ws-total-premiacao or
                   ws-indice-premiacao <> 0
               add 1 to ws-p
               if wp-formato-jogo(ws-p) = ws-formato-manutencao and
                       wp-concurso(ws-p) = we-concurso
                   move ws-p to ws-indice-premiacao
               end-if
           end-perform


           .
       localizar-premiacao-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar CONCURSOS-PREMIACAO.DAT inteiro (todos os jogos)
      *>-----------------------------------------------------------------
       carregar-premiacoes section.


           move 0 to ws-total-premiacao

           open input premiacao-file

           set ws-fim-nao to true
           read premiacao-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-premiacao < ws-max-premiacao
                   add 1 to ws-total-premiacao
                   move reg-concurso-premiacao
                       to ws-premiacao(ws-total-premiacao)
               end-if

               read premiacao-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close premiacao-file


           .
       carregar-premiacoes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>regravar CONCURSOS-PREMIACAO.DAT a partir da tabela em memoria
      *>-----------------------------------------------------------------
       regravar-premiacoes section.


           open output premiacao-file

           move 0 to ws-p
           perform until ws-p = ws-total-premiacao
               add 1 to ws-p
               move ws-premiacao(ws-p) to reg-concurso-premiacao
               write reg-concurso-premiacao
           end-perform

           close premiacao-file


           .
       regravar-premiacoes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>tirar a premiacao do concurso we-concurso, excluido do arquivo
      *>de resultados do jogo da sessao
      *>-----------------------------------------------------------------
       excluir-premiacao-concurso section.


           perform carregar-premiacoes
           perform localizar-premiacao-concurso

           if ws-indice-premiacao <> 0
               move ws-indice-premiacao to ws-p
               perform until ws-p >= ws-total-premiacao
                   move ws-premiacao(ws-p + 1) to ws-premiacao(ws-p)
                   add 1 to ws-p
               end-perform
               subtract 1 from ws-total-premiacao
               perform regravar-premiacoes
           end-if


           .
       excluir-premiacao-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>aceitar pela tela a data e os 6 numeros do concurso em edicao
      *>-----------------------------------------------------------------
       mover-edicao-para-indice-exit.
           exit.

      *>-----------------------------------------------------------------
      *>montar em ws-imagem-resultado o registro da posicao ws-t da
      *>tabela no layout do arquivo do jogo da sessao, como ele fica
      *>gravado, para o jornal de alteracoes
      *>-----------------------------------------------------------------
       montar-imagem-resultado section.


           if ws-manut-quina
               move wt-concurso(ws-t) to rq-concurso
               move wt-ano(ws-t)      to rq-ano
               move wt-mes(ws-t)      to rq-mes
               move wt-dia(ws-t)      to rq-dia
               move 0 to ws-i
               perform 6 times
                   add 1 to ws-i
                   move wt-numeros(ws-t, ws-i) to rq-numeros(ws-i)
               end-perform
               move wt-rateio-quadra(ws-t) to rq-rateio-terno
               move wt-rateio-quina(ws-t)  to rq-rateio-quadra
               move wt-rateio-sena(ws-t)   to rq-rateio-quina
               move reg-resultado-quina    to ws-imagem-resultado
           else
               move wt-concurso(ws-t) to rr-concurso
               move wt-ano(ws-t)      to rr-ano
               move wt-mes(ws-t)      to rr-mes
               move wt-dia(ws-t)      to rr-dia
               move 0 to ws-i
               perform 6 times
                   add 1 to ws-i
                   move wt-numeros(ws-t, ws-i) to rr-numeros(ws-i)
               end-perform
               move wt-rateio-quadra(ws-t) to rr-rateio-quadra
               move wt-rateio-quina(ws-t)  to rr-rateio-quina
               move wt-rateio-sena(ws-t)   to rr-rateio-sena
               move reg-resultado-oficial  to ws-imagem-resultado
           end-if


           .
       montar-imagem-resultado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar no jornal de alteracoes a entrada montada em
      *>ws-jornal-pendente, com o operador da sessao e a data e hora
      *>-----------------------------------------------------------------
       gravar-jornal-alteracao section.


      *>--- sem arquivo informado, a entrada e do arquivo de
      *>--- resultados do jogo da sessao
           if wj-arquivo = space
               if ws-manut-quina
                   move "RESULTADOS-QUINA.DAT"    to wj-arquivo
               else
                   move "RESULTADOS-MEGASENA.DAT" to wj-arquivo
               end-if
           end-if

           move function current-date to ws-data-hora-jornal

           open extend jornal-file

           move ws-dh-data          to jn-data
           move ws-dh-hora          to jn-hora
           move ls-operador-codigo  to jn-operador
           move "programa07"        to jn-programa
           move wj-arquivo          to jn-arquivo
           move wj-operacao         to jn-operacao
           move wj-imagem-antes     to jn-imagem-antes
           move wj-imagem-depois    to jn-imagem-depois
           write reg-jornal-alteracao

           close jornal-file

           move space to wj-arquivo


           .
       gravar-jornal-alteracao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>varrer os concursos recem importados contra todas as apostas
      *>do cadastro, as carteiras gravadas e as apostas de bolao,
           end-if

           move 0 to ws-alertas-gerados
           move 0 to ws-resgates-gerados
           move 0 to ws-premios-sem-recibo
           move space to ws-marca-recibo
           perform carregar-chaves-resgate
           perform carregar-recibos-loterica

           open extend alertas-file
           open extend resgates-file

           move 0 to ws-idx-varrido
           perform until ws-idx-varrido = ws-total-resultados
           end-perform

           close alertas-file
           close resgates-file

           if ws-manut-quina
               if ws-ultimo-concurso > ws-ultimo-varrido-quina
           display " "
           display "=== Varredura de premios ==="
           display "Alertas gerados: " ws-alertas-gerados
           display "Resgates de premio abertos: " ws-resgates-gerados
           if ws-premios-sem-recibo > 0
               display "ATENCAO: " ws-premios-sem-recibo
                   " premio(s) de aposta jogada sem recibo da loterica"
                   " (menu V do sistema)."
           end-if
           if ws-alertas-gerados > 0
               display "PREMIOS PENDENTES DE CONFERENCIA:"
                   " veja ALERTA-PREMIOS.DAT (menu C do sistema)."

      *>-----------------------------------------------------------------
      *>varrer o concurso ws-idx-varrido contra todas as apostas do
      *>cadastro indexado do mesmo jogo da sessao, lidas pela chave
      *>alternada do formato do jogo: a Quina so le as apostas de
      *>formato 4, a Mega Sena as de 0 a 2, sem passar pelas dos
      *>outros jogos
      *>-----------------------------------------------------------------
       varrer-apostas-cadastro section.


           if ws-manut-quina
               move 4 to ws-formato-inicial-varrido
               move 4 to ws-formato-final-varrido
           else
               move 0 to ws-formato-inicial-varrido
               move 2 to ws-formato-final-varrido
           end-if

           open input aposta-master-file

           set ws-fim-nao to true
           move ws-formato-inicial-varrido to am-formato-jogo
           start aposta-master-file
               key is >= am-formato-jogo
               invalid key set ws-fim-sim to true
           end-start

           if ws-fim-nao
               read aposta-master-file next record
                   at end set ws-fim-sim to true
               end-read
               if ws-fim-nao and
                       am-formato-jogo > ws-formato-final-varrido
                   set ws-fim-sim to true
               end-if
           end-if

           perform until ws-fim-sim
               perform verificar-sequencia-varrida
               if ((ws-manut-quina and am-formato-jogo = 4) or
                       (ws-manut-mega and am-formato-jogo <> 3 and
                        am-formato-jogo <> 4)) and
                       ws-na-sequencia-sim
                   perform montar-numeros-varridos
                   perform contar-acertos-varridos

                              am-aposta-id delimited by size
                              into ws-dono-alerta
                       end-string
                       perform verificar-recibo-premio
                       perform gravar-alerta-premio
      *>--- so a aposta jogada de verdade tem premio a resgatar; a
      *>--- aposta de bolao e resgatada pela propria aposta-id
                       if am-concurso-alvo is numeric and
                               am-concurso-alvo <> 0 and
                               ws-rateio-alerta > 0
                           perform gravar-resgate-premio
                       end-if
                   end-if
               end-if

               read aposta-master-file next record
                   at end set ws-fim-sim to true
               end-read
               if ws-fim-nao and
                       am-formato-jogo > ws-formato-final-varrido
                   set ws-fim-sim to true
               end-if
           end-perform

           close aposta-master-file
       varrer-apostas-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>verificar se o concurso ws-idx-varrido esta na sequencia de
      *>concursos da aposta corrente do cadastro: sem concurso alvo
      *>(simulada) concorre sempre; jogada, so do concurso alvo ate o
      *>ultimo da teimosinha (registros sem o campo valem 1 concurso)
      *>-----------------------------------------------------------------
       verificar-sequencia-varrida section.


           set ws-na-sequencia-sim to true

           if am-concurso-alvo is numeric and am-concurso-alvo <> 0
               if am-qtd-concursos is numeric and am-qtd-concursos > 0
                   move am-qtd-concursos to ws-qtd-concursos-varrida
               else
                   move 1 to ws-qtd-concursos-varrida
               end-if
               compute ws-concurso-final-varrido =
                   am-concurso-alvo + ws-qtd-concursos-varrida - 1

               if wt-concurso(ws-idx-varrido) < am-concurso-alvo or
                       wt-concurso(ws-idx-varrido) >
                       ws-concurso-final-varrido
                   set ws-na-sequencia-nao to true
               end-if
           end-if


           .
       verificar-sequencia-varrida-exit.
           exit.

      *>-----------------------------------------------------------------
      *>juntar os numeros da aposta corrente do cadastro em uma tabela
      *>unica de 15 posicoes (originais 1-10 mais a extensao 11-15)
               if ws-acertos-varridos >= 4
                   move "CARTEIRA" to ws-origem-alerta
                   move ca-nome    to ws-dono-alerta
                   move space      to ws-marca-recibo
                   perform gravar-alerta-premio
               end-if

                   invalid key
                       continue
                   not invalid key
                       perform verificar-sequencia-varrida
                       if ((ws-manut-quina and am-formato-jogo = 4) or
                               (ws-manut-mega and
                                am-formato-jogo <> 3 and
                                am-formato-jogo <> 4)) and
                               ws-na-sequencia-sim
                           perform montar-numeros-varridos
                           perform contar-acertos-varridos

                           if ws-acertos-varridos >= 4
                               move "BOLAO   " to ws-origem-alerta
                               move ba-bolao-nome to ws-dono-alerta
                               perform verificar-recibo-premio
                               perform gravar-alerta-premio
                           end-if
                       end-if
                  ws-acertos-varridos delimited by size
                  " acertos - rateio R$ " delimited by size
                  function trim(ws-rateio-alerta-ed) delimited by size
                  ws-marca-recibo delimited by size
                  into reg-alerta
           end-string

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
      *>marcar o acerto da aposta corrente do cadastro quando ela esta
      *>jogada (tem concurso alvo) e nao tem recibo da loterica; a
      *>simulacao nao foi comprada e nao leva marca
      *>-----------------------------------------------------------------
       verificar-recibo-premio section.


           move space to ws-marca-recibo

           if am-concurso-alvo is numeric and am-concurso-alvo <> 0
               set ws-recibo-nao-achou to true
               move 0 to ws-r
               perform until ws-r = ws-total-recibos or ws-recibo-achou
                   add 1 to ws-r
                   if ws-recibo-aposta-id(ws-r) = am-aposta-id
                       set ws-recibo-achou to true
                   end-if
               end-perform

               if ws-recibo-nao-achou
                   move " ** SEM RECIBO" to ws-marca-recibo
                   add 1 to ws-premios-sem-recibo
               end-if
           end-if


           .
       verificar-recibo-premio-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar as chaves (aposta e concurso) dos resgates ja gravados
      *>-----------------------------------------------------------------
       carregar-chaves-resgate section.


           move 0 to ws-total-resgates

           open input resgates-file

           set ws-fim-nao to true
           read resgates-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-resgates < ws-max-resgates
                   add 1 to ws-total-resgates
                   move rg-aposta-id to rs-aposta-id(ws-total-resgates)
                   move rg-concurso  to rs-concurso(ws-total-resgates)
               end-if

               read resgates-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resgates-file


           .
       carregar-chaves-resgate-exit.
           exit.

      *>-----------------------------------------------------------------
      *>abrir o resgate pendente do acerto recem alertado da aposta
      *>corrente do cadastro: valor bruto da faixa, imposto retido
      *>acima do limite de isencao, valor liquido e prazo de 90 dias
      *>a contar da data do sorteio
      *>-----------------------------------------------------------------
       gravar-resgate-premio section.


           move 0 to ws-indice-resgate
           move 0 to ws-r
           perform until ws-r = ws-total-resgates or
                   ws-indice-resgate <> 0
               add 1 to ws-r
               if rs-aposta-id(ws-r) = am-aposta-id and
                       rs-concurso(ws-r) = wt-concurso(ws-idx-varrido)
                   move ws-r to ws-indice-resgate
               end-if
           end-perform

           if ws-indice-resgate = 0
               move space                 to reg-resgate-premio
               move am-aposta-id          to rg-aposta-id
               move wt-concurso(ws-idx-varrido) to rg-concurso
               move ws-formato-manutencao to rg-formato-jogo
               move ws-acertos-varridos   to rg-acertos
               compute rg-data-sorteio =
                   wt-ano(ws-idx-varrido) * 10000 +
                   wt-mes(ws-idx-varrido) * 100 +
                   wt-dia(ws-idx-varrido)

               compute ws-dia-juliano =
                   function integer-of-date(rg-data-sorteio)
                   + ws-prazo-resgate
               compute rg-data-limite =
                   function date-of-integer(ws-dia-juliano)

               move ws-rateio-alerta to rg-valor-bruto
               if rg-valor-bruto > ws-limite-isencao-ir
                   compute rg-valor-ir rounded =
                       rg-valor-bruto * ws-aliquota-ir
               else
                   move 0 to rg-valor-ir
               end-if
               compute rg-valor-liquido = rg-valor-bruto - rg-valor-ir

               set rg-pendente to true
               move 0 to rg-data-resgate
               move 0 to rg-valor-recebido

               write reg-resgate-premio
               add 1 to ws-resgates-gerados

               if ws-total-resgates < ws-max-resgates
                   add 1 to ws-total-resgates
                   move rg-aposta-id to rs-aposta-id(ws-total-resgates)
                   move rg-concurso  to rs-concurso(ws-total-resgates)
               end-if
           end-if


           .
       gravar-resgate-premio-exit.
           exit.

      *>-----------------------------------------------------------------
      *>reencontrar o maior concurso apos uma exclusao
      *>-----------------------------------------------------------------
       recalcular-ultimo-concurso section.


           move 0 to ws-ultimo-concurso
           move 0 to ws-t
           perform until ws-t = ws-total-resultados
               add 1 to ws-t
               if wt-concurso(ws-t) > ws-ultimo-concurso
                   move wt-concurso(ws-t) to ws-ultimo-concurso
               end-if
           end-perform


           .
       recalcular-ultimo-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar o calendario de concursos de todos os jogos para a
      *>tabela em memoria
      *>-----------------------------------------------------------------
       carregar-calendario section.


           move 0 to ws-total-calendario

           open input calendario-file

           set ws-fim-nao to true
           read calendario-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-calendario < ws-max-calendario
                   add 1 to ws-total-calendario
                   move reg-calendario-concurso
                       to ws-calendario(ws-total-calendario)
               end-if

               read calendario-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close calendario-file


           .
       carregar-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>regravar o calendario inteiro a partir da tabela em memoria
      *>-----------------------------------------------------------------
       regravar-calendario section.


           open output calendario-file

           move 0 to ws-c
           perform until ws-c = ws-total-calendario
               add 1 to ws-c
               move ws-calendario(ws-c) to reg-calendario-concurso
               write reg-calendario-concurso
           end-perform

           close calendario-file


           .
       regravar-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>manutencao do calendario de concursos do jogo da sessao; o
      *>apostador so consulta
      *>-----------------------------------------------------------------
       manter-calendario section.


           move space to ws-opcao-calendario
           perform until ws-opcao-calendario = "X" or
                   ws-opcao-calendario = "x"
               display " "
               display "=== Calendario de concursos ==="
               display "L-listar  I-incluir/alterar  E-excluir"
               display "C-importar CSV do calendario  X-voltar"
               display "Opcao: " with no advancing
               accept ws-opcao-calendario

               evaluate ws-opcao-calendario
                   when "L" when "l"
                       perform listar-calendario
                   when "I" when "i"
                       if ls-perfil-supervisor
                           perform incluir-calendario
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "E" when "e"
                       if ls-perfil-supervisor
                           perform excluir-calendario
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "C" when "c"
                       if ls-perfil-supervisor
                           perform importar-calendario-csv
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "X" when "x"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform


           .
       manter-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>listar os concursos do calendario do jogo da sessao, com a
      *>marca dos que ja tem resultado oficial no arquivo
      *>-----------------------------------------------------------------
       listar-calendario section.


           display " "
           display "concurso  data prevista  especial  situacao"
           move 0 to ws-c
           perform until ws-c = ws-total-calendario
               add 1 to ws-c
               if cl-formato-jogo(ws-c) = ws-formato-manutencao
                   move cl-concurso(ws-c) to we-concurso
                   perform localizar-concurso-tabela
                   if ws-indice-achado = 0
                       move "sem resultado" to ws-situacao-calendario
                   else
                       move "com resultado" to ws-situacao-calendario
                   end-if
                   display cl-concurso(ws-c) "      "
                       cl-data-sorteio(ws-c) "       "
                       cl-especial(ws-c) "         "
                       ws-situacao-calendario
               end-if
           end-perform


           .
       listar-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>incluir um concurso no calendario pela tela; se o concurso ja
      *>esta no calendario do jogo, a data e a marca sao corrigidas
      *>-----------------------------------------------------------------
       incluir-calendario section.


           display " "
           display "Numero do concurso: " with no advancing
           accept ce-concurso
           display "Data prevista do sorteio (dd/mm/aaaa): "
               with no advancing
           accept ws-data-digitada
           display "Sorteio especial, como a Mega da Virada? (S/N): "
               with no advancing
           accept ce-especial

           perform validar-calendario-edicao

           if ws-valido-sim
               perform gravar-entrada-calendario
               perform regravar-calendario
               display "Concurso " ce-concurso " gravado no calendario."
           else
               display "Concurso rejeitado: " ws-motivo-rejeicao
           end-if


           .
       incluir-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>excluir um concurso do calendario do jogo da sessao
      *>-----------------------------------------------------------------
       excluir-calendario section.


           display " "
           display "Numero do concurso a tirar do calendario: "
               with no advancing
           accept ce-concurso
           move ws-formato-manutencao to ce-formato-jogo

           perform localizar-calendario

           if ws-indice-calendario = 0
               display "Concurso " ce-concurso " nao esta no calendario."
           else
               move "CALENDARIO-CONCURSOS.DAT" to wj-arquivo
               move "E" to wj-operacao
               move ws-calendario(ws-indice-calendario) to wj-imagem-antes
               move space to wj-imagem-depois

               move ws-indice-calendario to ws-c
               perform until ws-c >= ws-total-calendario
                   move ws-calendario(ws-c + 1) to ws-calendario(ws-c)
                   add 1 to ws-c
               end-perform
               subtract 1 from ws-total-calendario
               perform regravar-calendario
               perform gravar-jornal-alteracao
               display "Concurso " ce-concurso " tirado do calendario."
           end-if


           .
       excluir-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>importar o calendario do jogo da sessao do CSV, no formato
      *>concurso;dd/mm/aaaa;especial (S/N, em branco N), uma linha por
      *>concurso; concurso ja no calendario tem a data corrigida
      *>-----------------------------------------------------------------
       importar-calendario-csv section.


           move 0 to ws-calendario-gravados
           move 0 to ws-total-rejeitados
           move 0 to ws-linha-csv

           open input calendario-importacao-file

           set ws-fim-nao to true
           read calendario-importacao-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               add 1 to ws-linha-csv
               move space to ws-campos-calendario-csv
               unstring reg-calendario-importacao delimited by ";"
                   into ws-cal-csv-concurso
                        ws-cal-csv-data
                        ws-cal-csv-especial
               end-unstring

               if ws-cal-csv-concurso = space or
                       function test-numval(ws-cal-csv-concurso) <> 0
                   move 0 to ce-concurso
               else
                   compute ce-concurso =
                       function numval(ws-cal-csv-concurso)
               end-if
               move ws-cal-csv-data     to ws-data-digitada
               move ws-cal-csv-especial to ce-especial

               perform validar-calendario-edicao

               if ws-valido-sim
                   perform gravar-entrada-calendario
                   add 1 to ws-calendario-gravados
               else
                   add 1 to ws-total-rejeitados
                   display "linha " ws-linha-csv " rejeitada: "
                       ws-motivo-rejeicao
               end-if

               read calendario-importacao-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close calendario-importacao-file

           if ws-calendario-gravados > 0
               perform regravar-calendario
           end-if

           display " "
           display "=== Resumo da importacao do calendario ==="
           display "Linhas lidas do CSV:   " ws-linha-csv
           display "Concursos gravados:    " ws-calendario-gravados
           display "Linhas rejeitadas:     " ws-total-rejeitados


           .
       importar-calendario-csv-exit.
           exit.

      *>-----------------------------------------------------------------
      *>validar o concurso do calendario em edicao: numero, data
      *>prevista (dd/mm/aaaa em ws-data-digitada) e marca de especial
      *>-----------------------------------------------------------------
       validar-calendario-edicao section.


           set ws-valido-sim to true
           move space to ws-motivo-rejeicao
           move ws-formato-manutencao to ce-formato-jogo

           inspect ce-especial converting "sn" to "SN"
           if ce-especial = space
               set ce-sorteio-normal to true
           end-if

           perform desmontar-data-digitada

           if ce-concurso = 0
               set ws-valido-nao to true
               move "numero de concurso zerado" to ws-motivo-rejeicao
           end-if

           if ws-valido-sim
               if we-mes < 1 or we-mes > 12 or we-ano < 1994
                   set ws-valido-nao to true
                   move "data prevista invalida" to ws-motivo-rejeicao
               else
                   if we-dia < 1 or we-dia > ws-dias-mes(we-mes)
                       set ws-valido-nao to true
                       move "data prevista invalida" to ws-motivo-rejeicao
                   end-if
                   if we-mes = 2 and we-dia = 29
                       compute ws-ano-bissexto = function mod(we-ano 4)
                       if ws-ano-bissexto <> 0
                           set ws-valido-nao to true
                           move "29/02 em ano nao bissexto"
                               to ws-motivo-rejeicao
                       end-if
                   end-if
               end-if
           end-if

           if ws-valido-sim and not ce-sorteio-especial and
                   not ce-sorteio-normal
               set ws-valido-nao to true
               move "marca de sorteio especial deve ser S ou N"
                   to ws-motivo-rejeicao
           end-if

           if ws-valido-sim
               compute ce-data-sorteio =
                   we-ano * 10000 + we-mes * 100 + we-dia
           end-if


           .
       validar-calendario-edicao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar na tabela o concurso do calendario em edicao: corrige o
      *>que ja existe ou acrescenta no fim, com a entrada no jornal
      *>-----------------------------------------------------------------
       gravar-entrada-calendario section.


           perform localizar-calendario

           move "CALENDARIO-CONCURSOS.DAT" to wj-arquivo

           if ws-indice-calendario <> 0
               move "A" to wj-operacao
               move ws-calendario(ws-indice-calendario) to wj-imagem-antes
               move ws-calendario-edicao
                   to ws-calendario(ws-indice-calendario)
               move ws-calendario(ws-indice-calendario)
                   to wj-imagem-depois
               perform gravar-jornal-alteracao
           else
               if ws-total-calendario >= ws-max-calendario
                   display "Calendario cheio: concurso " ce-concurso
                       " nao gravado."
                   move space to wj-arquivo
               else
                   add 1 to ws-total-calendario
                   move ws-calendario-edicao
                       to ws-calendario(ws-total-calendario)
                   move "I" to wj-operacao
                   move space to wj-imagem-antes
                   move ws-calendario(ws-total-calendario)
                       to wj-imagem-depois
                   perform gravar-jornal-alteracao
               end-if
           end-if


           .
       gravar-entrada-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>procurar ce-formato-jogo/ce-concurso no calendario (0 = nao
      *>achou)
      *>-----------------------------------------------------------------
       localizar-calendario section.


           move 0 to ws-indice-calendario
           move 0 to ws-c
           perform until ws-c = ws-total-calendario or
                   ws-indice-calendario <> 0
               add 1 to ws-c
               if cl-formato-jogo(ws-c) = ce-formato-jogo and
                       cl-concurso(ws-c) = ce-concurso
                   move ws-c to ws-indice-calendario
               end-if
           end-perform


           .
       localizar-calendario-exit.
           exit.

      *>-----------------------------------------------------------------
      *>conferir o resultado recem gravado (we-concurso e a data) com
      *>o calendario do jogo: avisa o concurso que nao esta previsto e
      *>a data de sorteio diferente da prevista, sem rejeitar
      *>-----------------------------------------------------------------
       conferir-calendario-resultado section.


           move ws-formato-manutencao to ce-formato-jogo
           move we-concurso           to ce-concurso
           perform localizar-calendario

           move we-ano to ws-dr-ano
           move we-mes to ws-dr-mes
           move we-dia to ws-dr-dia

           if ws-indice-calendario = 0
               add 1 to ws-total-avisos-calendario
               display "Aviso: concurso " we-concurso
                   " nao esta no calendario de concursos."
           else
               if cl-data-sorteio(ws-indice-calendario) <>
                       ws-data-resultado
                   add 1 to ws-total-avisos-calendario
                   display "Aviso: concurso " we-concurso
                       " sorteado em " ws-data-resultado
                       " e previsto no calendario para "
                       cl-data-sorteio(ws-indice-calendario) "."
               end-if
           end-if


           .
       conferir-calendario-resultado-exit.
           exit.

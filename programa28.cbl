      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa28".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 24/09/2026.
       date-compiled. 24/09/2026.

      *>--- lista diaria de excecoes da cadeia noturna: concursos do
      *>--- calendario (CALENDARIO-CONCURSOS.DAT) com a data de sorteio
      *>--- ja passada e ainda sem resultado oficial importado em
      *>--- RESULTADOS-MEGASENA.DAT ou RESULTADOS-QUINA.DAT; a data de
      *>--- referencia e hoje, ou a de PARAM-NOTURNO.DAT (dd/mm/aaaa)
      *>--- numa reexecucao; grava RELATORIO-PENDENTES-IMPORTACAO.DAT e
      *>--- devolve retorno 4 quando ha concurso pendente

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional calendario-file
               assign to "CALENDARIO-CONCURSOS.DAT"
               organization is line sequential.

           select optional resultados-file
               assign to "RESULTADOS-MEGASENA.DAT"
               organization is line sequential.

           select optional resultados-quina-file
               assign to "RESULTADOS-QUINA.DAT"
               organization is line sequential.

           select optional param-noturno-file
               assign to "PARAM-NOTURNO.DAT"
               organization is line sequential.

           select relatorio-file
               assign to "RELATORIO-PENDENTES-IMPORTACAO.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  calendario-file.
           copy "CPY-CALENDARIO.CPY".

       fd  resultados-file.
           copy "CPY-RESULT.CPY".

       fd  resultados-quina-file.
           copy "CPY-RESQUI.CPY".

       fd  param-noturno-file.
       01  reg-param-noturno.
           05  pn-parametro1                pic x(10).
           05  pn-parametro2                pic x(10).

       fd  relatorio-file.
       01  reg-relatorio                    pic x(132).

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- concursos com resultado gravado, por jogo
       01  ws-tabela-concursos-mega.
           05  ws-concurso-mega occurs 5000 pic 9(04).

       01  ws-tabela-concursos-quina.
           05  ws-concurso-quina occurs 2000 pic 9(04).

       77  ws-total-mega                    pic 9(04) value 0.
       77  ws-max-mega                      pic 9(04) value 5000.
       77  ws-total-quina                   pic 9(04) value 0.
       77  ws-max-quina                     pic 9(04) value 2000.

       01  ws-resultado-existe              pic x(01) value "n".
           88  ws-resultado-gravado         value "s".
           88  ws-resultado-nao-gravado     value "n".

       01  ws-data-corrente.
           05  ws-dc-data                   pic 9(08).
           05  filler                       pic x(13).

       01  ws-data-digitada                 pic x(10).
       01  ws-campo-dia                     pic x(02).
       01  ws-campo-mes                     pic x(02).
       01  ws-campo-ano                     pic x(04).
       77  ws-data-conv                     pic 9(08) value 0.
       77  ws-data-referencia               pic 9(08) value 0.

       77  ws-dias-atraso                   pic 9(05) value 0.
       77  ws-dias-ed                       pic z(4)9.
       01  ws-nome-jogo                     pic x(10) value space.
       01  ws-marca-especial                pic x(09) value space.

       77  ws-total-lidos                   pic 9(05) value 0.
       77  ws-total-pendentes               pic 9(05) value 0.
       77  ws-t                             pic 9(04).

      *>--- declaração do corpo do programa
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move 0 to ws-total-lidos
           move 0 to ws-total-pendentes

           move function current-date to ws-data-corrente
           move ws-dc-data to ws-data-referencia

           perform ler-parametro-noturno

           perform carregar-concursos-mega
           perform carregar-concursos-quina

           open output relatorio-file


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           move "=== CONCURSOS SORTEADOS PENDENTES DE IMPORTACAO ==="
               to reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "Data de referencia: " delimited by size
                  ws-data-referencia delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           write reg-relatorio

           open input calendario-file

           set ws-fim-nao to true
           read calendario-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               add 1 to ws-total-lidos
               if cc-data-sorteio < ws-data-referencia
                   perform verificar-resultado-gravado
                   if ws-resultado-nao-gravado
                       perform imprimir-concurso-pendente
                   end-if
               end-if

               read calendario-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close calendario-file

           if ws-total-pendentes = 0
               move "Nenhum concurso pendente de importacao."
                   to reg-relatorio
               write reg-relatorio
           end-if

           move space to reg-relatorio
           write reg-relatorio
           move space to reg-relatorio
           string "Concursos no calendario: " delimited by size
                  ws-total-lidos delimited by size
                  " - pendentes de importacao: " delimited by size
                  ws-total-pendentes delimited by size
                  into reg-relatorio
           write reg-relatorio

           display "Concursos no calendario: " ws-total-lidos
               " pendentes de importacao: " ws-total-pendentes
           display "Relatorio gravado em RELATORIO-PENDENTES-IMPORTACAO.DAT"


           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


           close relatorio-file

      *>--- retorno 4 avisa a cadeia noturna que falta importar
      *>--- resultado, sem interromper os passos seguintes
           if ws-total-pendentes > 0
               move 4 to return-code
           end-if
           goback


           .
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>numa reexecucao a cadeia noturna (programa15) pode gravar em
      *>PARAM-NOTURNO.DAT a data de referencia; sem ela vale hoje
      *>-----------------------------------------------------------------
       ler-parametro-noturno section.


           open input param-noturno-file
           read param-noturno-file
               at end
                   continue
               not at end
                   if pn-parametro1 <> space
                       move pn-parametro1 to ws-data-digitada
                       perform desmontar-data-digitada
                       if ws-data-conv <> 0
                           move ws-data-conv to ws-data-referencia
                       end-if
                   end-if
           end-read
           close param-noturno-file


           .
       ler-parametro-noturno-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os concursos com resultado da Mega Sena
      *>-----------------------------------------------------------------
       carregar-concursos-mega section.


           move 0 to ws-total-mega

           open input resultados-file

           set ws-fim-nao to true
           read resultados-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-mega < ws-max-mega
                   add 1 to ws-total-mega
                   move rr-concurso to ws-concurso-mega(ws-total-mega)
               end-if

               read resultados-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resultados-file


           .
       carregar-concursos-mega-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os concursos com resultado da Quina
      *>-----------------------------------------------------------------
       carregar-concursos-quina section.


           move 0 to ws-total-quina

           open input resultados-quina-file

           set ws-fim-nao to true
           read resultados-quina-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-quina < ws-max-quina
                   add 1 to ws-total-quina
                   move rq-concurso to ws-concurso-quina(ws-total-quina)
               end-if

               read resultados-quina-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resultados-quina-file


           .
       carregar-concursos-quina-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ver se o concurso do calendario lido ja tem resultado no
      *>arquivo do seu jogo
      *>-----------------------------------------------------------------
       verificar-resultado-gravado section.


           set ws-resultado-nao-gravado to true

           move 0 to ws-t
           if cc-formato-jogo = 4
               perform until ws-t = ws-total-quina or
                       ws-resultado-gravado
                   add 1 to ws-t
                   if ws-concurso-quina(ws-t) = cc-concurso
                       set ws-resultado-gravado to true
                   end-if
               end-perform
           else
               perform until ws-t = ws-total-mega or
                       ws-resultado-gravado
                   add 1 to ws-t
                   if ws-concurso-mega(ws-t) = cc-concurso
                       set ws-resultado-gravado to true
                   end-if
               end-perform
           end-if


           .
       verificar-resultado-gravado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir o concurso pendente com os dias desde o sorteio
      *>-----------------------------------------------------------------
       imprimir-concurso-pendente section.


           add 1 to ws-total-pendentes

           compute ws-dias-atraso =
               function integer-of-date(ws-data-referencia) -
               function integer-of-date(cc-data-sorteio)
           move ws-dias-atraso to ws-dias-ed

           if cc-formato-jogo = 4
               move "Quina"      to ws-nome-jogo
           else
               move "Mega Sena"  to ws-nome-jogo
           end-if

           if cc-sorteio-especial
               move "ESPECIAL" to ws-marca-especial
           else
               move space      to ws-marca-especial
           end-if

           move space to reg-relatorio
           string ws-nome-jogo delimited by size
                  " concurso " delimited by size
                  cc-concurso delimited by size
                  " sorteio " delimited by size
                  cc-data-sorteio delimited by size
                  " dias sem resultado " delimited by size
                  ws-dias-ed delimited by size
                  " " delimited by size
                  ws-marca-especial delimited by size
                  into reg-relatorio
           write reg-relatorio


           .
       imprimir-concurso-pendente-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar dd/mm/aaaa para ws-data-conv (aaaammdd); data
      *>invalida vale zero
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

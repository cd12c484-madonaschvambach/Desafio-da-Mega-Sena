      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa24".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 18/09/2026.
       date-compiled. 18/09/2026.

      *>--- relatorio do jornal de alteracoes (JORNAL-ALTERACOES.DAT)
      *>--- dos arquivos de base: lista, na ordem em que aconteceram,
      *>--- as inclusoes, alteracoes, exclusoes e restauracoes, com o
      *>--- operador, a data e hora, o programa e as imagens do
      *>--- registro antes e depois; filtra por arquivo, por operador
      *>--- e por periodo (em branco = todos) e grava
      *>--- RELATORIO-JORNAL.DAT

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional jornal-file
               assign to "JORNAL-ALTERACOES.DAT"
               organization is line sequential.

           select relatorio-file
               assign to "RELATORIO-JORNAL.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  jornal-file.
           copy "CPY-JORNAL.CPY".

       fd  relatorio-file.
       01  reg-relatorio                    pic x(132).

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- filtros do relatorio; em branco valem todos
       01  ws-filtro-arquivo                pic x(30) value space.
       01  ws-filtro-operador               pic x(10) value space.

       01  ws-data-digitada                 pic x(10).
       01  ws-campo-dia                     pic x(02).
       01  ws-campo-mes                     pic x(02).
       01  ws-campo-ano                     pic x(04).

       77  ws-data-conv                     pic 9(08) value 0.
       77  ws-data-inicial                  pic 9(08) value 0.
       77  ws-data-final                    pic 9(08) value 99999999.

       01  ws-descricao-operacao            pic x(11) value space.

       77  ws-total-lidos                   pic 9(08) value 0.
       77  ws-total-listados                pic 9(08) value 0.

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


           move 0        to ws-total-lidos
           move 0        to ws-total-listados
           move 0        to ws-data-inicial
           move 99999999 to ws-data-final

           display " "
           display "=== Jornal de alteracoes dos arquivos de base ==="
           display "Arquivo (ex: TABELA-PRECOS.DAT; em branco todos): "
               with no advancing
           accept ws-filtro-arquivo
           inspect ws-filtro-arquivo
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           display "Operador (em branco todos): " with no advancing
           accept ws-filtro-operador

           display "Data inicial (dd/mm/aaaa; em branco sem limite): "
               with no advancing
           accept ws-data-digitada
           if ws-data-digitada <> space
               perform desmontar-data-digitada
               move ws-data-conv to ws-data-inicial
           end-if

           display "Data final (dd/mm/aaaa; em branco sem limite): "
               with no advancing
           accept ws-data-digitada
           if ws-data-digitada <> space
               perform desmontar-data-digitada
               move ws-data-conv to ws-data-final
           end-if

           open output relatorio-file


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           move "=== JORNAL DE ALTERACOES DOS ARQUIVOS DE BASE ==="
               to reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "arquivo: " delimited by size
                  ws-filtro-arquivo delimited by size
                  " operador: " delimited by size
                  ws-filtro-operador delimited by size
                  " periodo: " delimited by size
                  ws-data-inicial delimited by size
                  " a " delimited by size
                  ws-data-final delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           write reg-relatorio

           if ws-data-inicial > ws-data-final
               display "Periodo invalido: nada listado."
           else
               open input jornal-file

               set ws-fim-nao to true
               read jornal-file
                   at end set ws-fim-sim to true
               end-read

               perform until ws-fim-sim
                   add 1 to ws-total-lidos
                   if (ws-filtro-arquivo = space or
                           jn-arquivo = ws-filtro-arquivo) and
                       (ws-filtro-operador = space or
                           jn-operador = ws-filtro-operador) and
                       jn-data >= ws-data-inicial and
                       jn-data <= ws-data-final
                       perform imprimir-entrada-jornal
                   end-if

                   read jornal-file
                       at end set ws-fim-sim to true
                   end-read
               end-perform

               close jornal-file
           end-if

           move space to reg-relatorio
           write reg-relatorio
           move space to reg-relatorio
           string "Entradas lidas: " delimited by size
                  ws-total-lidos delimited by size
                  " listadas: " delimited by size
                  ws-total-listados delimited by size
                  into reg-relatorio
           write reg-relatorio

           display "Entradas listadas: " ws-total-listados
               " de " ws-total-lidos
           display "Relatorio gravado em RELATORIO-JORNAL.DAT"

           move space to ls-voltar-menu


           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


           close relatorio-file
           exit program


           .
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir uma entrada do jornal: linha de identificacao e as
      *>imagens antes e depois que existirem
      *>-----------------------------------------------------------------
       imprimir-entrada-jornal section.


           add 1 to ws-total-listados

           evaluate true
               when jn-inclusao
                   move "INCLUSAO"    to ws-descricao-operacao
               when jn-alteracao
                   move "ALTERACAO"   to ws-descricao-operacao
               when jn-exclusao
                   move "EXCLUSAO"    to ws-descricao-operacao
               when jn-restauracao
                   move "RESTAURACAO" to ws-descricao-operacao
               when other
                   move jn-operacao   to ws-descricao-operacao
           end-evaluate

           move space to reg-relatorio
           string jn-data delimited by size
                  " " delimited by size
                  jn-hora delimited by size
                  " " delimited by size
                  jn-operador delimited by size
                  " " delimited by size
                  jn-programa delimited by size
                  " " delimited by size
                  ws-descricao-operacao delimited by size
                  " " delimited by size
                  jn-arquivo delimited by size
                  into reg-relatorio
           write reg-relatorio

           if jn-imagem-antes <> space
               move space to reg-relatorio
               string "    antes:  " delimited by size
                      jn-imagem-antes delimited by size
                      into reg-relatorio
               write reg-relatorio
           end-if

           if jn-imagem-depois <> space
               move space to reg-relatorio
               string "    depois: " delimited by size
                      jn-imagem-depois delimited by size
                      into reg-relatorio
               write reg-relatorio
           end-if


           .
       imprimir-entrada-jornal-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar dd/mm/aaaa digitado para ws-data-conv (aaaammdd);
      *>data invalida vale zero
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

      *>--- codigo de motivo e imprime um resumo de conciliacao,
      *>--- inclusive o cruzamento historico x auditoria: a quantidade
      *>--- de tentativas ACEITO da trilha deve casar, na ordem, com o
      *>--- rh-q-vezes-sorteio de cada registro do historico; confere
      *>--- tambem as chaves alternadas do cadastro indexado de apostas
      *>--- (situacao mais concurso alvo, e formato do jogo) contra os
      *>--- registros lidos pela chave primaria

      *>--- divisao para configuração do programa
       environment division.
               assign to "RESULTADOS-QUINA.DAT"
               organization is line sequential.

      *>--- cadastro indexado de apostas, so lido, para conferir as
      *>--- chaves alternadas contra os registros
           select optional aposta-master-file
               assign to "APOSTAS-MASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is am-aposta-id
               alternate record key is am-chave-situacao-concurso
                   with duplicates
               alternate record key is am-formato-jogo with duplicates
               sharing with all other
               lock mode is automatic
               file status is ws-fs-master.

           select suspensao-file
               assign to "SUSPENSE.DAT"
               organization is line sequential.
       fd  resultados-quina-file.
       01  reg-result-quina-cru             pic x(250).

       fd  aposta-master-file.
           copy "CPY-APOSTA.CPY".

       fd  suspensao-file.
       01  reg-suspensao                    pic x(250).

       77  ws-idx-qvezes                    pic 9(04) value 0.
       77  ws-aceitos-excedentes            pic 9(15) value 0.

      *>--- cadastro de apostas x chaves alternadas: contagem por
      *>--- situacao (C, J, L, S e outra) e por formato (0 a 9) lida
      *>--- pela chave primaria e lida pela chave alternada
       77  ws-fs-master                     pic x(02) value "00".

       01  ws-rotulos-situacao              pic x(05) value "CJLS?".
       01  filler redefines ws-rotulos-situacao.
           05  ws-rotulo-situacao occurs 5  pic x(01).

       01  ws-contagem-situacao.
           05  ws-sit-contagem occurs 5.
               10  ws-sit-registros         pic 9(08).
               10  ws-sit-chave             pic 9(08).

       01  ws-contagem-formato.
           05  ws-fmt-contagem occurs 10.
               10  ws-fmt-registros         pic 9(08).
               10  ws-fmt-chave             pic 9(08).

       77  ws-master-lidos                  pic 9(08) value 0.
       77  ws-master-chave-situacao         pic 9(08) value 0.
       77  ws-master-chave-formato          pic 9(08) value 0.
       77  ws-master-formato-invalido       pic 9(08) value 0.
       77  ws-chave-fora-ordem              pic 9(08) value 0.
       77  ws-divergencias-chave            pic 9(08) value 0.
       77  ws-idx-contagem                  pic 9(02) value 0.
       77  ws-formato-rotulo                pic 9(01) value 0.
       01  ws-chave-anterior                pic x(05) value space.
       77  ws-formato-anterior              pic 9(01) value 0.

       77  ws-cadastro-aberto               pic x(01) value "n".
           88  ws-cadastro-aberto-sim       value "s".
           88  ws-cadastro-aberto-nao       value "n".

       77  ws-i                             pic 9(02).

       77  ws-numeros-ocorrencias           pic x(01) value "v".
           perform verificar-resultados-quina
           perform conciliar-historico-auditoria
           perform imprimir-resumo-conciliacao
           perform verificar-chaves-cadastro
           perform imprimir-resumo-chaves


           .
           close suspensao-file
           close relatorio-file
           display "Registros suspensos: " ws-total-suspensos
           display "Divergencias nas chaves do cadastro: "
               ws-divergencias-chave
           display "Relatorio gravado em RELATORIO-INTEGRIDADE.DAT"

      *>--- retorno 4 avisa quem chamou (a cadeia noturna) que houve
      *>--- registro suspenso ou chave divergente, sem interromper os
      *>--- passos seguintes
           if ws-total-suspensos > 0 or ws-divergencias-chave > 0
               move 4 to return-code
           end-if
           goback
           .
       imprimir-resumo-conciliacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>conferir as chaves alternadas do cadastro de apostas: conta os
      *>registros por situacao e por formato lendo pela chave
      *>primaria, depois le o cadastro inteiro por cada chave
      *>alternada, contando de novo e conferindo a ordem das chaves;
      *>qualquer diferenca e divergencia (reconstruir pelo programa19)
      *>-----------------------------------------------------------------
       verificar-chaves-cadastro section.


           initialize ws-contagem-situacao
           initialize ws-contagem-formato
           move 0 to ws-divergencias-chave
           move 0 to ws-chave-fora-ordem

           open input aposta-master-file

           if ws-fs-master <> "00" and ws-fs-master <> "05"
               set ws-cadastro-aberto-nao to true
               add 1 to ws-divergencias-chave
           else
               set ws-cadastro-aberto-sim to true

      *>--- os registros, pela chave primaria
               set ws-fim-nao to true
               read aposta-master-file next record
                   at end set ws-fim-sim to true
               end-read

               perform until ws-fim-sim
                   add 1 to ws-master-lidos
                   perform localizar-contagem-situacao
                   add 1 to ws-sit-registros(ws-idx-contagem)
                   if am-formato-jogo is numeric
                       compute ws-idx-contagem = am-formato-jogo + 1
                       add 1 to ws-fmt-registros(ws-idx-contagem)
                   else
                       add 1 to ws-master-formato-invalido
                   end-if

                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-perform

      *>--- pela chave de situacao e concurso alvo, do comeco
               set ws-fim-nao to true
               move low-values to am-chave-situacao-concurso
               move low-values to ws-chave-anterior
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
                   add 1 to ws-master-chave-situacao
                   perform localizar-contagem-situacao
                   add 1 to ws-sit-chave(ws-idx-contagem)
                   if am-chave-situacao-concurso < ws-chave-anterior
                       add 1 to ws-chave-fora-ordem
                   end-if
                   move am-chave-situacao-concurso to ws-chave-anterior

                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-perform

      *>--- pela chave do formato do jogo, do formato zero em diante
               set ws-fim-nao to true
               move 0 to am-formato-jogo
               move 0 to ws-formato-anterior
               start aposta-master-file
                   key is >= am-formato-jogo
                   invalid key set ws-fim-sim to true
               end-start

               if ws-fim-nao
                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-if

               perform until ws-fim-sim
                   add 1 to ws-master-chave-formato
                   if am-formato-jogo is numeric
                       compute ws-idx-contagem = am-formato-jogo + 1
                       add 1 to ws-fmt-chave(ws-idx-contagem)
                       if am-formato-jogo < ws-formato-anterior
                           add 1 to ws-chave-fora-ordem
                       end-if
                       move am-formato-jogo to ws-formato-anterior
                   end-if

                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-perform

               close aposta-master-file

               if ws-master-chave-situacao <> ws-master-lidos
                   add 1 to ws-divergencias-chave
               end-if
               if ws-master-chave-formato <>
                       ws-master-lidos - ws-master-formato-invalido
                   add 1 to ws-divergencias-chave
               end-if
               move 0 to ws-idx-contagem
               perform until ws-idx-contagem = 5
                   add 1 to ws-idx-contagem
                   if ws-sit-registros(ws-idx-contagem) <>
                           ws-sit-chave(ws-idx-contagem)
                       add 1 to ws-divergencias-chave
                   end-if
               end-perform
               move 0 to ws-idx-contagem
               perform until ws-idx-contagem = 10
                   add 1 to ws-idx-contagem
                   if ws-fmt-registros(ws-idx-contagem) <>
                           ws-fmt-chave(ws-idx-contagem)
                       add 1 to ws-divergencias-chave
                   end-if
               end-perform
               add ws-chave-fora-ordem to ws-divergencias-chave
           end-if


           .
       verificar-chaves-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>posicao da situacao da aposta corrente na tabela de contagem
      *>(C, J, L, S; qualquer outro valor vai na quinta)
      *>-----------------------------------------------------------------
       localizar-contagem-situacao section.


           evaluate true
               when am-conferida
                   move 1 to ws-idx-contagem
               when am-jogada
                   move 2 to ws-idx-contagem
               when am-liquidada
                   move 3 to ws-idx-contagem
               when am-simulada
                   move 4 to ws-idx-contagem
               when other
                   move 5 to ws-idx-contagem
           end-evaluate


           .
       localizar-contagem-situacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir o resumo do cadastro x chaves alternadas
      *>-----------------------------------------------------------------
       imprimir-resumo-chaves section.


           move space to reg-relatorio
           write reg-relatorio
           move "--- Cadastro de apostas x chaves alternadas ---"
               to reg-relatorio
           write reg-relatorio

           if ws-cadastro-aberto-nao
               move space to reg-relatorio
               string "APOSTAS-MASTER nao abriu com as chaves"
                          delimited by size
                      " alternadas (status " delimited by size
                      ws-fs-master delimited by size
                      ")" delimited by size
                      into reg-relatorio
               write reg-relatorio
           else
               move space to reg-relatorio
               string "APOSTAS-MASTER: registros " delimited by size
                      ws-master-lidos delimited by size
                      " chave situacao " delimited by size
                      ws-master-chave-situacao delimited by size
                      " chave formato " delimited by size
                      ws-master-chave-formato delimited by size
                      into reg-relatorio
               write reg-relatorio

               move 0 to ws-idx-contagem
               perform until ws-idx-contagem = 5
                   add 1 to ws-idx-contagem
                   if ws-sit-registros(ws-idx-contagem) > 0 or
                           ws-sit-chave(ws-idx-contagem) > 0
                       move space to reg-relatorio
                       string "  situacao " delimited by size
                              ws-rotulo-situacao(ws-idx-contagem)
                                  delimited by size
                              ": registros " delimited by size
                              ws-sit-registros(ws-idx-contagem)
                                  delimited by size
                              " chave " delimited by size
                              ws-sit-chave(ws-idx-contagem)
                                  delimited by size
                              into reg-relatorio
                       write reg-relatorio
                   end-if
               end-perform

               move 0 to ws-idx-contagem
               perform until ws-idx-contagem = 10
                   add 1 to ws-idx-contagem
                   if ws-fmt-registros(ws-idx-contagem) > 0 or
                           ws-fmt-chave(ws-idx-contagem) > 0
                       compute ws-formato-rotulo = ws-idx-contagem - 1
                       move space to reg-relatorio
                       string "  formato " delimited by size
                              ws-formato-rotulo delimited by size
                              ": registros " delimited by size
                              ws-fmt-registros(ws-idx-contagem)
                                  delimited by size
                              " chave " delimited by size
                              ws-fmt-chave(ws-idx-contagem)
                                  delimited by size
                              into reg-relatorio
                       write reg-relatorio
                   end-if
               end-perform

               if ws-master-formato-invalido > 0
                   move space to reg-relatorio
                   string "  formato invalido (fora da chave): "
                              delimited by size
                          ws-master-formato-invalido delimited by size
                          into reg-relatorio
                   write reg-relatorio
               end-if

               move space to reg-relatorio
               string "chaves fora de ordem: " delimited by size
                      ws-chave-fora-ordem delimited by size
                      into reg-relatorio
               write reg-relatorio
           end-if

           if ws-divergencias-chave = 0
               move "situacao: chaves alternadas CONFEREM com o cadastro"
                   to reg-relatorio
           else
               move "situacao: DIVERGENCIA nas chaves - reconstruir pelo programa19 (opcao I)"
                   to reg-relatorio
           end-if
           write reg-relatorio


           .
       imprimir-resumo-chaves-exit.
           exit.

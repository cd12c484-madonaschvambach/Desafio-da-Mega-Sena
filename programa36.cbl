      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa36".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>--- premio estimado e valor esperado, para o escritorio decidir
      *>--- quando vale organizar um bolao, a partir da premiacao por
      *>--- concurso que o programa07 guarda na importacao do CSV da
      *>--- Caixa (CONCURSOS-PREMIACAO.DAT, CPY-PREMIACAO):
      *>---   A - series de acumulacao: quantos concursos seguidos cada
      *>---       jogo acumulou e quanto a estimativa de premio cresceu
      *>---       (RELATORIO-ACUMULACAO.DAT)
      *>---   V - valor esperado das apostas jogadas ainda pendentes
      *>---       (jogadas e conferidas, so os concursos da sequencia
      *>---       ainda sem resultado oficial) e das carteiras
      *>---       gravadas: custo pela TABELA-PRECOS,
      *>---       retorno esperado (estimativa / chance, por concurso) e
      *>---       premio de equilibrio (preco x chance), o premio a
      *>---       partir do qual o retorno esperado paga a aposta
      *>---       (RELATORIO-VALOR-ESPERADO.DAT)
      *>--- so a faixa principal entra na conta, sem dividir o premio
      *>--- entre ganhadores e sem imposto: e um teto, para comparar
      *>--- uma aposta com outra e com a estimativa da vez

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional premiacao-file
               assign to "CONCURSOS-PREMIACAO.DAT"
               organization is line sequential.

           select optional aposta-master-file
               assign to "APOSTAS-MASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is am-aposta-id
               alternate record key is am-chave-situacao-concurso
                   with duplicates
               alternate record key is am-formato-jogo with duplicates
               sharing with all other
               lock mode is automatic.

           select optional resultados-file
               assign to "RESULTADOS-MEGASENA.DAT"
               organization is line sequential.

           select optional resultados-quina-file
               assign to "RESULTADOS-QUINA.DAT"
               organization is line sequential.

           select optional carteiras-file
               assign to "CARTEIRAS.DAT"
               organization is line sequential.

           select optional tabela-precos-file
               assign to "TABELA-PRECOS.DAT"
               organization is line sequential.

           select acumulacao-file
               assign to "RELATORIO-ACUMULACAO.DAT"
               organization is line sequential.

           select valor-esperado-file
               assign to "RELATORIO-VALOR-ESPERADO.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  premiacao-file.
           copy "CPY-PREMIACAO.CPY".

       fd  aposta-master-file.
           copy "CPY-APOSTA.CPY".

       fd  resultados-file.
           copy "CPY-RESULT.CPY".

       fd  resultados-quina-file.
           copy "CPY-RESQUI.CPY".

       fd  carteiras-file.
       01  reg-carteira.
           05  ca-nome                      pic x(20).
           05  ca-quant-aposta              pic 9(02).
           05  ca-numeros occurs 10         pic 9(02).

       fd  tabela-precos-file.
           copy "CPY-PRECO.CPY".

       fd  acumulacao-file.
       01  reg-acumulacao                   pic x(132).

       fd  valor-esperado-file.
       01  reg-valor-esperado               pic x(132).

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- premiacao de todos os concursos em memoria, ordenada por
      *>--- jogo e concurso para as series de acumulacao
       01  ws-tabela-premiacao.
           05  ws-premiacao occurs 10000.
               10  wp-chave.
                   15  wp-formato-jogo      pic 9(01).
                   15  wp-concurso          pic 9(04).
               10  wp-data                  pic 9(08).
               10  wp-arrecadacao           pic 9(13)v99.
               10  wp-ganhadores occurs 03  pic 9(07).
               10  wp-acumulado             pic x(01).
                   88  wp-acumulou          value "S".
               10  wp-estimativa-proximo    pic 9(13)v99.

       01  ws-premiacao-temp                pic x(65).

       77  ws-total-premiacao               pic 9(05) value 0.
       77  ws-max-premiacao                 pic 9(05) value 10000.
       77  ws-p                             pic 9(05) value 0.
       77  ws-q                             pic 9(05) value 0.

      *>--- serie de acumulacao em andamento na leitura da tabela
       77  ws-serie-aberta                  pic x(01) value "n".
           88  ws-serie-sim                 value "s".
           88  ws-serie-nao                 value "n".
       77  ws-serie-inicio                  pic 9(04) value 0.
       77  ws-serie-fim                     pic 9(04) value 0.
       77  ws-serie-concursos               pic 9(04) value 0.
       77  ws-serie-estimativa-inicial      pic 9(13)v99 value 0.
       77  ws-serie-estimativa-final        pic 9(13)v99 value 0.
       77  ws-serie-crescimento             pic s9(13)v99 value 0.
       77  ws-serie-arrecadacao             pic 9(15)v99 value 0.
       01  ws-serie-desfecho                pic x(60) value space.
       77  ws-concurso-seguinte             pic 9(05) value 0.

      *>--- resumo das series de um jogo
       77  ws-formato-corrente              pic 9(01) value 0.
       77  ws-series-jogo                   pic 9(05) value 0.
       77  ws-maior-serie                   pic 9(04) value 0.
       77  ws-maior-serie-inicio            pic 9(04) value 0.
       77  ws-maior-estimativa              pic 9(13)v99 value 0.
       77  ws-maior-estimativa-concurso     pic 9(04) value 0.
       77  ws-concursos-jogo                pic 9(05) value 0.
       77  ws-acumulados-jogo               pic 9(05) value 0.
       01  ws-nome-jogo                     pic x(12) value space.

      *>--- concursos com resultado oficial gravado, para o valor
      *>--- esperado contar so os concursos ainda nao sorteados
       01  ws-tabela-resultados.
           05  wr-concurso occurs 5000      pic 9(04).

       77  ws-total-resultados              pic 9(04) value 0.
       77  ws-max-resultados                pic 9(04) value 5000.

       01  ws-tabela-result-quina.
           05  wq-concurso occurs 2000      pic 9(04).

       77  ws-total-result-quina            pic 9(04) value 0.
       77  ws-max-result-quina              pic 9(04) value 2000.
       77  ws-t                             pic 9(04) value 0.

       77  ws-concurso-sorteado             pic x(01) value "n".
           88  ws-sorteado-sim              value "s".
           88  ws-sorteado-nao              value "n".

      *>--- precos padrao e vigencias de TABELA-PRECOS.DAT (programa16)
       01  ws-tabela-precos-apostas.
           05  ws-tab-preco occurs 5                pic 9(07).
           05  ws-tab-chance occurs 5                pic 9(08).

       01  ws-tabela-vigencias.
           05  ws-vigencia occurs 200.
               10  vg-formato-jogo          pic 9(01).
               10  vg-quant-aposta          pic 9(02).
               10  vg-data-vigencia         pic 9(08).
               10  vg-preco                 pic 9(07).
               10  vg-chance                pic 9(08).

       77  ws-total-vigencias               pic 9(03) value 0.
       77  ws-max-vigencias                 pic 9(03) value 200.

       77  ws-busca-formato                 pic 9(01) value 1.
       77  ws-busca-quant                   pic 9(02) value 0.
       77  ws-busca-data                    pic 9(08) value 0.
       77  ws-preco-vigente                 pic 9(07) value 0.
       77  ws-chance-vigente                pic 9(08) value 0.
       77  ws-data-melhor                   pic 9(08) value 0.
       77  ws-v                             pic 9(03) value 0.
       77  ws-idx-preco                     pic 9(01) value 0.
       77  ws-vigencia-achada               pic x(01) value "n".
           88  ws-vigencia-achou            value "s".
           88  ws-vigencia-nao-achou        value "n".

      *>--- estimativa de premio de um concurso: a anunciada no
      *>--- concurso anterior; sem ela, a ultima do jogo
       77  ws-familia-jogo                  pic 9(01) value 1.
       77  ws-concurso-estimativa           pic 9(04) value 0.
       77  ws-estimativa-concurso           pic 9(13)v99 value 0.
       77  ws-ultimo-concurso-jogo          pic 9(04) value 0.
       77  ws-estimativa-ultima             pic 9(13)v99 value 0.
       77  ws-tipo-estimativa               pic x(01) value space.
           88  ws-estimativa-exata          value "E".
           88  ws-estimativa-ultima-jogo    value "U".
           88  ws-estimativa-nenhuma        value "N".

      *>--- valor esperado da aposta (ou do jogo da carteira) corrente
       77  ws-qtd-concursos                 pic 9(02) value 1.
       77  ws-concursos-pendentes           pic 9(02) value 0.
       77  ws-primeiro-pendente             pic 9(04) value 0.
       77  ws-ultimo-pendente               pic 9(04) value 0.
       77  ws-k                             pic 9(02) value 0.
       77  ws-custo-aposta                  pic 9(11)v99 value 0.
       77  ws-retorno-aposta                pic 9(11)v9(04) value 0.
       77  ws-equilibrio-aposta             pic 9(13)v99 value 0.
       77  ws-estimativa-primeira           pic 9(13)v99 value 0.
       01  ws-marca-estimativa              pic x(01) value space.
       01  ws-veredito                      pic x(12) value space.

      *>--- subtotal da carteira corrente e totais do relatorio
       01  ws-carteira-corrente             pic x(20) value space.
       77  ws-jogos-carteira                pic 9(04) value 0.
       77  ws-custo-carteira                pic 9(11)v99 value 0.
       77  ws-retorno-carteira              pic 9(11)v9(04) value 0.
       77  ws-chance-carteira               pic 9v9(17) value 0.
       77  ws-equilibrio-carteira           pic 9(13)v99 value 0.

       77  ws-apostas-avaliadas             pic 9(06) value 0.
       77  ws-apostas-sem-avaliacao         pic 9(06) value 0.
       77  ws-apostas-ja-sorteadas          pic 9(06) value 0.
       77  ws-custo-apostas                 pic 9(13)v99 value 0.
       77  ws-retorno-apostas               pic 9(13)v9(04) value 0.
       77  ws-carteiras-avaliadas           pic 9(04) value 0.

       01  ws-data-corrente.
           05  ws-dc-data                   pic 9(08).
           05  filler                       pic x(13).

       77  ws-valor-ed                      pic z(10)9,99.
       77  ws-estimativa-ed                 pic z(12)9,99.
       77  ws-equilibrio-ed                 pic z(12)9,99.
       77  ws-crescimento-ed                pic -(12)9,99.
       77  ws-arrecadacao-ed                pic z(14)9,99.

       77  ws-opcao-relatorio               pic x(01) value space.

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


           perform definir-tabela-precos
           perform carregar-tabela-precos


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           move space to ws-opcao-relatorio
           perform until ws-opcao-relatorio = "X" or
                   ws-opcao-relatorio = "x"
               display " "
               display "=== Premio estimado e valor esperado ==="
               display "A-series de acumulacao  V-valor esperado"
               display "X-voltar ao menu"
               display "Opcao: " with no advancing
               accept ws-opcao-relatorio

               evaluate ws-opcao-relatorio
                   when "A" when "a"
                       perform emitir-series-acumulacao
                   when "V" when "v"
                       perform emitir-valor-esperado
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
      *>carregar CONCURSOS-PREMIACAO.DAT inteiro e ordenar por jogo e
      *>concurso (a importacao pode completar concursos antigos depois
      *>dos novos)
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

           move 1 to ws-p
           perform until ws-p >= ws-total-premiacao
               move 1 to ws-q
               perform until ws-q > ws-total-premiacao - ws-p
                   if wp-chave(ws-q) > wp-chave(ws-q + 1)
                       move ws-premiacao(ws-q)     to ws-premiacao-temp
                       move ws-premiacao(ws-q + 1) to ws-premiacao(ws-q)
                       move ws-premiacao-temp      to ws-premiacao(ws-q + 1)
                   end-if
                   add 1 to ws-q
               end-perform
               add 1 to ws-p
           end-perform


           .
       carregar-premiacoes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>series de acumulacao de cada jogo: cada corrida de concursos
      *>seguidos que acumularam, com a estimativa de premio no inicio
      *>(a anunciada no concurso anterior a serie; sem ele, a do
      *>primeiro acumulado) e no fim, quanto cresceu e como terminou
      *>-----------------------------------------------------------------
       emitir-series-acumulacao section.


           perform carregar-premiacoes

           open output acumulacao-file

           move "=== SERIES DE ACUMULACAO DO PREMIO PRINCIPAL ==="
               to reg-acumulacao
           perform gravar-linha-acumulacao

           if ws-total-premiacao = 0
               move "Nenhuma premiacao em CONCURSOS-PREMIACAO.DAT: importe o CSV da Caixa com as colunas de premiacao (programa07)."
                   to reg-acumulacao
               perform gravar-linha-acumulacao
           else
               set ws-serie-nao to true
               move 0 to ws-formato-corrente

               move 0 to ws-p
               perform until ws-p = ws-total-premiacao
                   add 1 to ws-p

                   if wp-formato-jogo(ws-p) <> ws-formato-corrente
                       if ws-formato-corrente <> 0
                           if ws-serie-sim
                               move "em aberto (ultimo concurso gravado)"
                                   to ws-serie-desfecho
                               perform imprimir-serie-acumulacao
                           end-if
                           perform imprimir-resumo-jogo
                       end-if
                       move wp-formato-jogo(ws-p) to ws-formato-corrente
                       perform iniciar-jogo-acumulacao
                   end-if

                   perform acompanhar-serie-concurso
               end-perform

               if ws-serie-sim
                   move "em aberto (ultimo concurso gravado)"
                       to ws-serie-desfecho
                   perform imprimir-serie-acumulacao
               end-if
               perform imprimir-resumo-jogo
           end-if

           close acumulacao-file
           display "Relatorio gravado em RELATORIO-ACUMULACAO.DAT"


           .
       emitir-series-acumulacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>abrir o bloco do jogo ws-formato-corrente no relatorio
      *>-----------------------------------------------------------------
       iniciar-jogo-acumulacao section.


           move 0 to ws-series-jogo
           move 0 to ws-maior-serie
           move 0 to ws-maior-serie-inicio
           move 0 to ws-maior-estimativa
           move 0 to ws-maior-estimativa-concurso
           move 0 to ws-concursos-jogo
           move 0 to ws-acumulados-jogo

           if ws-formato-corrente = 4
               move "Quina"      to ws-nome-jogo
           else
               move "Mega Sena"  to ws-nome-jogo
           end-if

           move space to reg-acumulacao
           perform gravar-linha-acumulacao
           move space to reg-acumulacao
           string "--- " delimited by size
                  ws-nome-jogo delimited by "  "
                  " ---" delimited by size
                  into reg-acumulacao
           end-string
           perform gravar-linha-acumulacao


           .
       iniciar-jogo-acumulacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>levar o concurso ws-p da tabela para a serie em andamento:
      *>acumulou, abre ou estende a serie; nao acumulou, fecha a serie
      *>aberta; concurso faltando no meio tambem fecha a serie
      *>-----------------------------------------------------------------
       acompanhar-serie-concurso section.


           add 1 to ws-concursos-jogo

           if wp-estimativa-proximo(ws-p) > ws-maior-estimativa
               move wp-estimativa-proximo(ws-p) to ws-maior-estimativa
               move wp-concurso(ws-p) to ws-maior-estimativa-concurso
           end-if

           if ws-serie-sim
               compute ws-concurso-seguinte = ws-serie-fim + 1
               if wp-concurso(ws-p) <> ws-concurso-seguinte
                   move space to ws-serie-desfecho
                   string "interrompida: sem premiacao do concurso "
                              delimited by size
                          ws-concurso-seguinte(2:4) delimited by size
                          into ws-serie-desfecho
                   end-string
                   perform imprimir-serie-acumulacao
               end-if
           end-if

           if wp-acumulou(ws-p)
               add 1 to ws-acumulados-jogo
               if ws-serie-nao
                   set ws-serie-sim to true
                   move wp-concurso(ws-p) to ws-serie-inicio
                   move 0 to ws-serie-concursos
                   move 0 to ws-serie-arrecadacao
                   move wp-estimativa-proximo(ws-p)
                       to ws-serie-estimativa-inicial
                   if ws-p > 1
                       if wp-formato-jogo(ws-p - 1) = ws-formato-corrente
                               and wp-concurso(ws-p - 1) + 1 =
                               wp-concurso(ws-p)
                           move wp-estimativa-proximo(ws-p - 1)
                               to ws-serie-estimativa-inicial
                       end-if
                   end-if
               end-if
               add 1 to ws-serie-concursos
               move wp-concurso(ws-p) to ws-serie-fim
               move wp-estimativa-proximo(ws-p)
                   to ws-serie-estimativa-final
               add wp-arrecadacao(ws-p) to ws-serie-arrecadacao
           else
               if ws-serie-sim
                   move space to ws-serie-desfecho
                   string "saiu no concurso " delimited by size
                          wp-concurso(ws-p)   delimited by size
                          " para "            delimited by size
                          wp-ganhadores(ws-p, 3) delimited by size
                          " ganhador(es)"     delimited by size
                          into ws-serie-desfecho
                   end-string
                   perform imprimir-serie-acumulacao
               end-if
           end-if


           .
       acompanhar-serie-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir a serie fechada e fechar a serie em andamento
      *>-----------------------------------------------------------------
       imprimir-serie-acumulacao section.


           add 1 to ws-series-jogo
           if ws-serie-concursos > ws-maior-serie
               move ws-serie-concursos to ws-maior-serie
               move ws-serie-inicio    to ws-maior-serie-inicio
           end-if

           compute ws-serie-crescimento =
               ws-serie-estimativa-final - ws-serie-estimativa-inicial

           move ws-serie-arrecadacao to ws-arrecadacao-ed
           move space to reg-acumulacao
           string "concursos "           delimited by size
                  ws-serie-inicio        delimited by size
                  " a "                  delimited by size
                  ws-serie-fim           delimited by size
                  ": acumulou "          delimited by size
                  ws-serie-concursos     delimited by size
                  " vez(es) seguidas - arrecadacao R$ " delimited by size
                  ws-arrecadacao-ed      delimited by size
                  into reg-acumulacao
           end-string
           perform gravar-linha-acumulacao

           move ws-serie-estimativa-inicial to ws-estimativa-ed
           move ws-serie-estimativa-final   to ws-equilibrio-ed
           move ws-serie-crescimento        to ws-crescimento-ed
           move space to reg-acumulacao
           string "   estimativa R$ "    delimited by size
                  ws-estimativa-ed       delimited by size
                  " -> R$ "              delimited by size
                  ws-equilibrio-ed       delimited by size
                  " (cresceu R$ "        delimited by size
                  ws-crescimento-ed      delimited by size
                  ")"                    delimited by size
                  into reg-acumulacao
           end-string
           perform gravar-linha-acumulacao

           move space to reg-acumulacao
           string "   "                  delimited by size
                  ws-serie-desfecho      delimited by size
                  into reg-acumulacao
           end-string
           perform gravar-linha-acumulacao

           set ws-serie-nao to true


           .
       imprimir-serie-acumulacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>resumo das series do jogo ws-formato-corrente
      *>-----------------------------------------------------------------
       imprimir-resumo-jogo section.


           move space to reg-acumulacao
           string "concursos com premiacao: " delimited by size
                  ws-concursos-jogo      delimited by size
                  "  acumulados: "       delimited by size
                  ws-acumulados-jogo     delimited by size
                  "  series: "           delimited by size
                  ws-series-jogo         delimited by size
                  into reg-acumulacao
           end-string
           perform gravar-linha-acumulacao

           if ws-maior-serie > 0
               move space to reg-acumulacao
               string "maior serie: "       delimited by size
                      ws-maior-serie        delimited by size
                      " concursos a partir do " delimited by size
                      ws-maior-serie-inicio delimited by size
                      into reg-acumulacao
               end-string
               perform gravar-linha-acumulacao
           end-if

           move ws-maior-estimativa to ws-estimativa-ed
           move space to reg-acumulacao
           string "maior estimativa: R$ " delimited by size
                  ws-estimativa-ed       delimited by size
                  " (anunciada no concurso " delimited by size
                  ws-maior-estimativa-concurso delimited by size
                  ")"                    delimited by size
                  into reg-acumulacao
           end-string
           perform gravar-linha-acumulacao


           .
       imprimir-resumo-jogo-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar a linha do relatorio de acumulacao e mostrar na tela
      *>-----------------------------------------------------------------
       gravar-linha-acumulacao section.


           write reg-acumulacao
           display reg-acumulacao(1:110)


           .
       gravar-linha-acumulacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>valor esperado das apostas pendentes e de cada carteira
      *>gravada, jogo a jogo e no total da carteira; pendentes sao as
      *>conferidas e as jogadas (faixa C a J da chave alternada de
      *>situacao e concurso alvo: a teimosinha ja conferida no primeiro
      *>concurso continua pendente nos seguintes), contando so os
      *>concursos da sequencia ainda sem resultado oficial
      *>-----------------------------------------------------------------
       emitir-valor-esperado section.


           perform carregar-premiacoes
           perform carregar-resultados
           perform carregar-resultados-quina
           move function current-date to ws-data-corrente

           move 0 to ws-apostas-avaliadas
           move 0 to ws-apostas-sem-avaliacao
           move 0 to ws-apostas-ja-sorteadas
           move 0 to ws-custo-apostas
           move 0 to ws-retorno-apostas
           move 0 to ws-carteiras-avaliadas

           open output valor-esperado-file

           move "=== VALOR ESPERADO DAS APOSTAS E CARTEIRAS ==="
               to reg-valor-esperado
           perform gravar-linha-valor
           move "retorno esperado = estimativa / chance da faixa principal, por concurso; equilibrio = preco x chance"
               to reg-valor-esperado
           perform gravar-linha-valor
           move "(* = sem a estimativa do proprio concurso: vale a ultima anunciada do jogo)"
               to reg-valor-esperado
           perform gravar-linha-valor

           move space to reg-valor-esperado
           perform gravar-linha-valor
           move "--- Apostas pendentes (jogadas e conferidas) ---"
               to reg-valor-esperado
           perform gravar-linha-valor

           open input aposta-master-file

           set ws-fim-nao to true
           move "C" to am-situacao
           move 0   to am-concurso-alvo
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
               if am-situacao > "J"
                   set ws-fim-sim to true
               else
                   perform avaliar-aposta-jogada

                   read aposta-master-file next record
                       at end set ws-fim-sim to true
                   end-read
               end-if
           end-perform

           close aposta-master-file

           move ws-custo-apostas to ws-valor-ed
           move space to reg-valor-esperado
           string "apostas avaliadas: "  delimited by size
                  ws-apostas-avaliadas   delimited by size
                  "  sem avaliacao: "    delimited by size
                  ws-apostas-sem-avaliacao delimited by size
                  "  ja sorteadas: "     delimited by size
                  ws-apostas-ja-sorteadas delimited by size
                  "  custo R$ "          delimited by size
                  ws-valor-ed            delimited by size
                  into reg-valor-esperado
           end-string
           perform gravar-linha-valor
           compute ws-valor-ed rounded = ws-retorno-apostas
           move space to reg-valor-esperado
           string "retorno esperado das apostas: R$ " delimited by size
                  ws-valor-ed            delimited by size
                  into reg-valor-esperado
           end-string
           perform gravar-linha-valor

           perform avaliar-carteiras

           close valor-esperado-file
           display "Relatorio gravado em RELATORIO-VALOR-ESPERADO.DAT"


           .
       emitir-valor-esperado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>valor esperado da aposta pendente corrente do cadastro: preco e
      *>chance da vigencia na data da aposta, uma vez por concurso da
      *>sequencia (teimosinha) ainda sem resultado oficial, contra a
      *>estimativa de cada um desses concursos; a aposta com a
      *>sequencia toda ja sorteada so espera a conferencia e fica fora
      *>-----------------------------------------------------------------
       avaliar-aposta-jogada section.


           if am-qtd-concursos is numeric and am-qtd-concursos > 0
               move am-qtd-concursos to ws-qtd-concursos
           else
               move 1 to ws-qtd-concursos
           end-if

           if am-formato-jogo = 3
               add 1 to ws-apostas-sem-avaliacao
               move space to reg-valor-esperado
               string "id "                  delimited by size
                      am-aposta-id           delimited by size
                      " Lotofacil: sem estimativa de premio"
                          delimited by size
                      into reg-valor-esperado
               end-string
               perform gravar-linha-valor
           else
               if am-formato-jogo = 4
                   move 4 to ws-familia-jogo
                   move 4 to ws-busca-formato
               else
                   move 1 to ws-familia-jogo
                   if am-formato-jogo = 2
                       move 2 to ws-busca-formato
                   else
                       move 1 to ws-busca-formato
                   end-if
               end-if

               perform contar-concursos-pendentes

               if ws-concursos-pendentes = 0
                   add 1 to ws-apostas-ja-sorteadas
               else
                   move am-quant-aposta to ws-busca-quant
                   compute ws-busca-data =
                       am-ano * 10000 + am-mes * 100 + am-dia
                   perform obter-preco-vigente

                   if ws-preco-vigente = 0 or ws-chance-vigente = 0
                       add 1 to ws-apostas-sem-avaliacao
                       move space to reg-valor-esperado
                       string "id "              delimited by size
                              am-aposta-id       delimited by size
                              " "                delimited by size
                              am-quant-aposta    delimited by size
                              " numeros: sem preco/chance na TABELA-PRECOS"
                                  delimited by size
                              into reg-valor-esperado
                       end-string
                       perform gravar-linha-valor
                   else
                       perform calcular-retorno-aposta
                       perform imprimir-aposta-pendente
                   end-if
               end-if
           end-if


           .
       avaliar-aposta-jogada-exit.
           exit.

      *>-----------------------------------------------------------------
      *>concursos da sequencia da aposta corrente ainda sem resultado
      *>oficial gravado: quantos sao, o primeiro e o ultimo
      *>-----------------------------------------------------------------
       contar-concursos-pendentes section.


           move 0 to ws-concursos-pendentes
           move 0 to ws-primeiro-pendente
           move 0 to ws-ultimo-pendente

           move 0 to ws-k
           perform until ws-k = ws-qtd-concursos
               add 1 to ws-k
               compute ws-concurso-estimativa =
                   am-concurso-alvo + ws-k - 1
               perform verificar-concurso-sorteado
               if ws-sorteado-nao
                   add 1 to ws-concursos-pendentes
                   if ws-primeiro-pendente = 0
                       move ws-concurso-estimativa
                           to ws-primeiro-pendente
                   end-if
                   move ws-concurso-estimativa to ws-ultimo-pendente
               end-if
           end-perform


           .
       contar-concursos-pendentes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>custo, retorno esperado e premio de equilibrio da aposta
      *>corrente, so nos concursos pendentes da sequencia
      *>-----------------------------------------------------------------
       calcular-retorno-aposta section.


           compute ws-custo-aposta =
               ws-preco-vigente * ws-concursos-pendentes / 100
           compute ws-equilibrio-aposta =
               ws-preco-vigente * ws-chance-vigente / 100

           move 0 to ws-retorno-aposta
           move 0 to ws-estimativa-primeira
           move space to ws-marca-estimativa
           move 0 to ws-k
           perform until ws-k = ws-qtd-concursos
               add 1 to ws-k
               compute ws-concurso-estimativa =
                   am-concurso-alvo + ws-k - 1
               perform verificar-concurso-sorteado
               if ws-sorteado-nao
                   perform obter-estimativa-concurso
                   if ws-concurso-estimativa = ws-primeiro-pendente
                       move ws-estimativa-concurso
                           to ws-estimativa-primeira
                   end-if
                   if not ws-estimativa-exata
                       move "*" to ws-marca-estimativa
                   end-if
                   compute ws-retorno-aposta rounded =
                       ws-retorno-aposta +
                       ws-estimativa-concurso / ws-chance-vigente
               end-if
           end-perform

           add 1 to ws-apostas-avaliadas
           add ws-custo-aposta   to ws-custo-apostas
           add ws-retorno-aposta to ws-retorno-apostas
           perform definir-veredito-aposta


           .
       calcular-retorno-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>linhas da aposta pendente corrente no relatorio
      *>-----------------------------------------------------------------
       imprimir-aposta-pendente section.


           move ws-custo-aposta        to ws-valor-ed
           move ws-estimativa-primeira to ws-estimativa-ed
           move space to reg-valor-esperado
           string "id "              delimited by size
                  am-aposta-id       delimited by size
                  " "                delimited by size
                  am-situacao        delimited by size
                  " fmt "            delimited by size
                  am-formato-jogo    delimited by size
                  " "                delimited by size
                  am-quant-aposta    delimited by size
                  " num conc "       delimited by size
                  ws-primeiro-pendente delimited by size
                  " a "              delimited by size
                  ws-ultimo-pendente delimited by size
                  " ("               delimited by size
                  ws-concursos-pendentes delimited by size
                  " pend) custo R$ " delimited by size
                  ws-valor-ed        delimited by size
                  " estimativa R$ "  delimited by size
                  ws-estimativa-ed   delimited by size
                  ws-marca-estimativa delimited by size
                  into reg-valor-esperado
           end-string
           perform gravar-linha-valor

           compute ws-valor-ed rounded = ws-retorno-aposta
           move ws-equilibrio-aposta to ws-equilibrio-ed
           move space to reg-valor-esperado
           string "   chance 1 em "  delimited by size
                  ws-chance-vigente  delimited by size
                  " retorno esperado R$ " delimited by size
                  ws-valor-ed        delimited by size
                  " equilibrio R$ "  delimited by size
                  ws-equilibrio-ed   delimited by size
                  " "                delimited by size
                  ws-veredito        delimited by size
                  into reg-valor-esperado
           end-string
           perform gravar-linha-valor


           .
       imprimir-aposta-pendente-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ver se o concurso ws-concurso-estimativa do jogo
      *>ws-familia-jogo ja tem resultado oficial gravado
      *>-----------------------------------------------------------------
       verificar-concurso-sorteado section.


           set ws-sorteado-nao to true
           move 0 to ws-t
           if ws-familia-jogo = 4
               perform until ws-t = ws-total-result-quina or
                       ws-sorteado-sim
                   add 1 to ws-t
                   if wq-concurso(ws-t) = ws-concurso-estimativa
                       set ws-sorteado-sim to true
                   end-if
               end-perform
           else
               perform until ws-t = ws-total-resultados or
                       ws-sorteado-sim
                   add 1 to ws-t
                   if wr-concurso(ws-t) = ws-concurso-estimativa
                       set ws-sorteado-sim to true
                   end-if
               end-perform
           end-if


           .
       verificar-concurso-sorteado-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os concursos ja sorteados da Mega Sena
      *>-----------------------------------------------------------------
       carregar-resultados section.


           move 0 to ws-total-resultados

           open input resultados-file

           set ws-fim-nao to true
           read resultados-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-resultados < ws-max-resultados
                   add 1 to ws-total-resultados
                   move rr-concurso to wr-concurso(ws-total-resultados)
               end-if

               read resultados-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resultados-file


           .
       carregar-resultados-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os concursos ja sorteados da Quina
      *>-----------------------------------------------------------------
       carregar-resultados-quina section.


           move 0 to ws-total-result-quina

           open input resultados-quina-file

           set ws-fim-nao to true
           read resultados-quina-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-result-quina < ws-max-result-quina
                   add 1 to ws-total-result-quina
                   move rq-concurso
                       to wq-concurso(ws-total-result-quina)
               end-if

               read resultados-quina-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resultados-quina-file


           .
       carregar-resultados-quina-exit.
           exit.

      *>-----------------------------------------------------------------
      *>a aposta se paga quando o retorno esperado cobre o custo
      *>-----------------------------------------------------------------
       definir-veredito-aposta section.


           if ws-estimativa-nenhuma
               move "sem premio" to ws-veredito
           else
               if ws-retorno-aposta >= ws-custo-aposta
                   move "SE PAGA"    to ws-veredito
               else
                   move "nao se paga" to ws-veredito
               end-if
           end-if


           .
       definir-veredito-aposta-exit.
           exit.

      *>-----------------------------------------------------------------
      *>estimativa de premio do concurso ws-concurso-estimativa do jogo
      *>ws-familia-jogo: a anunciada no concurso anterior; sem ela, a
      *>ultima anunciada do jogo; sem nenhuma premiacao do jogo, zero
      *>-----------------------------------------------------------------
       obter-estimativa-concurso section.


           move 0 to ws-estimativa-concurso
           move 0 to ws-ultimo-concurso-jogo
           move 0 to ws-estimativa-ultima
           set ws-estimativa-nenhuma to true

           move 0 to ws-p
           perform until ws-p = ws-total-premiacao or
                   ws-estimativa-exata
               add 1 to ws-p
               if wp-formato-jogo(ws-p) = ws-familia-jogo
                   if wp-concurso(ws-p) + 1 = ws-concurso-estimativa
                       move wp-estimativa-proximo(ws-p)
                           to ws-estimativa-concurso
                       set ws-estimativa-exata to true
                   else
                       if wp-concurso(ws-p) >= ws-ultimo-concurso-jogo
                           move wp-concurso(ws-p)
                               to ws-ultimo-concurso-jogo
                           move wp-estimativa-proximo(ws-p)
                               to ws-estimativa-ultima
                           set ws-estimativa-ultima-jogo to true
                       end-if
                   end-if
               end-if
           end-perform

           if ws-estimativa-ultima-jogo
               move ws-estimativa-ultima to ws-estimativa-concurso
           end-if


           .
       obter-estimativa-concurso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>valor esperado das carteiras gravadas (Mega Sena), jogo a jogo
      *>pelo preco de hoje, contra a estimativa do proximo concurso; o
      *>equilibrio da carteira e o premio em que o retorno esperado de
      *>todos os jogos dela cobre o custo total
      *>-----------------------------------------------------------------
       avaliar-carteiras section.


           move space to reg-valor-esperado
           perform gravar-linha-valor
           move "--- Carteiras (proximo concurso da Mega Sena) ---"
               to reg-valor-esperado
           perform gravar-linha-valor

      *>--- o proximo concurso e o seguinte ao ultimo com premiacao
           move 1 to ws-familia-jogo
           move 9999 to ws-concurso-estimativa
           perform obter-estimativa-concurso
           compute ws-concurso-estimativa = ws-ultimo-concurso-jogo + 1
           perform obter-estimativa-concurso
           if ws-estimativa-exata
               move space to ws-marca-estimativa
           else
               move "*" to ws-marca-estimativa
           end-if

           move space to ws-carteira-corrente

           open input carteiras-file

           set ws-fim-nao to true
           read carteiras-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ca-nome <> ws-carteira-corrente
                   if ws-carteira-corrente <> space
                       perform imprimir-total-carteira
                   end-if
                   move ca-nome to ws-carteira-corrente
                   move 0 to ws-jogos-carteira
                   move 0 to ws-custo-carteira
                   move 0 to ws-retorno-carteira
                   move 0 to ws-chance-carteira
               end-if

               perform avaliar-jogo-carteira

               read carteiras-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close carteiras-file

           if ws-carteira-corrente <> space
               perform imprimir-total-carteira
           end-if

           if ws-carteiras-avaliadas = 0
               move "Nenhuma carteira gravada." to reg-valor-esperado
               perform gravar-linha-valor
           end-if


           .
       avaliar-carteiras-exit.
           exit.

      *>-----------------------------------------------------------------
      *>um jogo da carteira corrente
      *>-----------------------------------------------------------------
       avaliar-jogo-carteira section.


           move 1               to ws-busca-formato
           move ca-quant-aposta to ws-busca-quant
           move ws-dc-data      to ws-busca-data
           perform obter-preco-vigente

           add 1 to ws-jogos-carteira

           if ws-preco-vigente = 0 or ws-chance-vigente = 0
               move space to reg-valor-esperado
               string "   jogo "          delimited by size
                      ws-jogos-carteira   delimited by size
                      " "                 delimited by size
                      ca-quant-aposta     delimited by size
                      " numeros: sem preco/chance na TABELA-PRECOS"
                          delimited by size
                      into reg-valor-esperado
               end-string
               perform gravar-linha-valor
           else
               compute ws-custo-aposta = ws-preco-vigente / 100
               compute ws-equilibrio-aposta =
                   ws-preco-vigente * ws-chance-vigente / 100
               compute ws-retorno-aposta rounded =
                   ws-estimativa-concurso / ws-chance-vigente

               add ws-custo-aposta   to ws-custo-carteira
               add ws-retorno-aposta to ws-retorno-carteira
               compute ws-chance-carteira rounded =
                   ws-chance-carteira + 1 / ws-chance-vigente

               perform definir-veredito-aposta

               move ws-custo-aposta to ws-valor-ed
               move ws-equilibrio-aposta to ws-equilibrio-ed
               move space to reg-valor-esperado
               string "   jogo "          delimited by size
                      ws-jogos-carteira   delimited by size
                      " "                 delimited by size
                      ca-quant-aposta     delimited by size
                      " num custo R$ "    delimited by size
                      ws-valor-ed         delimited by size
                      " chance 1 em "     delimited by size
                      ws-chance-vigente   delimited by size
                      " equilibrio R$ "   delimited by size
                      ws-equilibrio-ed    delimited by size
                      into reg-valor-esperado
               end-string
               perform gravar-linha-valor
           end-if


           .
       avaliar-jogo-carteira-exit.
           exit.

      *>-----------------------------------------------------------------
      *>total da carteira ws-carteira-corrente
      *>-----------------------------------------------------------------
       imprimir-total-carteira section.


           add 1 to ws-carteiras-avaliadas

           move 0 to ws-equilibrio-carteira
           if ws-chance-carteira > 0
               compute ws-equilibrio-carteira rounded =
                   ws-custo-carteira / ws-chance-carteira
           end-if

           move ws-custo-carteira to ws-custo-aposta
           move ws-retorno-carteira to ws-retorno-aposta
           perform definir-veredito-aposta

           move ws-custo-carteira to ws-valor-ed
           move ws-estimativa-concurso to ws-estimativa-ed
           move space to reg-valor-esperado
           string "carteira "            delimited by size
                  ws-carteira-corrente   delimited by size
                  " "                    delimited by size
                  ws-jogos-carteira      delimited by size
                  " jogo(s) custo R$ "   delimited by size
                  ws-valor-ed            delimited by size
                  " estimativa R$ "      delimited by size
                  ws-estimativa-ed       delimited by size
                  ws-marca-estimativa    delimited by size
                  into reg-valor-esperado
           end-string
           perform gravar-linha-valor

           compute ws-valor-ed rounded = ws-retorno-carteira
           move ws-equilibrio-carteira to ws-equilibrio-ed
           move space to reg-valor-esperado
           string "   retorno esperado R$ " delimited by size
                  ws-valor-ed            delimited by size
                  " equilibrio R$ "      delimited by size
                  ws-equilibrio-ed       delimited by size
                  " "                    delimited by size
                  ws-veredito            delimited by size
                  into reg-valor-esperado
           end-string
           perform gravar-linha-valor


           .
       imprimir-total-carteira-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar a linha do relatorio de valor esperado e mostrar na tela
      *>-----------------------------------------------------------------
       gravar-linha-valor section.


           write reg-valor-esperado
           display reg-valor-esperado(1:110)


           .
       gravar-linha-valor-exit.
           exit.

      *>-----------------------------------------------------------------
      *>tabela padrao de precos e chances de acerto, por quant-aposta
      *>(6 a 10), a mesma de definir-tabela-precos do programa02; vale
      *>quando TABELA-PRECOS.DAT nao tem vigencia para a data da aposta
      *>-----------------------------------------------------------------
       definir-tabela-precos section.


           move     500   to ws-tab-preco(1) *>06 numeros - R$   5,00
           move    3500   to ws-tab-preco(2) *>07 numeros - R$  35,00
           move   14000   to ws-tab-preco(3) *>08 numeros - R$ 140,00
           move   42000   to ws-tab-preco(4) *>09 numeros - R$ 420,00
           move  105000   to ws-tab-preco(5) *>10 numeros - R$1050,00

           move 50063860  to ws-tab-chance(1) *>chance de acertar os 6 numeros
           move  7151980  to ws-tab-chance(2)
           move  1787995  to ws-tab-chance(3)
           move   595998  to ws-tab-chance(4)
           move   238399  to ws-tab-chance(5)


           .
       definir-tabela-precos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar as vigencias de preco de TABELA-PRECOS.DAT; sem o
      *>arquivo (ou vazio) ficam valendo os padroes em codigo
      *>-----------------------------------------------------------------
       carregar-tabela-precos section.


           move 0 to ws-total-vigencias

           open input tabela-precos-file

           set ws-fim-nao to true
           read tabela-precos-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-vigencias < ws-max-vigencias
                   add 1 to ws-total-vigencias
                   move tp-formato-jogo
                       to vg-formato-jogo(ws-total-vigencias)
                   move tp-quant-aposta
                       to vg-quant-aposta(ws-total-vigencias)
                   move tp-data-vigencia
                       to vg-data-vigencia(ws-total-vigencias)
                   move tp-preco  to vg-preco(ws-total-vigencias)
                   move tp-chance to vg-chance(ws-total-vigencias)
               end-if

               read tabela-precos-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close tabela-precos-file


           .
       carregar-tabela-precos-exit.
           exit.

      *>-----------------------------------------------------------------
      *>achar o preco em vigor para ws-busca-formato/ws-busca-quant na
      *>data ws-busca-data: a vigencia mais recente que nao e posterior
      *>a data; a Mega da Virada usa as vigencias da Mega Sena quando
      *>nao tem as suas; sem vigencia no arquivo, vale a tabela padrao
      *>-----------------------------------------------------------------
       obter-preco-vigente section.


           move 0 to ws-preco-vigente
           move 0 to ws-chance-vigente
           move 0 to ws-data-melhor
           set ws-vigencia-nao-achou to true

           move 0 to ws-v
           perform until ws-v = ws-total-vigencias
               add 1 to ws-v
               if vg-quant-aposta(ws-v) = ws-busca-quant and
                       vg-data-vigencia(ws-v) <= ws-busca-data and
                       (vg-formato-jogo(ws-v) = ws-busca-formato or
                        (vg-formato-jogo(ws-v) = 1 and
                         ws-busca-formato = 2))
                   if ws-vigencia-nao-achou or
                           vg-data-vigencia(ws-v) >= ws-data-melhor
                       set ws-vigencia-achou to true
                       move vg-data-vigencia(ws-v) to ws-data-melhor
                       move vg-preco(ws-v)  to ws-preco-vigente
                       move vg-chance(ws-v) to ws-chance-vigente
                   end-if
               end-if
           end-perform

           if ws-vigencia-nao-achou
               if (ws-busca-formato = 1 or ws-busca-formato = 2) and
                       ws-busca-quant >= 6 and ws-busca-quant <= 10
                   compute ws-idx-preco = ws-busca-quant - 5
                   move ws-tab-preco(ws-idx-preco)  to ws-preco-vigente
                   move ws-tab-chance(ws-idx-preco) to ws-chance-vigente
               end-if
           end-if


           .
       obter-preco-vigente-exit.
           exit.

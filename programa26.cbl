      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa26".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 21/09/2026.
       date-compiled. 21/09/2026.

      *>--- conferencia do orcamento mensal antes de aceitar um gasto:
      *>--- precifica a aposta pela vigencia de TABELA-PRECOS.DAT na
      *>--- data do gasto, soma o que o dono (carteira, bolao ou
      *>--- escritorio) ja comprometeu no mes em
      *>--- ORCAMENTO-COMPROMISSOS.DAT e compara com o limite de
      *>--- ORCAMENTO-MENSAL.DAT; dentro do limite o gasto e aceito,
      *>--- acima dele so com a senha de um supervisor (programa22), e
      *>--- a liberacao fica em ORCAMENTO-LIBERACOES.DAT. Chamado pelo
      *>--- programa05 ao marcar uma aposta jogada e pelo programa14
      *>--- antes de gravar um desdobramento no lote; o programa14 pede
      *>--- so a previa (modo P): confere o limite e pede a liberacao,
      *>--- mas nao compromete o gasto, que entra no orcamento quando
      *>--- cada aposta do lote e marcada jogada no programa05

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional tabela-precos-file
               assign to "TABELA-PRECOS.DAT"
               organization is line sequential.

           select optional orcamento-file
               assign to "ORCAMENTO-MENSAL.DAT"
               organization is line sequential.

           select optional compromissos-file
               assign to "ORCAMENTO-COMPROMISSOS.DAT"
               organization is line sequential.

           select optional liberacoes-file
               assign to "ORCAMENTO-LIBERACOES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  tabela-precos-file.
           copy "CPY-PRECO.CPY".

       fd  orcamento-file.
           copy "CPY-ORCAMENTO.CPY".

       fd  compromissos-file.
           copy "CPY-COMPROMISSO.CPY".

       fd  liberacoes-file.
           copy "CPY-LIBERACAO.CPY".

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

       01  ws-tabela-precos-apostas.
           05  ws-tab-preco occurs 5                pic 9(07).
           05  ws-tab-chance occurs 5                pic 9(08).

      *>--- vigencias de preco carregadas de TABELA-PRECOS.DAT (mantido
      *>--- por programa16); sem o arquivo valem os padroes em codigo
       01  ws-tabela-vigencias.
           05  ws-vigencia occurs 200.
               10  vg-formato-jogo          pic 9(01).
               10  vg-quant-aposta          pic 9(02).
               10  vg-data-vigencia         pic 9(08).
               10  vg-preco                 pic 9(07).
               10  vg-chance                pic 9(08).

       77  ws-total-vigencias               pic 9(03) value 0.
       77  ws-max-vigencias                 pic 9(03) value 200.

      *>--- argumentos e resultado da busca de preco vigente
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

      *>--- mes do gasto e situacao do orcamento do dono nesse mes
       01  ws-data-gasto.
           05  ws-mes-gasto                 pic 9(06).
           05  filler                       pic 9(02).

       77  ws-limite                        pic 9(09)v99 value 0.
       77  ws-comprometido                  pic 9(09)v99 value 0.
       77  ws-comprometido-apos             pic 9(09)v99 value 0.
       77  ws-saldo                         pic s9(09)v99 value 0.

       01  ws-orcamento-achado              pic x(01) value "n".
           88  ws-orcamento-achou           value "s".
           88  ws-orcamento-nao-achou       value "n".

       77  ws-limite-ed                     pic z(8)9,99.
       77  ws-comprometido-ed               pic z(8)9,99.
       77  ws-valor-ed                      pic z(8)9,99.
       77  ws-saldo-ed                      pic -(8)9,99.

       77  ws-resposta                      pic x(01) value space.

      *>--- sessao do supervisor que libera o gasto acima do limite
       01  ws-sessao-supervisor.
           05  ws-supervisor-codigo         pic x(10).
           05  ws-supervisor-nome           pic x(30).
           05  ws-supervisor-perfil         pic x(01).
               88  ws-supervisor-confirmado value "S".
           05  ws-supervisor-situacao       pic x(01).
               88  ws-supervisor-aberta     value "S".

       01  ws-data-hora-liberacao.
           05  ws-dh-data                   pic 9(08).
           05  ws-dh-hora                   pic 9(06).
           05  filler                       pic x(07).

      *>--- variaveis para comunicaçao entre programa
       linkage section.

       01  ls-consulta-orcamento.
           05  ls-orc-tipo-dono                     pic x(01).
           05  ls-orc-dono                          pic x(20).
           05  ls-orc-data                          pic 9(08).
           05  ls-orc-formato-jogo                  pic 9(01).
           05  ls-orc-quant-aposta                  pic 9(02).
           05  ls-orc-qtd-apostas                   pic 9(05).
           05  ls-orc-qtd-concursos                 pic 9(02).
           05  ls-orc-programa                      pic x(10).
           05  ls-orc-referencia                    pic x(20).
           05  ls-orc-operador                      pic x(10).
           05  ls-orc-valor                         pic 9(09)v99.
           05  ls-orc-situacao                      pic x(01).
               88  ls-orc-aprovado                  value "A".
               88  ls-orc-recusado                  value "R".
           05  ls-orc-modo                          pic x(01).
               88  ls-orc-previa                    value "P".

      *>--- declaração do corpo do programa
       procedure division using ls-consulta-orcamento.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move 0 to ls-orc-valor
           set ls-orc-recusado to true

           move 0 to ws-limite
           move 0 to ws-comprometido
           move 0 to ws-comprometido-apos
           set ws-orcamento-nao-achou to true

           if ls-orc-qtd-apostas = 0
               move 1 to ls-orc-qtd-apostas
           end-if
           if ls-orc-qtd-concursos = 0
               move 1 to ls-orc-qtd-concursos
           end-if

           move ls-orc-data to ws-data-gasto

           perform definir-tabela-precos
           perform carregar-tabela-precos


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           move ls-orc-formato-jogo to ws-busca-formato
           move ls-orc-quant-aposta to ws-busca-quant
           move ls-orc-data         to ws-busca-data
           perform obter-preco-vigente

           compute ls-orc-valor = ws-preco-vigente *
               ls-orc-qtd-apostas * ls-orc-qtd-concursos / 100

           if ws-preco-vigente = 0
      *>--- sem preco na tabela nao ha o que comprometer: o gasto
      *>--- passa, avisando para a tabela ser completada
               display "Sem preco vigente para o formato "
                   ls-orc-formato-jogo " com " ls-orc-quant-aposta
                   " numeros: gasto fora do orcamento."
               set ls-orc-aprovado to true
           else
               perform localizar-orcamento-mes
               perform somar-comprometido-mes

               move ls-orc-valor to ws-valor-ed
               display "Gasto: R$ " ws-valor-ed
                   " - orcamento de " ls-orc-dono
                   " no mes " ws-mes-gasto

               if ws-orcamento-nao-achou
                   display "Sem orcamento cadastrado para o dono no mes:"
                       " gasto aceito sem limite."
                   set ls-orc-aprovado to true
                   perform gravar-gasto-comprometido
               else
                   compute ws-comprometido-apos =
                       ws-comprometido + ls-orc-valor
                   if ws-comprometido-apos <= ws-limite
                       set ls-orc-aprovado to true
                       perform gravar-gasto-comprometido
                       compute ws-saldo = ws-limite - ws-comprometido-apos
                       move ws-saldo to ws-saldo-ed
                       display "Dentro do orcamento. Saldo do mes: R$ "
                           ws-saldo-ed
                   else
                       perform liberar-acima-do-limite
                   end-if
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
      *>tabela padrao de precos e chances de acerto, por quant-aposta
      *>(6 a 10), a mesma de definir-tabela-precos do programa02; vale
      *>quando TABELA-PRECOS.DAT nao tem vigencia para a combinacao
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

      *>-----------------------------------------------------------------
      *>procurar o limite do dono no mes do gasto em
      *>ORCAMENTO-MENSAL.DAT
      *>-----------------------------------------------------------------
       localizar-orcamento-mes section.


           open input orcamento-file

           set ws-fim-nao to true
           read orcamento-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim or ws-orcamento-achou
               if om-mes = ws-mes-gasto and
                       om-tipo-dono = ls-orc-tipo-dono and
                       om-dono = ls-orc-dono
                   set ws-orcamento-achou to true
                   move om-limite to ws-limite
               else
                   read orcamento-file
                       at end set ws-fim-sim to true
                   end-read
               end-if
           end-perform

           close orcamento-file


           .
       localizar-orcamento-mes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>somar o que o dono ja comprometeu no mes do gasto
      *>-----------------------------------------------------------------
       somar-comprometido-mes section.


           open input compromissos-file

           set ws-fim-nao to true
           read compromissos-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if gc-mes = ws-mes-gasto and
                       gc-tipo-dono = ls-orc-tipo-dono and
                       gc-dono = ls-orc-dono
                   add gc-valor to ws-comprometido
               end-if

               read compromissos-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close compromissos-file


           .
       somar-comprometido-mes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gasto que estoura o limite do mes: mostra a situacao e so
      *>aceita com a identificacao de um supervisor, registrando a
      *>liberacao
      *>-----------------------------------------------------------------
       liberar-acima-do-limite section.


           move ws-limite       to ws-limite-ed
           move ws-comprometido to ws-comprometido-ed
           compute ws-saldo = ws-limite - ws-comprometido
           move ws-saldo        to ws-saldo-ed

           display "*** Gasto acima do orcamento do mes ***"
           display "Limite:       R$ " ws-limite-ed
           display "Comprometido: R$ " ws-comprometido-ed
           display "Saldo:        R$ " ws-saldo-ed
           display "Este gasto:   R$ " ws-valor-ed
           display "Liberar com a senha de um supervisor? (S/N): "
               with no advancing
           accept ws-resposta

           if ws-resposta = "S" or ws-resposta = "s"
               call "programa22" using ws-sessao-supervisor
               if ws-supervisor-aberta and ws-supervisor-confirmado
                   set ls-orc-aprovado to true
                   perform gravar-gasto-comprometido
                   perform gravar-liberacao-orcamento
                   display "Gasto liberado acima do orcamento por "
                       ws-supervisor-codigo "."
               else
                   display "Liberacao so por supervisor: gasto recusado."
               end-if
           else
               display "Gasto recusado: orcamento do mes estourado."
           end-if


           .
       liberar-acima-do-limite-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar o gasto aceito em ORCAMENTO-COMPROMISSOS.DAT; na previa
      *>nada e gravado
      *>-----------------------------------------------------------------
       gravar-gasto-comprometido section.


           if ls-orc-previa
               display "Previa: gasto conferido, comprometido so ao"
                   " marcar cada aposta jogada."
           else
               perform gravar-registro-compromisso
           end-if


           .
       gravar-gasto-comprometido-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar o registro de gasto comprometido
      *>-----------------------------------------------------------------
       gravar-registro-compromisso section.


           move ws-mes-gasto        to gc-mes
           move ls-orc-tipo-dono    to gc-tipo-dono
           move ls-orc-dono         to gc-dono
           move ls-orc-data         to gc-data
           move ls-orc-programa     to gc-programa
           move ls-orc-referencia   to gc-referencia
           move ls-orc-valor        to gc-valor
           move ls-orc-operador     to gc-operador
           if ws-orcamento-achou and ws-comprometido-apos > ws-limite
               set gc-liberado-supervisor to true
           else
               set gc-dentro-do-limite to true
           end-if

           open extend compromissos-file
           write reg-gasto-comprometido
           close compromissos-file


           .
       gravar-registro-compromisso-exit.
           exit.

      *>-----------------------------------------------------------------
      *>registrar a liberacao acima do limite em
      *>ORCAMENTO-LIBERACOES.DAT, com o operador e o supervisor
      *>-----------------------------------------------------------------
       gravar-liberacao-orcamento section.


           move function current-date to ws-data-hora-liberacao

           move ws-dh-data           to lb-data
           move ws-dh-hora           to lb-hora
           move ls-orc-operador      to lb-operador
           move ws-supervisor-codigo to lb-supervisor
           move ws-mes-gasto         to lb-mes
           move ls-orc-tipo-dono     to lb-tipo-dono
           move ls-orc-dono          to lb-dono
           move ls-orc-programa      to lb-programa
           move ls-orc-referencia    to lb-referencia
           move ws-limite            to lb-limite
           move ws-comprometido      to lb-comprometido
           move ls-orc-valor         to lb-valor

           open extend liberacoes-file
           write reg-liberacao-orcamento
           close liberacoes-file


           .
       gravar-liberacao-orcamento-exit.
           exit.

      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa27".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 22/09/2026.
       date-compiled. 22/09/2026.

      *>--- relatorio de fechamento do orcamento do mes: para cada dono
      *>--- (carteira, bolao ou escritorio) com limite ou gasto no mes,
      *>--- o limite de ORCAMENTO-MENSAL.DAT, o comprometido de
      *>--- ORCAMENTO-COMPROMISSOS.DAT (e quanto disso foi liberado por
      *>--- supervisor acima do limite), os premios resgatados no mes
      *>--- (PREMIOS-RESGATE.DAT, atribuidos ao bolao ou a carteira da
      *>--- aposta, senao ao escritorio) e o saldo; o mes vem de
      *>--- PARAM-NOTURNO.DAT (mm/aaaa) na cadeia noturna ou e pedido
      *>--- na tela; grava RELATORIO-ORCAMENTO.DAT e devolve retorno 4
      *>--- quando algum dono passou do limite

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional orcamento-file
               assign to "ORCAMENTO-MENSAL.DAT"
               organization is line sequential.

           select optional compromissos-file
               assign to "ORCAMENTO-COMPROMISSOS.DAT"
               organization is line sequential.

           select optional resgates-file
               assign to "PREMIOS-RESGATE.DAT"
               organization is line sequential.

           select optional bolao-apostas-file
               assign to "BOLAO-APOSTAS.DAT"
               organization is line sequential.

           select optional carteira-resultados-file
               assign to "CARTEIRA-RESULTADOS.DAT"
               organization is line sequential.

           select optional param-noturno-file
               assign to "PARAM-NOTURNO.DAT"
               organization is line sequential.

           select relatorio-file
               assign to "RELATORIO-ORCAMENTO.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  orcamento-file.
           copy "CPY-ORCAMENTO.CPY".

       fd  compromissos-file.
           copy "CPY-COMPROMISSO.CPY".

       fd  resgates-file.
           copy "CPY-RESGATE.CPY".

       fd  bolao-apostas-file.
       01  reg-bolao-aposta.
           05  ba-bolao-nome                pic x(20).
           05  ba-aposta-id                 pic 9(09).

       fd  carteira-resultados-file.
       01  reg-carteira-resultado.
           05  cr-carteira-nome             pic x(20).
           05  cr-quant-aposta              pic 9(02).
           05  cr-numeros occurs 10         pic 9(02).
           05  cr-q-vezes-sorteio           pic 9(15).
           05  cr-time-hora                 pic 9(02).
           05  cr-time-minuto               pic 9(02).
           05  cr-time-centesimo            pic 9(02).
           05  cr-aposta-id                 pic 9(09).

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

      *>--- donos do mes com o limite e os totais acumulados
       01  ws-tabela-donos.
           05  ws-dono occurs 500.
               10  dn-tipo-dono             pic x(01).
               10  dn-dono                  pic x(20).
               10  dn-tem-limite            pic x(01).
               10  dn-limite                pic 9(09)v99.
               10  dn-comprometido          pic 9(09)v99.
               10  dn-liberado              pic 9(09)v99.
               10  dn-premios               pic 9(11)v99.

       77  ws-total-donos                   pic 9(03) value 0.
       77  ws-max-donos                     pic 9(03) value 500.

      *>--- ligacoes das apostas com boloes e carteiras, para atribuir
      *>--- os premios resgatados ao dono da aposta
       01  ws-tabela-ligacoes.
           05  ws-ligacao occurs 5000.
               10  lg-aposta-id             pic 9(09).
               10  lg-tipo-dono             pic x(01).
               10  lg-dono                  pic x(20).

       77  ws-total-ligacoes                pic 9(04) value 0.
       77  ws-max-ligacoes                  pic 9(04) value 5000.

      *>--- dono procurado ou incluido na tabela
       01  ws-dono-busca.
           05  ws-busca-tipo-dono           pic x(01).
           05  ws-busca-dono                pic x(20).

       77  ws-indice-dono                   pic 9(03) value 0.

       01  ws-noturno                       pic x(01) value "n".
           88  ws-noturno-sim               value "s".
           88  ws-noturno-nao               value "n".

       01  ws-mes-digitado                  pic x(10).
       01  ws-campo-mes                     pic x(02).
       01  ws-campo-ano                     pic x(04).
       77  ws-mes-conv                      pic 9(06) value 0.
       77  ws-mes-relatorio                 pic 9(06) value 0.

       01  ws-data-corrente.
           05  ws-dc-mes                    pic 9(06).
           05  filler                       pic x(15).

       01  ws-data-resgate.
           05  ws-mes-resgate               pic 9(06).
           05  filler                       pic 9(02).

       77  ws-saldo                         pic s9(11)v99 value 0.
       77  ws-limite-ed                     pic z(8)9,99.
       77  ws-comprometido-ed               pic z(8)9,99.
       77  ws-liberado-ed                   pic z(8)9,99.
       77  ws-premios-ed                    pic z(10)9,99.
       77  ws-saldo-ed                      pic -(10)9,99.
       01  ws-limite-texto                  pic x(12) value space.
       01  ws-saldo-texto                   pic x(14) value space.
       01  ws-marca                         pic x(14) value space.

       77  ws-total-limite                  pic 9(11)v99 value 0.
       77  ws-total-comprometido            pic 9(11)v99 value 0.
       77  ws-total-premios                 pic 9(13)v99 value 0.
       77  ws-total-estourados              pic 9(03) value 0.
       77  ws-total-ed                      pic z(12)9,99.

       77  ws-d                             pic 9(03).
       77  ws-l                             pic 9(04).

      *>--- declaração do corpo do programa
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move 0 to ws-total-donos
           move 0 to ws-total-ligacoes
           move 0 to ws-total-limite
           move 0 to ws-total-comprometido
           move 0 to ws-total-premios
           move 0 to ws-total-estourados

           move function current-date to ws-data-corrente

           perform ler-parametro-noturno

           if ws-noturno-nao
               display "=== Fechamento do orcamento mensal ==="
               display "Mes (mm/aaaa; em branco o mes corrente): "
                   with no advancing
               accept ws-mes-digitado
           end-if

           if ws-mes-digitado = space
               move ws-dc-mes to ws-mes-relatorio
           else
               perform desmontar-mes-digitado
               move ws-mes-conv to ws-mes-relatorio
           end-if

           if ws-mes-relatorio = 0
               display "Mes invalido."
               move 8 to return-code
               goback
           end-if

           open output relatorio-file


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           perform carregar-limites-mes
           perform somar-compromissos-mes
           perform carregar-ligacoes
           perform somar-premios-mes

           perform imprimir-relatorio-orcamento

           display "Donos no mes " ws-mes-relatorio ": " ws-total-donos
               " - acima do limite: " ws-total-estourados
           display "Relatorio gravado em RELATORIO-ORCAMENTO.DAT"


           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


           close relatorio-file

      *>--- retorno 4 avisa a cadeia noturna que algum dono passou do
      *>--- limite do mes, sem interromper os passos seguintes
           if ws-total-estourados > 0
               move 4 to return-code
           end-if
           goback


           .
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ler o mes gravado pela cadeia noturna (programa15) em
      *>PARAM-NOTURNO.DAT; com o parametro preenchido o relatorio roda
      *>sem operador
      *>-----------------------------------------------------------------
       ler-parametro-noturno section.


           set ws-noturno-nao to true
           move space to ws-mes-digitado

           open input param-noturno-file
           read param-noturno-file
               at end
                   continue
               not at end
                   if pn-parametro1 <> space
                       set ws-noturno-sim to true
                       move pn-parametro1 to ws-mes-digitado
                       display "Fechamento do orcamento em modo noturno: "
                           ws-mes-digitado
                   end-if
           end-read
           close param-noturno-file


           .
       ler-parametro-noturno-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os limites do mes, um dono por limite
      *>-----------------------------------------------------------------
       carregar-limites-mes section.


           open input orcamento-file

           set ws-fim-nao to true
           read orcamento-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if om-mes = ws-mes-relatorio
                   move om-tipo-dono to ws-busca-tipo-dono
                   move om-dono      to ws-busca-dono
                   perform localizar-dono
                   if ws-indice-dono <> 0
                       move "S"       to dn-tem-limite(ws-indice-dono)
                       move om-limite to dn-limite(ws-indice-dono)
                   end-if
               end-if

               read orcamento-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close orcamento-file


           .
       carregar-limites-mes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>somar os gastos comprometidos no mes por dono, separando o que
      *>foi liberado por supervisor acima do limite
      *>-----------------------------------------------------------------
       somar-compromissos-mes section.


           open input compromissos-file

           set ws-fim-nao to true
           read compromissos-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if gc-mes = ws-mes-relatorio
                   move gc-tipo-dono to ws-busca-tipo-dono
                   move gc-dono      to ws-busca-dono
                   perform localizar-dono
                   if ws-indice-dono <> 0
                       add gc-valor to dn-comprometido(ws-indice-dono)
                       if gc-liberado-supervisor
                           add gc-valor to dn-liberado(ws-indice-dono)
                       end-if
                   end-if
               end-if

               read compromissos-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close compromissos-file


           .
       somar-compromissos-mes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar as ligacoes aposta-bolao (BOLAO-APOSTAS.DAT) e
      *>aposta-carteira (CARTEIRA-RESULTADOS.DAT)
      *>-----------------------------------------------------------------
       carregar-ligacoes section.


           open input bolao-apostas-file

           set ws-fim-nao to true
           read bolao-apostas-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-ligacoes < ws-max-ligacoes
                   add 1 to ws-total-ligacoes
                   move ba-aposta-id  to lg-aposta-id(ws-total-ligacoes)
                   move "B"           to lg-tipo-dono(ws-total-ligacoes)
                   move ba-bolao-nome to lg-dono(ws-total-ligacoes)
               end-if

               read bolao-apostas-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close bolao-apostas-file

           open input carteira-resultados-file

           set ws-fim-nao to true
           read carteira-resultados-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               if ws-total-ligacoes < ws-max-ligacoes
                   add 1 to ws-total-ligacoes
                   move cr-aposta-id     to lg-aposta-id(ws-total-ligacoes)
                   move "C"              to lg-tipo-dono(ws-total-ligacoes)
                   move cr-carteira-nome to lg-dono(ws-total-ligacoes)
               end-if

               read carteira-resultados-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close carteira-resultados-file


           .
       carregar-ligacoes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>somar os premios resgatados no mes, pelo valor recebido, ao
      *>dono da aposta premiada (o bolao vem antes da carteira, como
      *>no programa05)
      *>-----------------------------------------------------------------
       somar-premios-mes section.


           open input resgates-file

           set ws-fim-nao to true
           read resgates-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               move rg-data-resgate to ws-data-resgate
               if rg-resgatado and ws-mes-resgate = ws-mes-relatorio
                   move "E"          to ws-busca-tipo-dono
                   move "ESCRITORIO" to ws-busca-dono
                   move 0 to ws-l
                   perform until ws-l = ws-total-ligacoes or
                           ws-busca-tipo-dono = "B"
                       add 1 to ws-l
                       if lg-aposta-id(ws-l) = rg-aposta-id
                           if lg-tipo-dono(ws-l) = "B" or
                                   ws-busca-tipo-dono = "E"
                               move lg-tipo-dono(ws-l)
                                   to ws-busca-tipo-dono
                               move lg-dono(ws-l) to ws-busca-dono
                           end-if
                       end-if
                   end-perform

                   perform localizar-dono
                   if ws-indice-dono <> 0
                       add rg-valor-recebido to dn-premios(ws-indice-dono)
                   end-if
               end-if

               read resgates-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resgates-file


           .
       somar-premios-mes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>achar ws-dono-busca na tabela de donos, incluindo se ainda nao
      *>esta; devolve o indice em ws-indice-dono (zero com a tabela
      *>cheia)
      *>-----------------------------------------------------------------
       localizar-dono section.


           move 0 to ws-indice-dono
           move 0 to ws-d
           perform until ws-d = ws-total-donos or ws-indice-dono <> 0
               add 1 to ws-d
               if dn-tipo-dono(ws-d) = ws-busca-tipo-dono and
                       dn-dono(ws-d) = ws-busca-dono
                   move ws-d to ws-indice-dono
               end-if
           end-perform

           if ws-indice-dono = 0 and ws-total-donos < ws-max-donos
               add 1 to ws-total-donos
               move ws-total-donos     to ws-indice-dono
               move ws-busca-tipo-dono to dn-tipo-dono(ws-indice-dono)
               move ws-busca-dono      to dn-dono(ws-indice-dono)
               move "N"                to dn-tem-limite(ws-indice-dono)
               move 0 to dn-limite(ws-indice-dono)
               move 0 to dn-comprometido(ws-indice-dono)
               move 0 to dn-liberado(ws-indice-dono)
               move 0 to dn-premios(ws-indice-dono)
           end-if


           .
       localizar-dono-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir um dono por linha com limite, comprometido, premios e
      *>saldo (limite menos comprometido), e os totais do mes
      *>-----------------------------------------------------------------
       imprimir-relatorio-orcamento section.


           move "=== FECHAMENTO DO ORCAMENTO MENSAL DE APOSTAS ==="
               to reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "Mes: " delimited by size
                  ws-mes-relatorio delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           write reg-relatorio

           move "dono                    limite        comprometido"
               to reg-relatorio
           move "  liberado acima   premios          saldo"
               to reg-relatorio(51:)
           write reg-relatorio

           if ws-total-donos = 0
               move "Nenhum limite ou gasto no mes." to reg-relatorio
               write reg-relatorio
           end-if

           move 0 to ws-d
           perform until ws-d = ws-total-donos
               add 1 to ws-d

               move space to ws-marca
               if dn-tem-limite(ws-d) = "S"
                   compute ws-saldo =
                       dn-limite(ws-d) - dn-comprometido(ws-d)
                   move ws-saldo to ws-saldo-ed
                   move ws-saldo-ed to ws-saldo-texto
                   move dn-limite(ws-d) to ws-limite-ed
                   move ws-limite-ed to ws-limite-texto
                   if ws-saldo < 0
                       move "** ESTOURADO" to ws-marca
                       add 1 to ws-total-estourados
                   end-if
               else
                   move space to ws-saldo-texto
                   move "  sem limite" to ws-limite-texto
                   move "** SEM LIMITE" to ws-marca
               end-if

               move dn-comprometido(ws-d) to ws-comprometido-ed
               move dn-liberado(ws-d)     to ws-liberado-ed
               move dn-premios(ws-d)      to ws-premios-ed

               add dn-limite(ws-d)       to ws-total-limite
               add dn-comprometido(ws-d) to ws-total-comprometido
               add dn-premios(ws-d)      to ws-total-premios

               move space to reg-relatorio
               string dn-tipo-dono(ws-d) delimited by size
                      "-" delimited by size
                      dn-dono(ws-d) delimited by size
                      " " delimited by size
                      ws-limite-texto delimited by size
                      "  " delimited by size
                      ws-comprometido-ed delimited by size
                      "  " delimited by size
                      ws-liberado-ed delimited by size
                      " " delimited by size
                      ws-premios-ed delimited by size
                      " " delimited by size
                      ws-saldo-texto delimited by size
                      " " delimited by size
                      ws-marca delimited by size
                      into reg-relatorio
               write reg-relatorio
           end-perform

           move space to reg-relatorio
           write reg-relatorio

           move ws-total-limite to ws-total-ed
           move space to reg-relatorio
           string "Total dos limites:      R$ " delimited by size
                  ws-total-ed delimited by size
                  into reg-relatorio
           write reg-relatorio

           move ws-total-comprometido to ws-total-ed
           move space to reg-relatorio
           string "Total comprometido:     R$ " delimited by size
                  ws-total-ed delimited by size
                  into reg-relatorio
           write reg-relatorio

           move ws-total-premios to ws-total-ed
           move space to reg-relatorio
           string "Premios resgatados:     R$ " delimited by size
                  ws-total-ed delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "Donos acima do limite: " delimited by size
                  ws-total-estourados delimited by size
                  into reg-relatorio
           write reg-relatorio


           .
       imprimir-relatorio-orcamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar mm/aaaa digitado para ws-mes-conv (aaaamm); mes
      *>invalido vale zero
      *>-----------------------------------------------------------------
       desmontar-mes-digitado section.


           move 0 to ws-mes-conv
           move space to ws-campo-mes
           move space to ws-campo-ano

           unstring ws-mes-digitado delimited by "/"
               into ws-campo-mes
                    ws-campo-ano
           end-unstring

           if function test-numval(ws-campo-mes) = 0 and
                   ws-campo-mes <> space and
                   function test-numval(ws-campo-ano) = 0 and
                   ws-campo-ano <> space
               compute ws-mes-conv =
                   function numval(ws-campo-ano) * 100 +
                   function numval(ws-campo-mes)
               if ws-mes-conv(5:2) < "01" or ws-mes-conv(5:2) > "12"
                   move 0 to ws-mes-conv
               end-if
           end-if


           .
       desmontar-mes-digitado-exit.
           exit.

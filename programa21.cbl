      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa21".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 16/09/2026.
       date-compiled. 16/09/2026.

      *>--- relatorio noturno dos premios nao resgatados: le
      *>--- PREMIOS-RESGATE.DAT, ordena os resgates pendentes pelos dias
      *>--- que faltam para o premio prescrever (90 dias depois do
      *>--- sorteio) e marca os que tem menos de 15 dias ou ja
      *>--- prescreveram; grava RELATORIO-RESGATES.DAT e devolve
      *>--- retorno 4 para a cadeia noturna quando ha premio marcado

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional resgates-file
               assign to "PREMIOS-RESGATE.DAT"
               organization is line sequential.

           select relatorio-file
               assign to "RELATORIO-RESGATES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  resgates-file.
           copy "CPY-RESGATE.CPY".

       fd  relatorio-file.
       01  reg-relatorio                    pic x(132).

      *>--- variavéis de trabalho
       working-storage section.

       01  ws-fim-arquivo                   pic x(01) value "n".
           88  ws-fim-sim                   value "s".
           88  ws-fim-nao                   value "n".

      *>--- resgates pendentes com os dias que faltam, para ordenar;
      *>--- o registro tem o tamanho de reg-resgate-premio (CPY-RESGATE)
       01  ws-tabela-pendentes.
           05  ws-pendente occurs 3000.
               10  pd-dias-restantes        pic s9(05).
               10  pd-registro              pic x(123).

       01  ws-pendente-tmp.
           05  pt-dias-restantes            pic s9(05).
           05  pt-registro                  pic x(123).

       77  ws-total-pendentes               pic 9(04) value 0.
       77  ws-max-pendentes                 pic 9(04) value 3000.
       77  ws-total-lidos                   pic 9(06) value 0.
       77  ws-total-resgatados              pic 9(06) value 0.
       77  ws-total-urgentes                pic 9(04) value 0.
       77  ws-total-prescritos              pic 9(04) value 0.

      *>--- premio com menos dias que isto para prescrever e marcado
       77  ws-dias-alerta                   pic 9(03) value 15.

       01  ws-data-corrente.
           05  ws-dc-data                   pic 9(08).
           05  filler                       pic x(13).

       77  ws-dias-restantes                pic s9(05) value 0.
       77  ws-dias-ed                       pic -(4)9.
       77  ws-bruto-ed                      pic z(10)9,99.
       77  ws-liquido-ed                    pic z(10)9,99.
       77  ws-total-liquido                 pic 9(13)v99 value 0.
       77  ws-total-liquido-ed              pic z(12)9,99.
       01  ws-marca                         pic x(14) value space.

       77  ws-i                             pic 9(04).
       77  ws-s                             pic 9(04).

      *>--- declaração do corpo do programa
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           move function current-date to ws-data-corrente


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           perform carregar-pendentes
           perform ordenar-pendentes

           open output relatorio-file
           perform imprimir-relatorio-resgates
           close relatorio-file

           display "Resgates lidos: " ws-total-lidos
               " pendentes: " ws-total-pendentes
           display "Pendentes com menos de " ws-dias-alerta
               " dias: " ws-total-urgentes
               " prescritos: " ws-total-prescritos
           display "Relatorio gravado em RELATORIO-RESGATES.DAT"


           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


      *>--- retorno 4 avisa a cadeia noturna que ha premio perto de
      *>--- prescrever, sem interromper os passos seguintes
           if ws-total-urgentes > 0 or ws-total-prescritos > 0
               move 4 to return-code
           end-if
           goback


           .
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>carregar os resgates pendentes, calculando os dias que faltam
      *>de hoje ate o prazo de cada um
      *>-----------------------------------------------------------------
       carregar-pendentes section.


           open input resgates-file

           set ws-fim-nao to true
           read resgates-file
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               add 1 to ws-total-lidos
               if rg-resgatado
                   add 1 to ws-total-resgatados
               else
                   if ws-total-pendentes < ws-max-pendentes
                       add 1 to ws-total-pendentes
                       compute pd-dias-restantes(ws-total-pendentes) =
                           function integer-of-date(rg-data-limite) -
                           function integer-of-date(ws-dc-data)
                       move reg-resgate-premio
                           to pd-registro(ws-total-pendentes)
                   end-if
               end-if

               read resgates-file
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close resgates-file


           .
       carregar-pendentes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>ordenar os pendentes pelos dias que faltam, do mais urgente
      *>(ou ja prescrito) para o mais folgado
      *>-----------------------------------------------------------------
       ordenar-pendentes section.


           move 1 to ws-i
           perform until ws-i >= ws-total-pendentes
               move 1 to ws-s
               perform until ws-s > ws-total-pendentes - ws-i
                   if pd-dias-restantes(ws-s) >
                           pd-dias-restantes(ws-s + 1)
                       move ws-pendente(ws-s)     to ws-pendente-tmp
                       move ws-pendente(ws-s + 1) to ws-pendente(ws-s)
                       move ws-pendente-tmp       to ws-pendente(ws-s + 1)
                   end-if
                   add 1 to ws-s
               end-perform
               add 1 to ws-i
           end-perform


           .
       ordenar-pendentes-exit.
           exit.

      *>-----------------------------------------------------------------
      *>imprimir um resgate pendente por linha, na ordem dos dias que
      *>faltam, com a marca de urgente ou prescrito
      *>-----------------------------------------------------------------
       imprimir-relatorio-resgates section.


           move "=== PREMIOS NAO RESGATADOS POR DIAS PARA PRESCREVER ==="
               to reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "Data de referencia: " delimited by size
                  ws-dc-data delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           write reg-relatorio

           if ws-total-pendentes = 0
               move "Nenhum premio pendente de resgate." to reg-relatorio
               write reg-relatorio
           end-if

           move 0 to ws-i
           perform until ws-i = ws-total-pendentes
               add 1 to ws-i
               move pd-registro(ws-i) to reg-resgate-premio
               move pd-dias-restantes(ws-i) to ws-dias-restantes

               move space to ws-marca
               if ws-dias-restantes < 0
                   move "** PRESCRITO" to ws-marca
                   add 1 to ws-total-prescritos
               else
                   if ws-dias-restantes < ws-dias-alerta
                       move "** URGENTE" to ws-marca
                       add 1 to ws-total-urgentes
                   end-if
               end-if

               move ws-dias-restantes to ws-dias-ed
               move rg-valor-bruto    to ws-bruto-ed
               move rg-valor-liquido  to ws-liquido-ed
               add rg-valor-liquido   to ws-total-liquido

               move space to reg-relatorio
               string "dias " delimited by size
                      ws-dias-ed delimited by size
                      " prazo " delimited by size
                      rg-data-limite delimited by size
                      " id " delimited by size
                      rg-aposta-id delimited by size
                      " conc " delimited by size
                      rg-concurso delimited by size
                      " acertos " delimited by size
                      rg-acertos delimited by size
                      " bruto " delimited by size
                      ws-bruto-ed delimited by size
                      " liquido " delimited by size
                      ws-liquido-ed delimited by size
                      " " delimited by size
                      ws-marca delimited by size
                      into reg-relatorio
               write reg-relatorio
           end-perform

           move space to reg-relatorio
           write reg-relatorio

           move ws-total-liquido to ws-total-liquido-ed
           move space to reg-relatorio
           string "Pendentes: " delimited by size
                  ws-total-pendentes delimited by size
                  " - liquido a resgatar R$ " delimited by size
                  ws-total-liquido-ed delimited by size
                  into reg-relatorio
           write reg-relatorio

           move space to reg-relatorio
           string "Com menos de " delimited by size
                  ws-dias-alerta delimited by size
                  " dias: " delimited by size
                  ws-total-urgentes delimited by size
                  " - prescritos: " delimited by size
                  ws-total-prescritos delimited by size
                  " - ja resgatados: " delimited by size
                  ws-total-resgatados delimited by size
                  into reg-relatorio
           write reg-relatorio


           .
       imprimir-relatorio-resgates-exit.
           exit.

      $set sourceformat"free"

      *>--- divisão de identificação do programa
       identification division.
      *>--- nome do programa
       program-id. "programa33".

      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".

      *>--- data que o programa foi escrito
       date-written. 06/10/2026.
       date-compiled. 06/10/2026.

      *>--- passo da cadeia noturna da verificacao de combinacoes
      *>--- repetidas (programa32) para o concurso de
      *>--- PARAM-NOTURNO.DAT: parametro 1 = concurso (em branco, o
      *>--- proximo concurso aberto do calendario) e parametro 2 = jogo
      *>--- (1-Mega Sena 3-Lotofacil 4-Quina; em branco Mega Sena);
      *>--- o relatorio fica em RELATORIO-DUPLICIDADES.DAT e o retorno
      *>--- 4 avisa que ha aposta repetida ou contida em outra

      *>--- divisao para configuração do programa
       environment division.
       configuration section.

      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.

      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.

           select optional param-noturno-file
               assign to "PARAM-NOTURNO.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

      *>--- variáveis de arquivos
       file section.

       fd  param-noturno-file.
       01  reg-param-noturno.
           05  pn-parametro1                pic x(10).
           05  pn-parametro2                pic x(10).

      *>--- variavéis de trabalho
       working-storage section.

      *>--- area da verificacao de repetidas (programa32)
       01  ws-consulta-duplicidade.
           05  ws-dup-concurso              pic 9(04).
           05  ws-dup-formato-jogo          pic 9(01).
           05  ws-dup-aposta-id             pic 9(09).
           05  ws-dup-quant-aposta          pic 9(02).
           05  ws-dup-numeros occurs 15     pic 9(02).
           05  ws-dup-exatas                pic 9(05).
           05  ws-dup-contidas              pic 9(05).
           05  ws-dup-situacao              pic x(01).
               88  ws-dup-sem-repeticao     value "N".
               88  ws-dup-com-repeticao     value "R".

      *>--- declaração do corpo do programa
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.

      *>-----------------------------------------------------------------
      *>                   inicializacao do programa
      *>-----------------------------------------------------------------
       inicializacao section.


           initialize ws-consulta-duplicidade
           move 1 to ws-dup-formato-jogo

           perform ler-parametro-noturno


           .
       inicializacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   processamento do programa
      *>-----------------------------------------------------------------
       processamento section.


           call "programa32" using ws-consulta-duplicidade
               on exception
                   display "programa32 nao encontrado."
           end-call

           display "Verificacao de repetidas do concurso "
               ws-dup-concurso ": repetidas " ws-dup-exatas
               " contidas " ws-dup-contidas
           display "Relatorio gravado em RELATORIO-DUPLICIDADES.DAT"


           .
       processamento-exit.
           exit.

      *>-----------------------------------------------------------------
      *>                   finalizacao do programa
      *>-----------------------------------------------------------------
       finalizacao section.


      *>--- retorno 4 avisa a cadeia noturna que ha aposta a rever,
      *>--- sem interromper os passos seguintes
           move 0 to return-code
           if ws-dup-com-repeticao
               move 4 to return-code
           end-if
           goback


           .
       finalizacao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>concurso e jogo gravados pela cadeia noturna (programa15) em
      *>PARAM-NOTURNO.DAT; sem eles vale o proximo concurso da Mega
      *>-----------------------------------------------------------------
       ler-parametro-noturno section.


           open input param-noturno-file
           read param-noturno-file
               at end
                   continue
               not at end
                   if pn-parametro1 <> space and
                           function test-numval(pn-parametro1) = 0
                       compute ws-dup-concurso =
                           function numval(pn-parametro1)
                   end-if
                   if pn-parametro2 <> space and
                           function test-numval(pn-parametro2) = 0
                       compute ws-dup-formato-jogo =
                           function numval(pn-parametro2)
                   end-if
           end-read
           close param-noturno-file


           .
       ler-parametro-noturno-exit.
           exit.

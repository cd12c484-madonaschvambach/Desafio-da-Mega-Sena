      *>--- data de inicio, preco e chance), listar e excluir, no mesmo
      *>--- esquema de manutencao em memoria do programa07; os
      *>--- programas que precificam apostas (02, 09, 12, 13 e 14) leem
      *>--- este arquivo em vez da tabela fixa em codigo; excluir uma
      *>--- vigencia em vigor num mes ja fechado passa pela trava do
      *>--- programa35 (ajuste de supervisor no livro razao)

      *>--- divisao para configuração do programa
       environment division.
               assign to "TABELA-PRECOS.DAT"
               organization is line sequential.

      *>--- jornal de alteracoes: cada vigencia incluida ou excluida,
      *>--- com o operador e a imagem do registro
           select optional jornal-file
               assign to "JORNAL-ALTERACOES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

       fd  tabela-precos-file.
           copy "CPY-PRECO.CPY".

       fd  jornal-file.
           copy "CPY-JORNAL.CPY".

      *>--- variavéis de trabalho
       working-storage section.


       01  ws-motivo-rejeicao               pic x(50) value space.

      *>--- entrada do jornal de alteracoes em montagem
       01  ws-jornal-pendente.
           05  wj-operacao                  pic x(01).
           05  wj-imagem-antes              pic x(100).
           05  wj-imagem-depois             pic x(100).

       01  ws-data-hora-jornal.
           05  ws-dh-data                   pic 9(08).
           05  ws-dh-hora                   pic 9(06).
           05  filler                       pic x(07).

       77  ws-preco-ed                      pic z(4)9,99.
       77  ws-preco-reais                   pic 9(09)v99 value 0.

      *>--- area da trava de mes fechado (programa35): periodo em que
      *>--- a vigencia a excluir esteve em vigor
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

       77  ws-proxima-vigencia              pic 9(08) value 0.
       77  ws-w                             pic 9(03) value 0.

       77  ws-opcao-manutencao              pic x(01) value space.
       77  ws-indice-achado                 pic 9(03) value 0.
       77  ws-indice-excluir                pic 9(03) value 0.
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
               display "Opcao: " with no advancing
               accept ws-opcao-manutencao

      *>--- o apostador so consulta; mexer nas vigencias e funcao do
      *>--- supervisor
               evaluate ws-opcao-manutencao
                   when "L" when "l"
                       perform listar-vigencias
                   when "I" when "i"
                       if ls-perfil-supervisor
                           perform incluir-vigencia
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "E" when "e"
                       if ls-perfil-supervisor
                           perform excluir-vigencia
                       else
                           display "Opcao restrita ao supervisor."
                       end-if
                   when "X" when "x"
                       continue
                   when other
                   move ve-preco  to vg-preco(ws-total-vigencias)
                   move ve-chance to vg-chance(ws-total-vigencias)
                   perform regravar-vigencias
                   move "I" to wj-operacao
                   move space to wj-imagem-antes
                   move ws-vigencia(ws-total-vigencias)
                       to wj-imagem-depois
                   perform gravar-jornal-alteracao
                   display "Vigencia incluida."
               else
                   display "Vigencia rejeitada: " ws-motivo-rejeicao
                       ws-indice-excluir > ws-total-vigencias
                   display "Posicao inexistente."
               else
                   perform conferir-mes-fechado-vigencia
                   if ws-fch-recusado
                       display "Vigencia nao excluida."
                   else
                       move "E" to wj-operacao
                       move ws-vigencia(ws-indice-excluir)
                           to wj-imagem-antes
                       move space to wj-imagem-depois

                       move ws-indice-excluir to ws-v
                       perform until ws-v >= ws-total-vigencias
                           move ws-vigencia(ws-v + 1) to ws-vigencia(ws-v)
                           add 1 to ws-v
                       end-perform
                       subtract 1 from ws-total-vigencias
                       perform regravar-vigencias
                       perform gravar-jornal-alteracao
                       display "Vigencia excluida."
                   end-if
               end-if
           end-if

       excluir-vigencia-exit.
           exit.

      *>-----------------------------------------------------------------
      *>a vigencia ws-indice-excluir esteve em vigor da sua data ate a
      *>vespera da vigencia seguinte do mesmo formato e quantidade
      *>(sem seguinte, ate hoje); se o periodo pega mes fechado, a
      *>exclusao so passa com ajuste de supervisor (programa35)
      *>-----------------------------------------------------------------
       conferir-mes-fechado-vigencia section.


           move 0 to ws-proxima-vigencia
           move 0 to ws-w
           perform until ws-w = ws-total-vigencias
               add 1 to ws-w
               if vg-formato-jogo(ws-w) =
                       vg-formato-jogo(ws-indice-excluir) and
                       vg-quant-aposta(ws-w) =
                       vg-quant-aposta(ws-indice-excluir) and
                       vg-data-vigencia(ws-w) >
                       vg-data-vigencia(ws-indice-excluir)
                   if ws-proxima-vigencia = 0 or
                           vg-data-vigencia(ws-w) < ws-proxima-vigencia
                       move vg-data-vigencia(ws-w) to ws-proxima-vigencia
                   end-if
               end-if
           end-perform

           initialize ws-consulta-fechamento
           move "P" to ws-fch-tipo
           move vg-data-vigencia(ws-indice-excluir) to ws-fch-data-inicial
           if ws-proxima-vigencia <> 0
               compute ws-fch-data-final = function date-of-integer(
                   function integer-of-date(ws-proxima-vigencia) - 1)
           end-if
           move vg-formato-jogo(ws-indice-excluir) to ws-fch-formato-jogo
           move "programa16"       to ws-fch-programa
           move ls-operador-codigo to ws-fch-operador
           string "Excluir vigencia "
                  vg-data-vigencia(ws-indice-excluir)
                  " fmt " vg-formato-jogo(ws-indice-excluir)
                  " qt " vg-quant-aposta(ws-indice-excluir)
                  delimited by size into ws-fch-descricao
           end-string
           move "I" to ws-fch-modo

           call "programa35" using ws-consulta-fechamento


           .
       conferir-mes-fechado-vigencia-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar no jornal de alteracoes a entrada montada em
      *>ws-jornal-pendente, com o operador da sessao e a data e hora
      *>-----------------------------------------------------------------
       gravar-jornal-alteracao section.


           move function current-date to ws-data-hora-jornal

           open extend jornal-file

           move ws-dh-data          to jn-data
           move ws-dh-hora          to jn-hora
           move ls-operador-codigo  to jn-operador
           move "programa16"        to jn-programa
           move "TABELA-PRECOS.DAT" to jn-arquivo
           move wj-operacao         to jn-operacao
           move wj-imagem-antes     to jn-imagem-antes
           move wj-imagem-depois    to jn-imagem-depois
           write reg-jornal-alteracao

           close jornal-file


           .
       gravar-jornal-alteracao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>desmontar dd/mm/aaaa digitado para ve-data-vigencia (aaaammdd);
      *>data invalida ou em branco vale zero

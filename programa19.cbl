      *>--- geracao escolhida, no estilo do programa11, antes de por o
      *>--- arquivo de volta no lugar do vivo; com o parametro BACKUP
      *>--- em PARAM-NOTURNO.DAT roda o backup sem operador, como passo
      *>--- da cadeia noturna; tambem converte o cadastro de apostas de
      *>--- layouts antigos e reconstroi as chaves alternadas dele

      *>--- divisao para configuração do programa
       environment division.
               organization is indexed
               access mode is dynamic
               record key is am-aposta-id
               alternate record key is am-chave-situacao-concurso
                   with duplicates
               alternate record key is am-formato-jogo with duplicates
               sharing with all other
               lock mode is automatic
               file status is ws-fs-master.
               record key is amv-aposta-id
               file status is ws-fs-legado.

      *>--- o mesmo cadastro no layout de 110 posicoes (anterior a
      *>--- quantidade de concursos da teimosinha), tambem so para a
      *>--- conversao unica
           select optional aposta-master-110-file
               assign to "APOSTAS-MASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is amx-aposta-id
               file status is ws-fs-110.

      *>--- o mesmo cadastro no layout corrente, so com a chave
      *>--- primaria, como foi gravado antes das chaves alternadas de
      *>--- situacao/concurso alvo e de formato; so para a reconstrucao
           select optional aposta-master-112-file
               assign to "APOSTAS-MASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is amp-aposta-id
               file status is ws-fs-112.

           select optional catalogo-file
               assign to "BACKUP-CATALOGO.DAT"
               organization is line sequential.
               assign to "PARAM-NOTURNO.DAT"
               organization is line sequential.

      *>--- jornal de alteracoes: cada restauracao de geracao por cima
      *>--- de um arquivo vivo, com o supervisor que a fez
           select optional jornal-file
               assign to "JORNAL-ALTERACOES.DAT"
               organization is line sequential.

      *>--- declaracao de variaveis
       data division.

           05  amv-q-vezes-sorteio          pic 9(15).
           05  amv-time                     pic 9(06).

       fd  aposta-master-110-file.
       01  reg-aposta-master-110.
           05  amx-aposta-id                pic 9(09).
           05  filler                       pic x(101).

       fd  aposta-master-112-file.
       01  reg-aposta-master-112.
           05  amp-aposta-id                pic 9(09).
           05  filler                       pic x(103).

       fd  catalogo-file.
       01  reg-catalogo.
           05  bc-arquivo                   pic x(30).
           05  pn-parametro1                pic x(10).
           05  pn-parametro2                pic x(10).

       fd  jornal-file.
           copy "CPY-JORNAL.CPY".

      *>--- variavéis de trabalho
       working-storage section.

           05  ac-concurso-alvo             pic 9(04).
           05  ac-formato-jogo              pic 9(01).
           05  ac-numeros-ext occurs 05     pic 9(02).
           05  ac-qtd-concursos             pic 9(02).

       01  reg-carteira-critica.
           05  cc-nome                      pic x(20).

       77  ws-fs-master                     pic x(02) value "00".
       77  ws-fs-legado                     pic x(02) value "00".
       77  ws-fs-110                        pic x(02) value "00".
       77  ws-fs-112                        pic x(02) value "00".

      *>--- layout de origem do cadastro na conversao unica
       77  ws-layout-origem                 pic 9(03) value 0.
           88  ws-origem-94                 value 94.
           88  ws-origem-110                value 110.
           88  ws-origem-112                value 112.

       77  ws-copia-feita                   pic x(01) value "n".
           88  ws-copia-ok                  value "s".
       77  ws-total-dump                    pic 9(08) value 0.
       77  ws-total-convertidos             pic 9(08) value 0.

      *>--- operador identificado (programa22) para a restauracao,
      *>--- que e funcao do supervisor
       01  ws-sessao-operador.
           05  ws-operador-codigo           pic x(10) value space.
           05  ws-operador-nome             pic x(30) value space.
           05  ws-operador-perfil           pic x(01) value space.
               88  ws-perfil-supervisor     value "S".
           05  ws-sessao-situacao           pic x(01) value "N".
               88  ws-sessao-aberta         value "S".

       77  ws-resposta                      pic x(01) value space.
       77  ws-a                             pic 9(01).
       77  ws-c                             pic 9(03).
                       ws-geracoes-manter
                   display "B-backup de todos  L-listar geracoes"
                   display "R-restaurar geracao"
                   display "C-converter cadastro antigo (94/110 p/ 112)"
                   display "I-reconstruir chaves alternadas do cadastro"
                   display "X-sair"
                   display "Opcao: " with no advancing
                   accept ws-opcao-backup
                       when "L" when "l"
                           perform listar-geracoes
                       when "R" when "r"
                           perform identificar-supervisor
                           if ws-sessao-aberta and ws-perfil-supervisor
                               perform restaurar-geracao
                           end-if
                       when "C" when "c"
                           perform converter-cadastro-antigo
                       when "I" when "i"
                           perform reconstruir-chaves-cadastro
                       when "X" when "x"
                           continue
                       when other
                       accept ws-resposta
                       if ws-resposta = "S" or ws-resposta = "s"
                           perform copiar-geracao-para-vivo
                           perform gravar-jornal-restauracao
                           display "Restaurado " ws-nome-vivo
                               " da geracao "
                               function trim(ws-nome-geracao) "."
       restaurar-geracao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>identificar o operador pelo programa22 antes da primeira
      *>restauracao da execucao; so o supervisor restaura
      *>-----------------------------------------------------------------
       identificar-supervisor section.


           if not ws-sessao-aberta
               call "programa22" using ws-sessao-operador
           end-if

           if ws-sessao-aberta and not ws-perfil-supervisor
               display "Restauracao restrita ao supervisor."
           end-if


           .
       identificar-supervisor-exit.
           exit.

      *>-----------------------------------------------------------------
      *>gravar no jornal de alteracoes a restauracao feita: a imagem
      *>posterior e a geracao que passou a ser o arquivo vivo
      *>-----------------------------------------------------------------
       gravar-jornal-restauracao section.


           move function current-date to ws-data-corrente

           open extend jornal-file

           move ws-dc-data          to jn-data
           move ws-dc-hora          to jn-hora
           move ws-operador-codigo  to jn-operador
           move "programa19"        to jn-programa
           move ws-nome-vivo        to jn-arquivo
           set jn-restauracao       to true
           move "arquivo vivo substituido pela geracao restaurada"
               to jn-imagem-antes
           move space               to jn-imagem-depois
           string "geracao " delimited by size
                  function trim(ws-nome-geracao) delimited by size
                  " - registros restaurados: " delimited by size
                  ws-registros-copiados delimited by size
                  into jn-imagem-depois
           write reg-jornal-alteracao

           close jornal-file


           .
       gravar-jornal-restauracao-exit.
           exit.

      *>-----------------------------------------------------------------
      *>copiar a geracao por cima do arquivo vivo; o cadastro indexado
      *>de apostas e recarregado registro a registro

                   perform until ws-fim-sim
                       move reg-geracao-cru to reg-aposta-master
      *>--- geracao anterior a teimosinha: um concurso so
                       if am-qtd-concursos not numeric
                           move 0 to am-qtd-concursos
                       end-if
                       write reg-aposta-master
                           invalid key
                               display "Chave duplicada na geracao: id "
       criticar-geracao-master section.


      *>--- 112 no layout corrente; 110 nas geracoes gravadas antes da
      *>--- quantidade de concursos da teimosinha
           if ws-tamanho-linha <> 112 and ws-tamanho-linha <> 110
               move "M01" to ws-motivo
           else
               move reg-geracao-cru to reg-aposta-critica
           exit.

      *>-----------------------------------------------------------------
      *>conversao unica do cadastro indexado de um layout antigo para
      *>o corrente (112): o de 94 posicoes recarrega cada aposta como
      *>simulada, formato Mega Sena, sem concurso alvo; o de 110
      *>recarrega cada aposta como esta, com a quantidade de concursos
      *>zerada (um concurso so). O arquivo antigo e descarregado pelo
      *>FD do seu layout para APOSTAS-MASTER.CNV, o cadastro e recriado
      *>no layout novo e o .CNV fica guardado como salvaguarda
      *>-----------------------------------------------------------------
       converter-cadastro-antigo section.


           move 0 to ws-layout-origem

           open input aposta-master-legado-file

           if ws-fs-legado = "00" or ws-fs-legado = "05"
               set ws-origem-94 to true
           else
               open input aposta-master-110-file
               if ws-fs-110 = "00" or ws-fs-110 = "05"
                   set ws-origem-110 to true
               end-if
           end-if

           if ws-layout-origem = 0
               display "Cadastro nao abriu por nenhum layout antigo"
                   " (status " ws-fs-legado "/" ws-fs-110 "): ou ja"
                   " esta no layout novo, ou nao existe. Nada"
                   " convertido."
           else
               if ws-origem-94
                   perform descarregar-cadastro-antigo
               else
                   perform descarregar-cadastro-110
               end-if

               if ws-total-dump = 0
                   display "Cadastro antigo vazio: nada a converter."
       descarregar-cadastro-antigo-exit.
           exit.

      *>-----------------------------------------------------------------
      *>descarregar o cadastro de 110 posicoes (ja aberto pelo FD do
      *>seu layout) para APOSTAS-MASTER.CNV, uma linha por aposta
      *>-----------------------------------------------------------------
       descarregar-cadastro-110 section.


           move 0 to ws-total-dump

           move ws-nome-conversao to ws-nome-geracao
           open output arquivo-geracao-file

           set ws-fim-nao to true
           read aposta-master-110-file next record
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               write reg-geracao-cru from reg-aposta-master-110
               add 1 to ws-total-dump

               read aposta-master-110-file next record
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close arquivo-geracao-file
           close aposta-master-110-file


           .
       descarregar-cadastro-110-exit.
           exit.

      *>-----------------------------------------------------------------
      *>reconstrucao unica das chaves alternadas do cadastro (situacao
      *>mais concurso alvo, e formato do jogo): o cadastro gravado so
      *>com a chave primaria e descarregado para APOSTAS-MASTER.CNV e
      *>recarregado pelo FD corrente, que monta as chaves alternadas a
      *>cada gravacao; rodada de novo sobre um cadastro que ja tem as
      *>chaves, refaz as chaves do zero (indice divergente apontado
      *>pelo programa11)
      *>-----------------------------------------------------------------
       reconstruir-chaves-cadastro section.


           move 0 to ws-layout-origem
           move 0 to ws-total-dump

           open input aposta-master-file

           if ws-fs-master = "00" or ws-fs-master = "05"
               set ws-origem-112 to true
               perform descarregar-cadastro-corrente
           else
               open input aposta-master-112-file
               if ws-fs-112 = "00" or ws-fs-112 = "05"
                   set ws-origem-112 to true
                   perform descarregar-cadastro-112
               end-if
           end-if

           if ws-layout-origem = 0
               display "Cadastro nao abriu nem com as chaves alternadas"
                   " nem so com a primaria (status " ws-fs-master "/"
                   ws-fs-112 "): rode antes a conversao (opcao C)."
                   " Nada reconstruido."
           else
               if ws-total-dump = 0
                   display "Cadastro vazio: nada a reconstruir."
               else
                   display "Apostas no cadastro: " ws-total-dump
                   display "Recriar APOSTAS-MASTER.DAT com as chaves"
                       " alternadas? (S/N): " with no advancing
                   accept ws-resposta

                   if ws-resposta = "S" or ws-resposta = "s"
                       perform recarregar-cadastro-convertido
                   else
                       display "Reconstrucao cancelada; o descarregado"
                           " ficou em APOSTAS-MASTER.CNV."
                   end-if
               end-if
           end-if


           .
       reconstruir-chaves-cadastro-exit.
           exit.

      *>-----------------------------------------------------------------
      *>descarregar o cadastro (ja aberto pelo FD corrente, com as
      *>chaves alternadas) para APOSTAS-MASTER.CNV, uma linha por
      *>aposta
      *>-----------------------------------------------------------------
       descarregar-cadastro-corrente section.


           move 0 to ws-total-dump

           move ws-nome-conversao to ws-nome-geracao
           open output arquivo-geracao-file

           set ws-fim-nao to true
           read aposta-master-file next record
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               write reg-geracao-cru from reg-aposta-master
               add 1 to ws-total-dump

               read aposta-master-file next record
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close arquivo-geracao-file
           close aposta-master-file


           .
       descarregar-cadastro-corrente-exit.
           exit.

      *>-----------------------------------------------------------------
      *>descarregar o cadastro gravado so com a chave primaria (ja
      *>aberto pelo FD dele) para APOSTAS-MASTER.CNV, uma linha por
      *>aposta
      *>-----------------------------------------------------------------
       descarregar-cadastro-112 section.


           move 0 to ws-total-dump

           move ws-nome-conversao to ws-nome-geracao
           open output arquivo-geracao-file

           set ws-fim-nao to true
           read aposta-master-112-file next record
               at end set ws-fim-sim to true
           end-read

           perform until ws-fim-sim
               write reg-geracao-cru from reg-aposta-master-112
               add 1 to ws-total-dump

               read aposta-master-112-file next record
                   at end set ws-fim-sim to true
               end-read
           end-perform

           close arquivo-geracao-file
           close aposta-master-112-file


           .
       descarregar-cadastro-112-exit.
           exit.

      *>-----------------------------------------------------------------
      *>apagar o cadastro antigo, recriar no layout novo e recarregar
      *>as apostas do .CNV com os campos novos inicializados
               end-read

               perform until ws-fim-sim
                   evaluate true
                       when ws-origem-110
                           move reg-geracao-cru to reg-aposta-master
                           move 0 to am-qtd-concursos
                       when ws-origem-112
                           move reg-geracao-cru to reg-aposta-master
                       when other
                           perform converter-registro-94
                   end-evaluate

                   write reg-aposta-master
                       invalid key
       recarregar-cadastro-convertido-exit.
           exit.

      *>-----------------------------------------------------------------
      *>montar o registro novo a partir da linha corrente do .CNV no
      *>layout de 94 posicoes
      *>-----------------------------------------------------------------
       converter-registro-94 section.


           move reg-geracao-cru to reg-aposta-master-legado

           move amv-aposta-id     to am-aposta-id
           move amv-data-hora     to am-data-hora
           move amv-quant-aposta  to am-quant-aposta
           move 0 to ws-i
           perform 10 times
               add 1 to ws-i
               move amv-numeros-usuario(ws-i)
                   to am-numeros-usuario(ws-i)
           end-perform
           move 0 to ws-i
           perform 15 times
               add 1 to ws-i
               move amv-numeros-sorteados(ws-i)
                   to am-numeros-sorteados(ws-i)
           end-perform
           move amv-q-vezes-sorteio to am-q-vezes-sorteio
           move amv-time            to am-time
           set  am-simulada         to true
           move 0 to am-concurso-alvo
           move 1 to am-formato-jogo
           move 0 to ws-i
           perform 5 times
               add 1 to ws-i
               move 0 to am-numeros-usuario-ext(ws-i)
           end-perform
           move 0 to am-qtd-concursos


           .
       converter-registro-94-exit.
           exit.

       criticar-geracao-pagamento section.



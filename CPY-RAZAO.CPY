      *>--- layout do registro do livro razao (LIVRO-RAZAO.DAT), o
      *>--- arquivo permanente de lancamentos contabeis: cada fato do
      *>--- escritorio gera um lancamento de duas linhas (debito e
      *>--- credito) com o mesmo numero, postado no fechamento do mes
      *>--- pelo programa34 ou, no ajuste de mes ja fechado, pelo
      *>--- programa35; o arquivo so cresce, nunca e regravado, e o
      *>--- balancete e o razao do mes leem somente dele
      *>--- contas: 1100 caixa, 1200 premios a receber, 2100 quotas de
      *>--- participantes de bolao, 3100 despesa com apostas e 4100
      *>--- receita de premios
       01  reg-livro-razao.
           05  lr-lancamento                pic 9(08).
           05  lr-linha                     pic 9(01).
      *>--- mes (aaaamm) em que o lancamento entrou na contabilidade;
      *>--- fato atrasado de mes ja fechado entra no mes do fechamento
      *>--- que o postou, com a sua data original em lr-data
           05  lr-mes-competencia           pic 9(06).
           05  lr-data                      pic 9(08).
           05  lr-tipo-evento               pic x(01).
               88  lr-compra-aposta         value "C".
               88  lr-premio-ganho          value "P".
               88  lr-quota-recebida        value "Q".
               88  lr-repasse-participante  value "R".
               88  lr-ajuste-supervisor     value "J".
           05  lr-conta                     pic 9(04).
           05  lr-natureza                  pic x(01).
               88  lr-debito                value "D".
               88  lr-credito               value "C".
           05  lr-valor                     pic 9(11)v99.
      *>--- a que o lancamento se refere: aposta, bolao, participante
      *>--- e concurso (os que nao se aplicam ficam zerados/em branco)
           05  lr-aposta-id                 pic 9(09).
           05  lr-bolao-nome                pic x(20).
           05  lr-participante              pic x(30).
           05  lr-concurso                  pic 9(04).
           05  lr-formato-jogo              pic 9(01).
      *>--- chave unica do fato de origem, para um fechamento nunca
      *>--- postar o mesmo fato duas vezes
           05  lr-chave-evento              pic x(40).
           05  lr-historico                 pic x(40).
           05  lr-operador                  pic x(10).

      *>--- layout do registro de recibo da loterica
      *>--- (RECIBOS-LOTERICA.DAT), um por aposta de fato registrada na
      *>--- loterica: o numero do recibo impresso pela Caixa e o valor
      *>--- realmente pago, guardados pela am-aposta-id; digitado no
      *>--- programa30 depois da compra, conferido pela conciliacao do
      *>--- programa31 e consultado pela varredura de premios do
      *>--- programa07 e pelo acerto de contas do programa09, que
      *>--- marcam premio de aposta sem recibo
       01  reg-recibo-loterica.
           05  rl-aposta-id                 pic 9(09).
           05  rl-concurso                  pic 9(04).
           05  rl-numero-recibo             pic x(20).
           05  rl-valor-pago                pic 9(07)v99.
           05  rl-data-compra               pic 9(08).
           05  rl-operador                  pic x(10).

               88  ws-aposta-foi-invalida            value "S".
           05  ws-resultado-aposta-id                pic 9(09).
           05  ws-campanha-id                        pic 9(12).
      *>--- operador identificado na entrada (programa22); os
      *>--- programas chamados pelo menu conferem o perfil e gravam o
      *>--- codigo no jornal de alteracoes
           05  ws-sessao-operador.
               10  ws-operador-codigo                pic x(10).
               10  ws-operador-nome                  pic x(30).
               10  ws-operador-perfil                pic x(01).
                   88  ws-perfil-apostador           value "A".
                   88  ws-perfil-supervisor          value "S".
               10  ws-sessao-situacao                pic x(01).
                   88  ws-sessao-aberta              value "S".
                   88  ws-sessao-recusada            value "N".


       77  aux_erase                               pic 9(01).
           05  line 13 col 01 value "-   L-processar lote  R-retomar sorteio  M-campanha    -".
           05  line 14 col 01 value "-   W-minha carteira  C-conferir  D-desdobramento      -".
           05  line 15 col 01 value "-   O-resultados oficiais  B-bolao  P-tabela de precos -".
           05  line 16 col 01 value "-   G-resgate de premios  U-operadores  J-jornal       -".
           05  line 17 col 01 value "-   T-orcamento mensal  V-compra na loterica           -".
           05  line 18 col 01 value "-   F-fechamento contabil do mes  E-valor esperado     -".
           05  line 19 col 01 value "-                                                      -".
           05  line 20 col 01 value "--------------------------------------------------------".

           05  sc-sair-tela-menu           line 01 col 53  pic x(01)   using ws-sair-programa.
           05  sc-operador-sessao          line 03 col 03  pic x(30)   from  ws-operador-nome.
           05  sc-formato-jogo             line 04 col 20  pic 9(01)   using ws-formato-jogo.
           05  sc-quant-aposta             line 09 col 27  pic 9(02)   using ws-quant-aposta.
           05  sc-surpresinha              line 10 col 43  pic x(01)   using ws-surpresinha.
           05  sc-opcao-especial           line 12 col 19  pic x(01)   using ws-opcao-menu.
           05  sc-mrensagem-n-invalido     line 19 col 03  pic x(40)   from  ws-mensagem.

      *>--- declaração do corpo do programa
       procedure division.
       inicializacao section.


      *>--- ninguem chega ao menu sem se identificar; sessao recusada
      *>--- encerra o programa sem mostrar o menu
           call "programa22" using ws-sessao-operador
           if not ws-sessao-aberta
               set ws-sair to true
           end-if

      *>--- com alerta de premio pendente, avisar ja na primeira tela
           open input alertas-file
           read alertas-file
                       when ws-opcao-menu = "D" or ws-opcao-menu = "d"
                           move space  to ws-mensagem
                           call "programa14" using ws-tela-menu-principal
                       when ws-opcao-menu = "G" or ws-opcao-menu = "g"
                           move space  to ws-mensagem
                           call "programa20" using ws-tela-menu-principal
                       when ws-opcao-menu = "U" or ws-opcao-menu = "u"
                           if ws-perfil-supervisor
                               move space  to ws-mensagem
                               call "programa23" using ws-tela-menu-principal
                           else
                               move "Opcao restrita ao supervisor." to ws-mensagem
                           end-if
                       when ws-opcao-menu = "J" or ws-opcao-menu = "j"
                           if ws-perfil-supervisor
                               move space  to ws-mensagem
                               call "programa24" using ws-tela-menu-principal
                           else
                               move "Opcao restrita ao supervisor." to ws-mensagem
                           end-if
                       when ws-opcao-menu = "T" or ws-opcao-menu = "t"
                           move space  to ws-mensagem
                           call "programa25" using ws-tela-menu-principal
                       when ws-opcao-menu = "V" or ws-opcao-menu = "v"
                           move space  to ws-mensagem
                           call "programa30" using ws-tela-menu-principal
                       when ws-opcao-menu = "F" or ws-opcao-menu = "f"
                           move space  to ws-mensagem
                           call "programa34" using ws-tela-menu-principal
                       when ws-opcao-menu = "E" or ws-opcao-menu = "e"
                           move space  to ws-mensagem
                           call "programa36" using ws-tela-menu-principal
                       when ws-quant-aposta >= 6 and ws-quant-aposta <= 10
                           move space  to ws-mensagem
                           call "programa02" using ws-tela-menu-principal

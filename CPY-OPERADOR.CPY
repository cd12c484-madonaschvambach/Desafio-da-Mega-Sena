      *>--- layout do registro de operador do sistema (OPERADORES.DAT),
      *>--- mantido pelo programa23: codigo de acesso, nome, senha e o
      *>--- perfil; o supervisor tem acesso as funcoes que mexem nos
      *>--- arquivos de base (resultados, precos, restauracao de backup
      *>--- e pagamentos do bolao), o apostador so as demais
       01  reg-operador.
           05  op-codigo                    pic x(10).
           05  op-nome                      pic x(30).
           05  op-senha                     pic x(10).
           05  op-perfil                    pic x(01).
               88  op-apostador             value "A".
               88  op-supervisor            value "S".

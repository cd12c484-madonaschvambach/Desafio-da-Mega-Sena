               organization is indexed
               access mode is dynamic
               record key is am-aposta-id
               alternate record key is am-chave-situacao-concurso
                   with duplicates
               alternate record key is am-formato-jogo with duplicates
               sharing with all other
               lock mode is automatic.

           move rh-time             to am-time
           set  am-simulada         to true
           move 0                   to am-concurso-alvo
           move 0                   to am-qtd-concursos
           move rh-formato-jogo     to am-formato-jogo

           move 0 to ws-i

      *>--- layout do registro do orcamento mensal de apostas em
      *>--- ORCAMENTO-MENSAL.DAT, mantido por programa25: um limite de
      *>--- gasto por mes (aaaamm) e por dono do gasto - uma carteira
      *>--- nomeada, um bolao ou o escritorio (dono "ESCRITORIO")
       01  reg-orcamento-mensal.
           05  om-mes                       pic 9(06).
           05  om-tipo-dono                 pic x(01).
               88  om-dono-carteira         value "C".
               88  om-dono-bolao            value "B".
               88  om-dono-escritorio       value "E".
           05  om-dono                      pic x(20).
           05  om-limite                    pic 9(09)v99.

           05 fl-imc                               pic -99,99.
           05 fl-peso-ideal                        pic -999,99.
           05 fl-data-nascimento                   pic 9(08). *> ccyymmdd; zero = não informada
           05 fl-situacao                          pic x(01). *> "A" ativo / "I" inativo / "T" transferido
           05 fl-data-situacao                     pic 9(08). *> ccyymmdd da última mudança de situação
           05 fl-motivo-situacao                   pic x(40). *> motivo da inativação/transferência
           05 fl-clube                             pic x(06). *> clube do atleta (arq-clubes.dat); espaços = sem clube
           05 fl-tecnico                           pic x(06). *> técnico responsável (arq-clubes.dat); espaços = sem técnico

       fd arq-pesagens.
       01 fl-pesagem.
           end-if
           move ws-peso-ideal-calc                 to fl-peso-ideal
           move ws-nascimento-numerico             to fl-data-nascimento
           accept ws-data-atual                    from date yyyymmdd
           move "A"                                to fl-situacao       *> atleta importado entra ativo
           move ws-data-atual                      to fl-data-situacao
           move spaces                             to fl-motivo-situacao
           move spaces                             to fl-clube          *> clube/técnico ligados depois pela tela de cadastro
           move spaces                             to fl-tecnico
           .
       2300-montar-registro-exit.
           exit.

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
           05 fl-log-altura-antiga                 pic -99,99.
           05 fl-log-imc-antigo                    pic -99,99.
           05 fl-log-peso-ideal-antigo             pic -999,99.
           05 fl-log-situacao-antiga               pic x(01).
           05 fl-log-motivo-situacao               pic x(40).

       fd arq-atestados.
       01 fl-atestado.

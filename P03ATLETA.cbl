           05 fl-imc                               pic -99,99.
           05 fl-peso-ideal                        pic -999,99.
           05 fl-data-nascimento                   pic 9(08). *> ccyymmdd; zero = não informada
           05 fl-situacao                          pic x(01). *> "A" ativo / "I" inativo / "T" transferido
           05 fl-data-situacao                     pic 9(08). *> ccyymmdd da última mudança de situação
           05 fl-motivo-situacao                   pic x(40). *> motivo da inativação/transferência
           05 fl-clube                             pic x(06). *> clube do atleta (arq-clubes.dat); espaços = sem clube
           05 fl-tecnico                           pic x(06). *> técnico responsável (arq-clubes.dat); espaços = sem técnico

       sd arq-ordenado.
       01 sl-atleta.
           05 sl-imc                               pic -99,99.
           05 sl-peso-ideal                        pic -999,99.
           05 sl-data-nascimento                   pic 9(08).
           05 sl-situacao                          pic x(01).
           05 sl-data-situacao                     pic 9(08).
           05 sl-motivo-situacao                   pic x(40).
           05 sl-clube                             pic x(06).
           05 sl-tecnico                           pic x(06).

       fd arq-duplicados.
       01 fl-dup-linha                             pic x(120).

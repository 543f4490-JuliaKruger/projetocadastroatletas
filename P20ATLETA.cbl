           05 fl-imc-novo                          pic -99,99.
           05 fl-peso-ideal-novo                   pic -999,99.
           05 fl-data-nascimento-novo              pic 9(08). *> ccyymmdd; zero = não informada
           05 fl-situacao-novo                     pic x(01). *> "A" ativo / "I" inativo / "T" transferido
           05 fl-data-situacao-novo                pic 9(08). *> ccyymmdd da última mudança de situação
           05 fl-motivo-situacao-novo              pic x(40). *> motivo da inativação/transferência
           05 fl-clube-novo                        pic x(06). *> clube do atleta (arq-clubes.dat); espaços = sem clube
           05 fl-tecnico-novo                      pic x(06). *> técnico responsável (arq-clubes.dat); espaços = sem técnico

      *>----Variáveis de trabalho
       working-storage section.
           move fl-imc-old                         to fl-imc-novo
           move fl-peso-ideal-old                  to fl-peso-ideal-novo
           move zero                               to fl-data-nascimento-novo
           move "A"                                to fl-situacao-novo
           move zero                               to fl-data-situacao-novo
           move spaces                             to fl-motivo-situacao-novo
           move spaces                             to fl-clube-novo
           move spaces                             to fl-tecnico-novo
           write fl-atleta-novo
           if   ws-fs-arq-novo <> "00" then
                move "P20ATLETA"                        to ws-msn-erro-pmg

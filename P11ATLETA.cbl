               10 f-imc                            pic 9(02)V99 identified by "f-imc".
               10 f-peso-ideal                     pic 9(03)V99 identified by "f-peso-ideal".
               10 f-data-nascimento                pic 9(08)    identified by "f-data-nascimento".
               10 f-situacao                       pic x(01)    identified by "f-situacao".
               10 f-data-situacao                  pic 9(08)    identified by "f-data-situacao".
               10 f-motivo-situacao                pic x(40)    identified by "f-motivo-situacao".
               10 f-clube                          pic x(06)    identified by "f-clube".
               10 f-tecnico                        pic x(06)    identified by "f-tecnico".
           05 f-op-salvar                          pic x(02)    identified by "f-op-salvar".
           05 f-op-deletar                         pic x(02)    identified by "f-op-deletar".
           05 f-op-reativar                        pic x(02)    identified by "f-op-reativar".
           05 f-op-buscar-um                       pic x(02)    identified by "f-op-buscar-um".
           05 f-op-buscar-proximo                  pic x(02)    identified by "f-op-buscar-proximo".
           05 f-op-buscar-anterior                 pic x(02)    identified by "f-op-buscar-anterior".
               10 f-imc2                           pic -99,99  identified by "f-imc".
               10 f-peso-ideal2                    pic -999,99 identified by "f-peso-ideal".
               10 f-data-nascimento2               pic 9(08)   identified by "f-data-nascimento".
               10 f-situacao2                      pic x(01)   identified by "f-situacao".
               10 f-data-situacao2                 pic 9(08)   identified by "f-data-situacao".
               10 f-motivo-situacao2               pic x(40)   identified by "f-motivo-situacao".
               10 f-clube2                         pic x(06)   identified by "f-clube".
               10 f-tecnico2                       pic x(06)   identified by "f-tecnico".
           05 f-op-salvar2                         pic x(02)   identified by "f-op-salvar".
           05 f-op-deletar2                        pic x(02)   identified by "f-op-deletar".
           05 f-op-reativar2                       pic x(02)   identified by "f-op-reativar".
           05 f-op-buscar-um2                      pic x(02)   identified by "f-op-buscar-um".
           05 f-op-buscar-proximo2                 pic x(02)   identified by "f-op-buscar-proximo".
           05 f-op-buscar-aterior2                 pic x(02)   identified by "f-op-buscar-anterior".
           05 ws-imc                               pic -99,99.
           05 ws-peso-ideal                        pic -999,99.
           05 ws-data-nascimento                   pic 9(08).
           05 ws-situacao                          pic x(01).
           05 ws-data-situacao                     pic 9(08).
           05 ws-motivo-situacao                   pic x(40).
           05 ws-clube                             pic x(06).
           05 ws-tecnico                           pic x(06).

      *>----Variaveis para comunicação entre programas
       linkage section.
           if   f-op-salvar = "SA" then            *> operação salvar
                move "SA"                          to ws-operacao
           end-if
           if   f-op-deletar = "DE" then           *> operação desativar (inativo/transferido)
                move "DE"                          to ws-operacao
           end-if
           if   f-op-reativar = "RA" then          *> operação reativar (supervisor)
                move "RA"                          to ws-operacao
           end-if
           if   f-op-buscar-um = "BU" then         *> operação consultar/buscar um
                move "C1"                          to ws-operacao
           end-if
           move f-peso                             to ws-peso
           move f-altura                           to ws-altura
           move f-data-nascimento                  to ws-data-nascimento
           move f-situacao                         to ws-situacao
           move f-motivo-situacao                  to ws-motivo-situacao
           move f-clube                            to ws-clube
           move f-tecnico                          to ws-tecnico

      *> chamando o programa "P01ATLETA"
           call "P01ATLETA" using ws-controle, ws-atleta

      *> movendo a confirmação (S/N/?) para a variável de tela
           move ws-confirmacao to f-confirmar2
      *> movendo a operação a ser feita (SA/DE/RA/CT/C1) para a variável de tela
           move ws-msn(1:2)    to f-cf-operacao2
      *> movendo a mensagem de pergunta para a variável de tela
           move ws-msn(4:46)   to f-msn2

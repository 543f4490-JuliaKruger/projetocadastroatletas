      *>Divisão para configuração do ambiente
      *> tela de manutenção do calendário de competições, no mesmo molde
      *> do P14ATLETA: recebe o formulário, monta a operação e chama o
      *> P21ATLETA, devolvendo o resultado na tela de resposta. o
      *> formulário traz também a taxa de inscrição, a taxa de atraso e a
      *> data de corte da competição.
       environment division.
       configuration section.
           special-names. decimal-point is comma.
               10 f-comp-data                      pic 9(08)    identified by "f-comp-data".
               10 f-comp-local                     pic x(30)    identified by "f-comp-local".
               10 f-comp-limite-inscr              pic 9(08)    identified by "f-comp-limite-inscr".
               10 f-comp-taxa-inscr                pic 9(05)V99 identified by "f-comp-taxa-inscr".
               10 f-comp-taxa-atraso               pic 9(05)V99 identified by "f-comp-taxa-atraso".
               10 f-comp-data-corte                pic 9(08)    identified by "f-comp-data-corte".
           05 f-op-salvar                          pic x(02)    identified by "f-op-salvar".
           05 f-op-deletar                         pic x(02)    identified by "f-op-deletar".
           05 f-op-buscar-um                       pic x(02)    identified by "f-op-buscar-um".
               10 f-comp-data2                     pic 9(08)   identified by "f-comp-data".
               10 f-comp-local2                    pic x(30)   identified by "f-comp-local".
               10 f-comp-limite-inscr2             pic 9(08)   identified by "f-comp-limite-inscr".
               10 f-comp-taxa-inscr2               pic -99999,99 identified by "f-comp-taxa-inscr".
               10 f-comp-taxa-atraso2              pic -99999,99 identified by "f-comp-taxa-atraso".
               10 f-comp-data-corte2               pic 9(08)   identified by "f-comp-data-corte".
           05 f-op-salvar2                         pic x(02)   identified by "f-op-salvar".
           05 f-op-deletar2                        pic x(02)   identified by "f-op-deletar".
           05 f-op-buscar-um2                      pic x(02)   identified by "f-op-buscar-um".
           05 ws-comp-data                         pic 9(08).
           05 ws-comp-local                        pic x(30).
           05 ws-comp-limite-inscr                 pic 9(08).
           05 ws-comp-taxa-inscr                   pic -99999,99.
           05 ws-comp-taxa-atraso                  pic -99999,99.
           05 ws-comp-data-corte                   pic 9(08).

      *>----Variaveis para comunicação entre programas
       linkage section.
           move f-comp-data                        to ws-comp-data
           move f-comp-local                       to ws-comp-local
           move f-comp-limite-inscr                to ws-comp-limite-inscr
           move f-comp-taxa-inscr                  to ws-comp-taxa-inscr
           move f-comp-taxa-atraso                 to ws-comp-taxa-atraso
           move f-comp-data-corte                  to ws-comp-data-corte

      *> movendo o login do operador para a working storage
           move f-operador-id                      to ws-operador-id
           move ws-comp-data         to f-comp-data2
           move ws-comp-local        to f-comp-local2
           move ws-comp-limite-inscr to f-comp-limite-inscr2
           move ws-comp-taxa-inscr   to f-comp-taxa-inscr2
           move ws-comp-taxa-atraso  to f-comp-taxa-atraso2
           move ws-comp-data-corte   to f-comp-data-corte2
      *> movendo o texto de listagem (CT) para a tela poder renderizar o resultado
           move ws-listagem-texto to f-listagem-texto2
      *> mostrando a tela 2 com a mensagem/os dados do arquivo

      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "P53ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *> tela de pagamentos das taxas de inscrição, no mesmo molde do
      *> P24ATLETA: recebe o formulário, monta a operação e chama o
      *> P52ATLETA, devolvendo o resultado na tela de resposta. a
      *> sequência do pagamento é atribuída pelo P52ATLETA na gravação e
      *> só é informada para consultar ou estornar um pagamento; a
      *> situação de pagamento da inscrição, o valor devido, o pago e o
      *> saldo só são exibidos.
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>--- -Variaveis de trabalho
       working-storage section.
      *> variáveis que vem da tela
       01 f-tela_pagamentos is external-form.
           05 f-pagamento.
               10 f-pag-competicao                 pic x(06)    identified by "f-pag-competicao".
               10 f-pag-id-atleta                  pic 9(06)    identified by "f-pag-id-atleta".
               10 f-pag-sequencia                  pic 9(02)    identified by "f-pag-sequencia".
               10 f-pag-valor                      pic 9(05)V99 identified by "f-pag-valor".
               10 f-pag-data                       pic 9(08)    identified by "f-pag-data".
               10 f-pag-forma                      pic x(01)    identified by "f-pag-forma".
               10 f-pag-recibo                     pic x(10)    identified by "f-pag-recibo".
           05 f-op-salvar                          pic x(02)    identified by "f-op-salvar".
           05 f-op-deletar                         pic x(02)    identified by "f-op-deletar".
           05 f-op-buscar-um                       pic x(02)    identified by "f-op-buscar-um".
           05 f-op-listar-todos                    pic x(02)    identified by "f-op-listar-todos".
           05 f-operador-id                        pic x(10)    identified by "f-operador-id".
           05 f-operador-senha                     pic x(10)    identified by "f-operador-senha".
           05 f-confirmar                          pic x(06)    identified by "f-hd-confirma".
           05 f-msn                                pic x(50)    identified by "f-hd-msn".
           05 f-cf-operacao                        pic x(02)    identified by "f-hd-operacao".
           05 f-msn-erro                           pic x(50)    identified by "f-hd-msn-erro".

       01 f-tela_pagamentos2 is external-form identified by "tela_pagamentos2.html".
           05 f-pagamento2.
               10 f-pag-competicao2                pic x(06)   identified by "f-pag-competicao".
               10 f-pag-id-atleta2                 pic 9(06)   identified by "f-pag-id-atleta".
               10 f-pag-sequencia2                 pic 9(02)   identified by "f-pag-sequencia".
               10 f-pag-valor2                     pic -99999,99 identified by "f-pag-valor".
               10 f-pag-data2                      pic 9(08)   identified by "f-pag-data".
               10 f-pag-forma2                     pic x(01)   identified by "f-pag-forma".
               10 f-pag-recibo2                    pic x(10)   identified by "f-pag-recibo".
           05 f-pag-operador2                      pic x(10)   identified by "f-pag-operador".
           05 f-pag-insc-situacao2                 pic x(01)   identified by "f-pag-insc-situacao".
           05 f-pag-valor-devido2                  pic -99999,99 identified by "f-pag-valor-devido".
           05 f-pag-valor-pago2                    pic -99999,99 identified by "f-pag-valor-pago".
           05 f-pag-saldo2                         pic -99999,99 identified by "f-pag-saldo".
           05 f-op-salvar2                         pic x(02)   identified by "f-op-salvar".
           05 f-op-deletar2                        pic x(02)   identified by "f-op-deletar".
           05 f-op-buscar-um2                      pic x(02)   identified by "f-op-buscar-um".
           05 f-op-listar-todos2                   pic x(02)   identified by "f-op-listar-todos".
           05 f-confirmar2                         pic x(06)   identified by "f-hd-confirma".
           05 f-msn2                               pic x(50)   identified by "f-hd-msn".
           05 f-cf-operacao2                       pic x(02)   identified by "f-hd-operacao".
           05 f-msn-erro2                          pic x(50)   identified by "f-hd-msn-erro".
           05 f-listagem-texto2                    pic x(32000) identified by "f-hd-listagem".

      *> variáveis de trabalho
       01 ws-controle.
           05 ws-operacao                          pic x(02).
           05 ws-confirmacao                       pic x(01).
               88 ws-confirmar                     value "?".
               88 ws-confirmado                    value "S".
               88 ws-nao-confirmado                value "N".
           05 ws-operador-id                       pic x(10).
           05 ws-operador-senha                    pic x(10).
           05 ws-msn                               pic x(50).
           05 ws-retorno.
               10 ws-msn-erro-pmg                  pic x(09).
               10 ws-msn-erro-offset               pic 9(03).
               10 ws-return-code                   pic 9(02).
               10 ws-msn-erro-cod                  pic x(02).
               10 ws-msn-erro-text                 pic x(50).
           05 ws-listagem-texto                    pic x(32000).

       01 ws-pagamento.
           05 ws-pag-registro.
               10 ws-pag-chave.
                   15 ws-pag-competicao            pic x(06).
                   15 ws-pag-id-atleta             pic 9(06).
                   15 ws-pag-sequencia             pic 9(02).
               10 ws-pag-valor                     pic -99999,99.
               10 ws-pag-data                      pic 9(08).
               10 ws-pag-forma                     pic x(01).
               10 ws-pag-recibo                    pic x(10).
               10 ws-pag-operador                  pic x(10).
           05 ws-pag-inscricao.
               10 ws-pag-insc-situacao             pic x(01).
               10 ws-pag-valor-devido              pic -99999,99.
               10 ws-pag-valor-pago                pic -99999,99.
               10 ws-pag-saldo                     pic -99999,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

      *>------------------------------------------------------------------------
      *>  Controle das seções
      *>------------------------------------------------------------------------
       0000-controle section.
           perform 1000-inicializa
           perform 2000-processamento
           perform 3000-finaliza
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       1000-inicializa section.
           next sentence
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       2000-processamento section.
      *> aceitando a tela com os dados do pagamento
           accept f-tela_pagamentos

      *> se o usuário confirmou a ação
           if   f-confirmar = "true" then
                move "S"             to ws-confirmacao
                move f-cf-operacao   to ws-operacao
           else
                move "N"     to ws-confirmacao
           end-if

      *> movendo dados da tela para as variáveis da working storage
           if   f-op-salvar = "SA" then            *> operação registrar pagamento
                move "SA"                          to ws-operacao
           end-if
           if   f-op-deletar = "DE" then           *> operação estornar pagamento
                move "DE"                          to ws-operacao
           end-if
           if   f-op-buscar-um = "BU" then         *> operação consultar/buscar um
                move "C1"                          to ws-operacao
           end-if
           if   f-op-listar-todos = "CT" then      *> operação listar os pagamentos da inscrição
                move "CT"                          to ws-operacao
           end-if

           initialize ws-pagamento
           move f-pag-competicao                   to ws-pag-competicao
           move f-pag-id-atleta                    to ws-pag-id-atleta
           move f-pag-sequencia                    to ws-pag-sequencia
           move f-pag-valor                        to ws-pag-valor
           move f-pag-data                         to ws-pag-data
           move f-pag-forma                        to ws-pag-forma
           move f-pag-recibo                       to ws-pag-recibo

      *> movendo o login do operador para a working storage
           move f-operador-id                      to ws-operador-id
           move f-operador-senha                   to ws-operador-senha

      *> chamando o programa "P52ATLETA"
           call "P52ATLETA" using ws-controle, ws-pagamento

      *> movendo a confirmação (S/N/?) para a variável de tela
           move ws-confirmacao to f-confirmar2
      *> movendo a operação a ser feita (SA/DE) para a variável de tela
           move ws-msn(1:2)    to f-cf-operacao2
      *> movendo a mensagem de pergunta para a variável de tela
           move ws-msn(4:46)   to f-msn2
      *> movendo a mensagem de erro/sucesso para a variável de tela
           move ws-msn-erro-text to f-msn-erro2
      *> movendo o item de grupo resultado carregado com dados do arquivo para o item de grupo da tela
           move ws-pag-competicao      to f-pag-competicao2
           move ws-pag-id-atleta       to f-pag-id-atleta2
           move ws-pag-sequencia       to f-pag-sequencia2
           move ws-pag-valor           to f-pag-valor2
           move ws-pag-data            to f-pag-data2
           move ws-pag-forma           to f-pag-forma2
           move ws-pag-recibo          to f-pag-recibo2
           move ws-pag-operador        to f-pag-operador2
           move ws-pag-insc-situacao   to f-pag-insc-situacao2
           move ws-pag-valor-devido    to f-pag-valor-devido2
           move ws-pag-valor-pago      to f-pag-valor-pago2
           move ws-pag-saldo           to f-pag-saldo2
      *> movendo o texto de listagem (CT) para a tela poder renderizar o resultado
           move ws-listagem-texto to f-listagem-texto2
      *> mostrando a tela 2 com a mensagem/os dados do arquivo
           display f-tela_pagamentos2

           .
       2000-processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           stop run
           .
       3000-finaliza-exit.
           exit.

      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "P43ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *> tela de manutenção do cadastro de clubes e técnicos, no mesmo
      *> molde do P14ATLETA: recebe o formulário, monta a operação e chama
      *> o P42ATLETA, devolvendo o resultado na tela de resposta.
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
       01 f-tela_clubes is external-form.
           05 f-clube.
               10 f-clu-tipo                       pic x(01)    identified by "f-clu-tipo".
               10 f-clu-codigo                     pic x(06)    identified by "f-clu-codigo".
               10 f-clu-nome                       pic x(40)    identified by "f-clu-nome".
               10 f-clu-clube                      pic x(06)    identified by "f-clu-clube".
               10 f-clu-situacao                   pic x(01)    identified by "f-clu-situacao".
               10 f-clu-contato                    pic x(40)    identified by "f-clu-contato".
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

       01 f-tela_clubes2 is external-form identified by "tela_clubes2.html".
           05 f-clube2.
               10 f-clu-tipo2                      pic x(01)   identified by "f-clu-tipo".
               10 f-clu-codigo2                    pic x(06)   identified by "f-clu-codigo".
               10 f-clu-nome2                      pic x(40)   identified by "f-clu-nome".
               10 f-clu-clube2                     pic x(06)   identified by "f-clu-clube".
               10 f-clu-situacao2                  pic x(01)   identified by "f-clu-situacao".
               10 f-clu-contato2                   pic x(40)   identified by "f-clu-contato".
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

       01 ws-clube.
           05 ws-clu-chave.
               10 ws-clu-tipo                      pic x(01).
               10 ws-clu-codigo                    pic x(06).
           05 ws-clu-nome                          pic x(40).
           05 ws-clu-clube                         pic x(06).
           05 ws-clu-situacao                      pic x(01).
           05 ws-clu-contato                       pic x(40).

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
      *> aceitando a tela com os dados do clube/técnico
           accept f-tela_clubes

      *> se o usuário confirmou a ação
           if   f-confirmar = "true" then
                move "S"             to ws-confirmacao
                move f-cf-operacao   to ws-operacao
           else
                move "N"     to ws-confirmacao
           end-if

      *> movendo dados da tela para as variáveis da working storage
           if   f-op-salvar = "SA" then            *> operação salvar
                move "SA"                          to ws-operacao
           end-if
           if   f-op-deletar = "DE" then           *> operação deletar
                move "DE"                          to ws-operacao
           end-if
           if   f-op-buscar-um = "BU" then         *> operação consultar/buscar um
                move "C1"                          to ws-operacao
           end-if
           if   f-op-listar-todos = "CT" then      *> operação listar todos os clubes e técnicos
                move "CT"                          to ws-operacao
           end-if

           move f-clu-tipo                         to ws-clu-tipo
           move f-clu-codigo                       to ws-clu-codigo
           move f-clu-nome                         to ws-clu-nome
           move f-clu-clube                        to ws-clu-clube
           move f-clu-situacao                     to ws-clu-situacao
           move f-clu-contato                      to ws-clu-contato

      *> movendo o login do operador para a working storage
           move f-operador-id                      to ws-operador-id
           move f-operador-senha                   to ws-operador-senha

      *> chamando o programa "P42ATLETA"
           call "P42ATLETA" using ws-controle, ws-clube

      *> movendo a confirmação (S/N/?) para a variável de tela
           move ws-confirmacao to f-confirmar2
      *> movendo a operação a ser feita (SA/DE) para a variável de tela
           move ws-msn(1:2)    to f-cf-operacao2
      *> movendo a mensagem de pergunta para a variável de tela
           move ws-msn(4:46)   to f-msn2
      *> movendo a mensagem de erro/sucesso para a variável de tela
           move ws-msn-erro-text to f-msn-erro2
      *> movendo o item de grupo resultado carregado com dados do arquivo para o item de grupo da tela
           move ws-clube       to f-clube2
      *> movendo o texto de listagem (CT) para a tela poder renderizar o resultado
           move ws-listagem-texto to f-listagem-texto2
      *> mostrando a tela 2 com a mensagem/os dados do arquivo
           display f-tela_clubes2

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

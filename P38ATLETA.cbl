      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "P38ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
      *> tela de lançamento dos resultados de competição, no mesmo molde
      *> do P22ATLETA: recebe o formulário, monta a operação e chama o
      *> P37ATLETA, devolvendo o resultado na tela de resposta.
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
       01 f-tela_resultados is external-form.
           05 f-resultado.
               10 f-res-competicao                 pic x(06)    identified by "f-res-competicao".
               10 f-res-id-atleta                  pic 9(06)    identified by "f-res-id-atleta".
               10 f-res-colocacao                  pic 9(03)    identified by "f-res-colocacao".
               10 f-res-medalha                    pic x(01)    identified by "f-res-medalha".
               10 f-res-motivo-desclass            pic x(40)    identified by "f-res-motivo-desclass".
           05 f-op-salvar                          pic x(02)    identified by "f-op-salvar".
           05 f-op-deletar                         pic x(02)    identified by "f-op-deletar".
           05 f-op-buscar-um                       pic x(02)    identified by "f-op-buscar-um".
           05 f-op-listar-todos                    pic x(02)    identified by "f-op-listar-todos".
           05 f-op-listar-competicao               pic x(02)    identified by "f-op-listar-competicao".
           05 f-operador-id                        pic x(10)    identified by "f-operador-id".
           05 f-operador-senha                     pic x(10)    identified by "f-operador-senha".
           05 f-confirmar                          pic x(06)    identified by "f-hd-confirma".
           05 f-msn                                pic x(50)    identified by "f-hd-msn".
           05 f-cf-operacao                        pic x(02)    identified by "f-hd-operacao".
           05 f-msn-erro                           pic x(50)    identified by "f-hd-msn-erro".

       01 f-tela_resultados2 is external-form identified by "tela_resultados2.html".
           05 f-resultado2.
               10 f-res-competicao2                pic x(06)   identified by "f-res-competicao".
               10 f-res-id-atleta2                 pic 9(06)   identified by "f-res-id-atleta".
               10 f-res-colocacao2                 pic 9(03)   identified by "f-res-colocacao".
               10 f-res-medalha2                   pic x(01)   identified by "f-res-medalha".
               10 f-res-motivo-desclass2           pic x(40)   identified by "f-res-motivo-desclass".
           05 f-res-classe-sexo2                   pic x(01)   identified by "f-res-classe-sexo".
           05 f-res-classe-codigo2                 pic x(03)   identified by "f-res-classe-codigo".
           05 f-res-data2                          pic 9(08)   identified by "f-res-data".
           05 f-op-salvar2                         pic x(02)   identified by "f-op-salvar".
           05 f-op-deletar2                        pic x(02)   identified by "f-op-deletar".
           05 f-op-buscar-um2                      pic x(02)   identified by "f-op-buscar-um".
           05 f-op-listar-todos2                   pic x(02)   identified by "f-op-listar-todos".
           05 f-op-listar-competicao2              pic x(02)   identified by "f-op-listar-competicao".
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

       01 ws-resultado.
           05 ws-res-chave.
               10 ws-res-competicao                pic x(06).
               10 ws-res-id-atleta                 pic 9(06).
           05 ws-res-classe-sexo                   pic x(01).
           05 ws-res-classe-codigo                 pic x(03).
           05 ws-res-colocacao                     pic 9(03).
           05 ws-res-medalha                       pic x(01).
           05 ws-res-motivo-desclass               pic x(40).
           05 ws-res-data                          pic 9(08).

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
      *> aceitando a tela com os dados do resultado
           accept f-tela_resultados

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
           if   f-op-listar-todos = "CT" then      *> operação listar todos os resultados
                move "CT"                          to ws-operacao
           end-if
           if   f-op-listar-competicao = "CC" then *> operação listar resultados de uma competição
                move "CC"                          to ws-operacao
           end-if

           move f-res-competicao                   to ws-res-competicao
           move f-res-id-atleta                    to ws-res-id-atleta
           move f-res-colocacao                    to ws-res-colocacao
           move f-res-medalha                      to ws-res-medalha
           move f-res-motivo-desclass              to ws-res-motivo-desclass

      *> movendo o login do operador para a working storage
           move f-operador-id                      to ws-operador-id
           move f-operador-senha                   to ws-operador-senha

      *> chamando o programa "P37ATLETA"
           call "P37ATLETA" using ws-controle, ws-resultado

      *> movendo a confirmação (S/N/?) para a variável de tela
           move ws-confirmacao to f-confirmar2
      *> movendo a operação a ser feita (SA/DE) para a variável de tela
           move ws-msn(1:2)    to f-cf-operacao2
      *> movendo a mensagem de pergunta para a variável de tela
           move ws-msn(4:46)   to f-msn2
      *> movendo a mensagem de erro/sucesso para a variável de tela
           move ws-msn-erro-text to f-msn-erro2
      *> movendo o item de grupo resultado carregado com dados do arquivo para o item de grupo da tela
           move ws-res-competicao      to f-res-competicao2
           move ws-res-id-atleta       to f-res-id-atleta2
           move ws-res-colocacao       to f-res-colocacao2
           move ws-res-medalha         to f-res-medalha2
           move ws-res-motivo-desclass to f-res-motivo-desclass2
           move ws-res-classe-sexo     to f-res-classe-sexo2
           move ws-res-classe-codigo   to f-res-classe-codigo2
           move ws-res-data            to f-res-data2
      *> movendo o texto de listagem (CT/CC) para a tela poder renderizar o resultado
           move ws-listagem-texto to f-listagem-texto2
      *> mostrando a tela 2 com a mensagem/os dados do arquivo
           display f-tela_resultados2

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

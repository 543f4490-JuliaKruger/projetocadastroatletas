           record key is fl-ctl-chave
           file status is ws-fs-arq-ctl.

           select arq-log-acessos assign to "arq-log-acessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arq-acesso.

       i-o-control.

      *>----Declaração de variáveis
           05 fl-ctl-hora-fim                      pic 9(06). *> previsão de término da janela
           05 fl-ctl-contador                      pic 9(06).

       fd arq-log-acessos.
       01 fl-acesso.
           05 fl-ace-timestamp                     pic 9(14). *> ccyymmddhhmmss
           05 fl-ace-operador                      pic x(10).
           05 fl-ace-programa                      pic x(09).
           05 fl-ace-operacao                      pic x(02).
           05 fl-ace-resultado                     pic x(10).
           05 fl-ace-alvo                          pic x(10). *> operador desbloqueado (DB do supervisor)

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-classes                        pic x(02).
       77 ws-nivel-exigido                         pic 9(01).
       77 ws-maximo-tentativas                     pic 9(01) value 3.

      *>----Evento de acesso para o log de segurança (arq-log-acessos.dat),
      *>    compartilhado pelas telas online e revisado todo mês pelo
      *>    P51ATLETA; resultado em branco = nada a registrar
       77 ws-fs-arq-acesso                         pic x(02).
       77 ws-acesso-resultado                      pic x(10) value spaces.
       77 ws-acesso-alvo                           pic x(10) value spaces.
       77 ws-acesso-data                           pic 9(08).
       77 ws-acesso-hora                           pic 9(08). *> hhmmsscc (ACCEPT FROM TIME)

      *>----Variáveis do registro de modo do sistema (janela noturna)
       77 ws-fs-arq-ctl                            pic x(02).
       77 ws-hora-prevista                         pic 9(06).
       1000-inicializa section.
           perform 1010-verificar-modo-noturno
           if   ws-sistema-em-batch then           *> janela noturna rodando: recusa sem abrir os arquivos
                move "NOTURNO"                      to ws-acesso-resultado
                perform 2030-registrar-acesso
                exit section
           end-if
           open i-o arq-classes
                exit section
           end-if
           perform 2010-validar-operador           *> valida id/senha/situação/permissão contra arq-operadores
           perform 2030-registrar-acesso           *> log de segurança do login/recusa
           if   not ws-operador-autorizado then
                exit section
           end-if
      *>------------------------------------------------------------------------
       2010-validar-operador section.
           set ws-operador-autorizado to true
           move spaces                             to ws-acesso-resultado
           if   not ws-tem-cadastro-operadores then
                exit section
           end-if
           move "LOGIN"                            to ws-acesso-resultado
           move lnk-operador-id                    to fl-oper-id
           read arq-operadores key fl-oper-id
           evaluate ws-fs-arq-operadores
                         move "P13ATLETA"                   to lnk-msn-erro-pmg
                         move 31                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "INATIVO"                     to ws-acesso-resultado
                         move "Operador inativo"            to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                         exit section
                         move "P13ATLETA"                   to lnk-msn-erro-pmg
                         move 32                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                    end-if
                    move "P13ATLETA"                        to lnk-msn-erro-pmg
                    move 33                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when "9D"                           *> registro bloqueado por outra sessão
                    move "P13ATLETA"                        to lnk-msn-erro-pmg
                    move 34                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when other
                move "P13ATLETA"                   to lnk-msn-erro-pmg
                move 36                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move "BLOQUEADO"                                to ws-acesso-resultado
                move "Operador bloqueado, procure o supervisor" to lnk-msn-erro-text
                move spaces                        to lnk-msn-erro-cod
                exit section
                add 1                              to fl-oper-tentativas
                if   fl-oper-tentativas >= ws-maximo-tentativas then
                     move "S"                      to fl-oper-bloqueado
                     move "BLOQUEIO"                                to ws-acesso-resultado
                     move "Operador bloqueado apos falhas de senha" to lnk-msn-erro-text
                else
                     move "SENHA"                  to ws-acesso-resultado
                     move "Senha invalida"         to lnk-msn-erro-text
                end-if
                rewrite fl-operador                *> registra a tentativa (e o bloqueio) no cadastro
                move "P13ATLETA"                   to lnk-msn-erro-pmg
                move 40                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move "TROCA-PEND"                                  to ws-acesso-resultado
                move "Troca de senha pendente, tela de operadores" to lnk-msn-erro-text
                move spaces                        to lnk-msn-erro-cod
           end-if
       2020-conferir-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o evento de acesso da chamada (ws-acesso-resultado) no
      *>  log de segurança compartilhado com as outras telas: data/hora,
      *>  operador, programa, operação e resultado. o arquivo é aberto
      *>  em extend e fechado a cada evento, como append-only
      *>------------------------------------------------------------------------
       2030-registrar-acesso section.
           if   ws-acesso-resultado = spaces then
                exit section
           end-if
           accept ws-acesso-data                   from date yyyymmdd
           accept ws-acesso-hora                   from time
           open extend arq-log-acessos             *> open extend cria o arquivo se ele ainda não existir
           if   ws-fs-arq-acesso <> "00" then
                move "P13ATLETA"                          to lnk-msn-erro-pmg
                move 43                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move lnk-operador-id                    to fl-ace-operador
           move "P13ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P13ATLETA"                          to lnk-msn-erro-pmg
                move 44                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P13ATLETA"                          to lnk-msn-erro-pmg
                move 45                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao fechar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move spaces                             to ws-acesso-resultado
           move spaces                             to ws-acesso-alvo
           .
       2030-registrar-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar o registro da classe antes da gravação
      *>------------------------------------------------------------------------

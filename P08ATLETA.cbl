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
       77 ws-fs-arq-oper                           pic x(02).
           88 ws-operador-autorizado               value "S".
       77 ws-nivel-exigido                         pic 9(01).
       77 ws-maximo-tentativas                     pic 9(01) value 3.

      *>----Evento de acesso para o log de segurança (arq-log-acessos.dat),
      *>    compartilhado pelas telas online e revisado todo mês pelo
      *>    P51ATLETA; resultado em branco = nada a registrar
       77 ws-fs-arq-acesso                         pic x(02).
       77 ws-acesso-resultado                      pic x(10) value spaces.
       77 ws-acesso-alvo                           pic x(10) value spaces.
       77 ws-acesso-operador                       pic x(10) value spaces.
       77 ws-acesso-data                           pic 9(08).
       77 ws-acesso-hora                           pic 9(08). *> hhmmsscc (ACCEPT FROM TIME)

       77 ws-cadastro-vazio                        pic x(01).
           88 ws-sem-operadores                    value "S".

      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       1000-inicializa section.
           move lnk-operador-id                    to ws-acesso-operador
           perform 1010-verificar-modo-noturno
           if   ws-sistema-em-batch then           *> janela noturna rodando: recusa sem abrir os arquivos
                move "NOTURNO"                      to ws-acesso-resultado
                perform 2030-registrar-acesso
                exit section
           end-if
           open i-o arq-operadores
           end-if
           if   lnk-operacao = "TS" then           *> troca de senha confere a senha atual inline
                perform 2700-trocar-senha
                perform 2030-registrar-acesso           *> log de segurança da troca de senha
                exit section
           end-if
           perform 2010-validar-operador           *> valida id/senha/situação/permissão do chamador
           perform 2030-registrar-acesso           *> log de segurança do login/recusa
           if   not ws-operador-autorizado then
                exit section
           end-if
      *>------------------------------------------------------------------------
       2010-validar-operador section.
           set ws-operador-autorizado to true
           move spaces                             to ws-acesso-resultado
           perform 2015-conferir-cadastro-vazio
           if   ws-sem-operadores then
                exit section
           end-if
           move "LOGIN"                            to ws-acesso-resultado
           move lnk-operador-id                    to fl-oper-id
           read arq-operadores key fl-oper-id
           evaluate ws-fs-arq-oper
                         move "P08ATLETA"                   to lnk-msn-erro-pmg
                         move 27                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "INATIVO"                     to ws-acesso-resultado
                         move "Operador inativo"            to lnk-msn-erro-text
                         move ws-fs-arq-oper                to lnk-msn-erro-cod
                         exit section
                         move "P08ATLETA"                   to lnk-msn-erro-pmg
                         move 28                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-oper                to lnk-msn-erro-cod
                    end-if
                    move "P08ATLETA"                        to lnk-msn-erro-pmg
                    move 29                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-oper                     to lnk-msn-erro-cod
               when "9D"
                    move "P08ATLETA"                        to lnk-msn-erro-pmg
                    move 30                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-oper                     to lnk-msn-erro-cod
               when other
                move "P08ATLETA"                   to lnk-msn-erro-pmg
                move 32                            to lnk-msn-erro-offset
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
                move "P08ATLETA"                   to lnk-msn-erro-pmg
                move 36                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move "TROCA-PEND"                                 to ws-acesso-resultado
                move "Troca de senha pendente, use a operacao TS" to lnk-msn-erro-text
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
                move "P08ATLETA"                          to lnk-msn-erro-pmg
                move 56                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move ws-acesso-operador                 to fl-ace-operador
           move "P08ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P08ATLETA"                          to lnk-msn-erro-pmg
                move 57                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P08ATLETA"                          to lnk-msn-erro-pmg
                move 58                                   to lnk-msn-erro-offset
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
      *>  Seção para validar o registro do operador antes da gravação
      *>------------------------------------------------------------------------
      *>  uso; id bloqueado não destrava trocando a senha
      *>------------------------------------------------------------------------
       2700-trocar-senha section.
           move spaces                             to ws-acesso-resultado
           move lnk-oper-id                        to ws-acesso-operador
           move lnk-oper-id                        to fl-oper-id
           read arq-operadores key fl-oper-id
           evaluate ws-fs-arq-oper
                         move "P08ATLETA"                   to lnk-msn-erro-pmg
                         move 37                            to lnk-msn-erro-offset
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
                              move "Senha atual invalida"   to lnk-msn-erro-text
                         end-if
                         rewrite fl-operador
                         move "P08ATLETA"                   to lnk-msn-erro-pmg
                         move 42                            to lnk-msn-erro-offset
                         move 00                            to lnk-return-code
                         move "TROCA-OK"                    to ws-acesso-resultado
                         move "Senha alterada com sucesso"  to lnk-msn-erro-text
                         move spaces                        to lnk-msn-erro-cod
                         move spaces                        to lnk-oper-senha
                         move 00                                to lnk-return-code
                         move "Operador desbloqueado com sucesso" to lnk-msn-erro-text
                         move spaces                            to lnk-msn-erro-cod
                         move "DESBLOQUEI"                      to ws-acesso-resultado
                         move lnk-oper-id                       to ws-acesso-alvo
                         perform 2030-registrar-acesso
                    else
                         if   ws-fs-arq-oper = "9D" then
                              move "P08ATLETA"                                     to lnk-msn-erro-pmg

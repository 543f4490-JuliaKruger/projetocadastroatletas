      *> cada gravação:
      *>   - localiza o atleta em arq-atletas.dat pelo id (a chave é
      *>     id + nome, então o posicionamento é por início de chave);
      *>     atleta inativo ou transferido (fl-situacao "I"/"T") não é
      *>     pesado nem aparece na conferência da tela;
      *>   - recalcula imc e peso ideal com a altura e o sexo do cadastro
      *>     (mesmas fórmulas do P11ATLETA);
      *>   - grava a linha de histórico em arq-pesagens.dat;
           record key is fl-ctl-chave
           file status is ws-fs-arq-ctl.

           select arq-log-acessos assign to "arq-log-acessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arq-acesso.

       i-o-control.

      *>----Declaração de variáveis
           05 fl-imc                               pic -99,99.
           05 fl-peso-ideal                        pic -999,99.
           05 fl-data-nascimento                   pic 9(08). *> ccyymmdd; zero = não informada
           05 fl-situacao                          pic x(01). *> "A" ativo / "I" inativo / "T" transferido
           05 fl-data-situacao                     pic 9(08). *> ccyymmdd da última mudança de situação
           05 fl-motivo-situacao                   pic x(40). *> motivo da inativação/transferência
           05 fl-clube                             pic x(06). *> clube do atleta (arq-clubes.dat); espaços = sem clube
           05 fl-tecnico                           pic x(06). *> técnico responsável (arq-clubes.dat); espaços = sem técnico

      *>----Variáveis do histórico de pesagens
       fd arq-pesagens.
           05 fl-log-altura-antiga                 pic -99,99.
           05 fl-log-imc-antigo                    pic -99,99.
           05 fl-log-peso-ideal-antigo             pic -999,99.
           05 fl-log-situacao-antiga               pic x(01). *> situação do atleta antes da operação
           05 fl-log-motivo-situacao               pic x(40). *> motivo informado na mudança de situação

      *>----Variáveis do cadastro de operadores (mantido pelo P08ATLETA)
       fd arq-operadores.
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
       77 ws-fs-arq-atletas                        pic x(02).
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

       77 ws-log-operacao                          pic x(10).

      *>----Variáveis do registro de modo do sistema (janela noturna)
       1000-inicializa section.
           perform 1010-verificar-modo-noturno
           if   ws-sistema-em-batch then           *> janela noturna rodando: recusa sem abrir os arquivos
                move "NOTURNO"                      to ws-acesso-resultado
                perform 2030-registrar-acesso
                exit section
           end-if
           open i-o arq-atletas
                exit section
           end-if
           perform 2010-validar-operador           *> valida id/situação/permissão contra arq-operadores
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
                         move "P18ATLETA"                   to lnk-msn-erro-pmg
                         move 5                             to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "INATIVO"                     to ws-acesso-resultado
                         move "Operador inativo"            to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                         exit section
                         move "P18ATLETA"                   to lnk-msn-erro-pmg
                         move 6                             to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                    end-if
                    move "P18ATLETA"                        to lnk-msn-erro-pmg
                    move 7                                  to lnk-msn-erro-offset
                    move 04                                  to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when "9D"                           *> registro bloqueado por outra sessão
                    move "P18ATLETA"                        to lnk-msn-erro-pmg
                    move 8                                  to lnk-msn-erro-offset
                    move 04                                  to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when other
                move "P18ATLETA"                   to lnk-msn-erro-pmg
                move 28                           to lnk-msn-erro-offset
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
                move "P18ATLETA"                   to lnk-msn-erro-pmg
                move 32                           to lnk-msn-erro-offset
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
                move "P18ATLETA"                          to lnk-msn-erro-pmg
                move 37                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move lnk-operador-id                    to fl-ace-operador
           move "P18ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P18ATLETA"                          to lnk-msn-erro-pmg
                move 38                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P18ATLETA"                          to lnk-msn-erro-pmg
                move 39                                   to lnk-msn-erro-offset
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
      *>  Seção para localizar o atleta pelo id digitado: como a chave de
      *>  arq-atletas é id + nome, o posicionamento é por início de chave
           if   not ws-atleta-encontrado then
                exit section
           end-if
           if   fl-situacao = "I" or fl-situacao = "T" then
                unlock arq-atletas
                move "P18ATLETA"                   to lnk-msn-erro-pmg
                move 35                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move spaces                        to lnk-msn-erro-cod
                move "Atleta inativo/transferido, pesagem recusada" to lnk-msn-erro-text
                exit section
           end-if
      *> imc e peso ideal recalculados com o peso da balança e a altura e
      *> o sexo do cadastro, com as mesmas fórmulas do P11ATLETA
           move fl-altura                          to ws-altura-atleta
           move fl-altura                          to fl-log-altura-antiga
           move fl-imc                             to fl-log-imc-antigo
           move fl-peso-ideal                      to fl-log-peso-ideal-antigo
           move fl-situacao                        to fl-log-situacao-antiga
           move spaces                             to fl-log-motivo-situacao
           write fl-log-atleta
           if   ws-fs-arq-log <> "00" then
                move "P18ATLETA"                          to lnk-msn-erro-pmg
           if   not ws-atleta-encontrado then
                exit section
           end-if
           if   fl-situacao = "I" or fl-situacao = "T" then
                unlock arq-atletas
                move "P18ATLETA"                   to lnk-msn-erro-pmg
                move 36                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move spaces                        to lnk-msn-erro-cod
                move "Atleta inativo/transferido"  to lnk-msn-erro-text
                exit section
           end-if
           move fl-nome                            to lnk-pes-nome
           move fl-sexo                            to lnk-pes-sexo
           move fl-altura                          to lnk-pes-altura

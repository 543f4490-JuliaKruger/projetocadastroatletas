      *> tem código (chave), nome, data do evento, local e data limite de
      *> inscrição; o P23ATLETA valida as inscrições contra este
      *> calendário e o P25ATLETA monta o roster por competição.
      *> a competição guarda também a taxa de inscrição por atleta e a
      *> taxa de atraso, somada à taxa da inscrição feita depois da data
      *> de corte (data de corte zero = sem taxa de atraso); o P23ATLETA
      *> fixa o valor devido de cada inscrição e o P52ATLETA registra os
      *> pagamentos.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
           record key is fl-ctl-chave
           file status is ws-fs-arq-ctl.

           select arq-log-acessos assign to "arq-log-acessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arq-acesso.

       i-o-control.

      *>----Declaração de variáveis
           05 fl-comp-data                         pic 9(08). *> ccyymmdd, data do evento
           05 fl-comp-local                        pic x(30).
           05 fl-comp-limite-inscr                 pic 9(08). *> ccyymmdd, data limite de inscrição
           05 fl-comp-taxa-inscr                   pic -99999,99. *> taxa de inscrição por atleta
           05 fl-comp-taxa-atraso                  pic -99999,99. *> acréscimo para inscrição feita após a data de corte
           05 fl-comp-data-corte                   pic 9(08). *> ccyymmdd; zero = sem taxa de atraso

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
       77 ws-fs-arq-comp                           pic x(02).
           05 ws-nova-data                         pic 9(08).
           05 ws-nova-local                        pic x(30).
           05 ws-nova-limite-inscr                 pic 9(08).
           05 ws-nova-taxa-inscr                   pic -99999,99.
           05 ws-nova-taxa-atraso                  pic -99999,99.
           05 ws-nova-data-corte                   pic 9(08).

      *>----Cópias numéricas (não editadas) das taxas para a validação
       77 ws-taxa-inscr-verificacao                pic s9(05)v99.
       77 ws-taxa-atraso-verificacao               pic s9(05)v99.

      *>----Variáveis auxiliares do texto de listagem (CT), devolvido
      *>    via linkage para a tela poder renderizar o resultado
       77 ws-listagem-ptr                          pic 9(05).
       77 ws-listagem-linha                        pic x(140).
       77 ws-listagem-cheia                        pic x(01) value "N".

       77 ws-confirmacao                           pic x(01).
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
           05 lnk-comp-data                        pic 9(08).
           05 lnk-comp-local                       pic x(30).
           05 lnk-comp-limite-inscr                pic 9(08).
           05 lnk-comp-taxa-inscr                  pic -99999,99.
           05 lnk-comp-taxa-atraso                 pic -99999,99.
           05 lnk-comp-data-corte                  pic 9(08).

      *>----Declaração de tela
       screen section.
       1000-inicializa section.
           perform 1010-verificar-modo-noturno
           if   ws-sistema-em-batch then           *> janela noturna rodando: recusa sem abrir os arquivos
                move "NOTURNO"                      to ws-acesso-resultado
                perform 2030-registrar-acesso
                exit section
           end-if
           open i-o arq-competicoes
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
                         move "P21ATLETA"                   to lnk-msn-erro-pmg
                         move 28                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "INATIVO"                     to ws-acesso-resultado
                         move "Operador inativo"            to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                         exit section
                         move "P21ATLETA"                   to lnk-msn-erro-pmg
                         move 29                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                    end-if
                    move "P21ATLETA"                        to lnk-msn-erro-pmg
                    move 30                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when "9D"                           *> registro bloqueado por outra sessão
                    move "P21ATLETA"                        to lnk-msn-erro-pmg
                    move 31                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when other
                move "P21ATLETA"                   to lnk-msn-erro-pmg
                move 33                            to lnk-msn-erro-offset
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
                move "P21ATLETA"                   to lnk-msn-erro-pmg
                move 37                            to lnk-msn-erro-offset
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
                move "P21ATLETA"                          to lnk-msn-erro-pmg
                move 40                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move lnk-operador-id                    to fl-ace-operador
           move "P21ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P21ATLETA"                          to lnk-msn-erro-pmg
                move 41                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P21ATLETA"                          to lnk-msn-erro-pmg
                move 42                                   to lnk-msn-erro-offset
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
      *>  Seção para validar o registro da competição antes da gravação
      *>------------------------------------------------------------------------
                               if   fl-comp-limite-inscr > fl-comp-data then
                                    set ws-dados-invalidos               to true
                                    move "Limite de inscricao apos a data do evento" to lnk-msn-erro-text
                               else
                                    perform 2060-validar-taxas
                               end-if
                          end-if
                     end-if
       2050-validar-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar as taxas: valores não negativos; a data de
      *>  corte, quando informada, é uma data válida até o limite de
      *>  inscrição, e taxa de atraso sem data de corte é recusada
      *>------------------------------------------------------------------------
       2060-validar-taxas section.
           if   fl-comp-taxa-inscr = spaces then   *> taxa em branco vale zero
                move zero                          to fl-comp-taxa-inscr
           end-if
           if   fl-comp-taxa-atraso = spaces then
                move zero                          to fl-comp-taxa-atraso
           end-if
           move fl-comp-taxa-inscr                 to ws-taxa-inscr-verificacao
           move fl-comp-taxa-atraso                to ws-taxa-atraso-verificacao
           if   ws-taxa-inscr-verificacao < zero
           or   ws-taxa-atraso-verificacao < zero then
                set ws-dados-invalidos               to true
                move "Taxa de inscricao/atraso negativa" to lnk-msn-erro-text
                exit section
           end-if
           if   fl-comp-data-corte = zero then
                if   ws-taxa-atraso-verificacao > zero then
                     set ws-dados-invalidos               to true
                     move "Informe a data de corte da taxa de atraso" to lnk-msn-erro-text
                end-if
                exit section
           end-if
           if   fl-comp-data-corte(5:2) < "01" or fl-comp-data-corte(5:2) > "12"
           or   fl-comp-data-corte(7:2) < "01" or fl-comp-data-corte(7:2) > "31" then
                set ws-dados-invalidos               to true
                move "Data de corte invalida"        to lnk-msn-erro-text
                exit section
           end-if
           if   fl-comp-data-corte > fl-comp-limite-inscr then
                set ws-dados-invalidos               to true
                move "Data de corte apos o limite de inscricao" to lnk-msn-erro-text
           end-if
           .
       2060-validar-taxas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para salvar dados
      *>------------------------------------------------------------------------
           move spaces                             to lnk-listagem-texto
           move 1                                  to ws-listagem-ptr
           move "N"                                to ws-listagem-cheia
           move "CODIGO NOME                                     DATA     LOCAL                          LIMITE   TAXA      ATRASO    CORTE" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           move low-values                         to fl-comp-codigo
           start arq-competicoes key is not less than fl-comp-codigo
                                    fl-comp-local        delimited by size
                                    " "                  delimited by size
                                    fl-comp-limite-inscr delimited by size
                                    " "                  delimited by size
                                    fl-comp-taxa-inscr   delimited by size
                                    " "                  delimited by size
                                    fl-comp-taxa-atraso  delimited by size
                                    " "                  delimited by size
                                    fl-comp-data-corte   delimited by size
                               into ws-listagem-linha
                             end-string
                             perform 2550-acrescentar-linha-listagem

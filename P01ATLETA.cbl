           record key is fl-oper-id
           file status is ws-fs-arq-operadores.

           select arq-clubes assign to "arq-clubes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-clu-chave
           file status is ws-fs-arq-clubes.

           select arq-controle assign to "arq-controle-noturno.dat"
           organization is indexed
           access mode is dynamic
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
       01 fl-log-atleta.
           05 fl-log-timestamp                     pic 9(14). *> ccyymmddhhmmss
           05 fl-log-id-atleta                     pic 9(06).
           05 fl-log-operacao                      pic x(10). *> ALTERACAO / EXCLUSAO / INATIVACAO / TRANSFER / REATIVACAO
           05 fl-log-operador                      pic x(10).
           05 fl-log-nome-antigo                   pic x(50).
           05 fl-log-sexo-antigo                   pic x(01).
           05 fl-log-altura-antiga                 pic -99,99.
           05 fl-log-imc-antigo                    pic -99,99.
           05 fl-log-peso-ideal-antigo             pic -999,99.
           05 fl-log-situacao-antiga               pic x(01). *> situação do atleta antes da operação
           05 fl-log-motivo-situacao               pic x(40). *> motivo informado na mudança de situação

      *>----Variáveis do arquivo morto anual de pesagens (gerado pelo
      *>    P17ATLETA), consultado pela operação CA
           05 fl-oper-tentativas                   pic 9(01). *> falhas consecutivas de senha
           05 fl-oper-bloqueado                    pic x(01). *> "S" id bloqueado por falhas de senha

      *>----Variáveis do cadastro de clubes e técnicos (mantido pelo
      *>    P42ATLETA), consultado na validação do clube/técnico do atleta
       fd arq-clubes.
       01 fl-clu-registro.
           05 fl-clu-chave.
               10 fl-clu-tipo                      pic x(01). *> "C" clube / "T" técnico
               10 fl-clu-codigo                    pic x(06).
           05 fl-clu-nome                          pic x(40).
           05 fl-clu-clube                         pic x(06). *> técnico: clube a que pertence
           05 fl-clu-situacao                      pic x(01). *> "A" ativo / "I" inativo
           05 fl-clu-contato                       pic x(40).

      *>----Variáveis do controle de processamento noturno (mantido pelo
      *>    P09ATLETA), consultado pelo registro de modo do sistema
       fd arq-controle.
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
           88 ws-dados-ok                          value "S".
           88 ws-dados-invalidos                   value "N".

      *>----Variáveis da validação do clube/técnico contra arq-clubes;
      *>    sem o cadastro (fs 35 no open input) só é aceito atleta sem
      *>    clube e sem técnico
       77 ws-fs-arq-clubes                         pic x(02).
       77 ws-cadastro-clubes                       pic x(01) value "N".
           88 ws-tem-clubes                        value "S".
       77 ws-clube-do-tecnico                      pic x(06).

      *>----Variáveis auxiliares da busca por nome (CN)
       77 ws-nome-busca                            pic x(50).
       77 ws-tam-busca                             pic 9(02).
      *>----Variáveis auxiliares do texto de listagem (CT/CN), devolvido
      *>    via linkage para a tela poder renderizar o resultado
       77 ws-listagem-ptr                          pic 9(05).
       77 ws-listagem-linha                        pic x(160).
       77 ws-listagem-cheia                        pic x(01) value "N".

      *>----Variáveis auxiliares da trilha de auditoria (req. 006)
           05 ws-novo-imc                          pic -99,99.
           05 ws-novo-peso-ideal                   pic -999,99.
           05 ws-novo-data-nascimento              pic 9(08).
           05 ws-novo-situacao                     pic x(01).
           05 ws-novo-data-situacao                pic 9(08).
           05 ws-novo-motivo-situacao              pic x(40).
           05 ws-novo-clube                        pic x(06).
           05 ws-novo-tecnico                      pic x(06).

       77 ws-log-operacao                          pic x(10).

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

      *>----Variáveis auxiliares da consulta da trilha de auditoria (CL)
       77 ws-log-sem-arquivo                       pic x(01) value "N".
           88 ws-log-inexistente                   value "S".
           88 ws-consultar-varios                  value "CN".
           88 ws-consultar-todos                   value "CT".
           88 ws-consultar-pesagens                value "CP".
           88 ws-excluir                           value "DE". *> desativação (inativo/transferido)
           88 ws-reativar                          value "RA".

       77 ws-confirmacao                           pic x(01).
           88 ws-confirmar                         value "?".
           05 lnk-imc                              pic -99,99.
           05 lnk-peso-ideal                       pic -999,99.
           05 lnk-data-nascimento                  pic 9(08). *> ccyymmdd; zero = não informada
           05 lnk-situacao                         pic x(01). *> "A" ativo / "I" inativo / "T" transferido
           05 lnk-data-situacao                    pic 9(08). *> ccyymmdd da última mudança de situação
           05 lnk-motivo-situacao                  pic x(40). *> motivo da desativação/reativação
           05 lnk-clube                            pic x(06). *> clube do atleta (arq-clubes.dat); espaços = sem clube
           05 lnk-tecnico                          pic x(06). *> técnico responsável (arq-clubes.dat); espaços = sem técnico

      *>----Declaração de tela
       screen section.
           perform 1010-verificar-modo-noturno
           if   ws-sistema-em-batch
           and  lnk-operacao not = "LM" then       *> modo noturno: só a liberação pelo supervisor passa
                move "NOTURNO"                      to ws-acesso-resultado
                perform 2030-registrar-acesso
                exit section
           end-if
           open i-o arq-atletas                    *> open i-o abre o arquivo para leitura e escrita
                    move "Erro ao abrir arq. arq-operadores"  to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           open input arq-clubes                   *> cadastro de clubes e técnicos, só para validação
           evaluate ws-fs-arq-clubes
               when "00"
               when "05"
                    set ws-tem-clubes              to true
               when "35"                           *> cadastro ainda não criado: só atleta sem clube/técnico
                    continue
               when other
                    move "P01ATLETA"                          to lnk-msn-erro-pmg
                    move 119                                  to lnk-msn-erro-offset
                    move 12                                   to lnk-return-code
                    move ws-fs-arq-clubes                     to lnk-msn-erro-cod
                    move "Erro ao abrir arq. arq-clubes"      to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           move lnk-confirmacao to ws-confirmacao  *> movendo a confirmação do usuário da linkage storage para a working storage
           .
       1000-inicializa-exit.
                exit section
           end-if
           perform 2010-validar-operador           *> valida id/situação/permissão contra arq-operadores
           perform 2030-registrar-acesso           *> log de segurança do login/recusa
           if   not ws-operador-autorizado then
                exit section
           end-if
               when "BA"
                   perform 2400-b-anterior         *> seção para buscar o registro anterior
               when "DE"
                   perform 2500-deletar-dados      *> seção para desativar o atleta (inativo/transferido)
               when "RA"
                   perform 2510-reativar-dados     *> seção para reativar o atleta (supervisor)
               when "CT"
                   perform 2600-consultar-todos    *> seção para listar todos os registros
               when "CN"
      *>  de operadores antes de executar a operação pedida:
      *>    nivel 1 (consulta)   - C1/BP/BA/CT/CN/CP/NI
      *>    nivel 2 (edicao)     - consulta + SA
      *>    nivel 3 (supervisor) - edicao + DE/RA/LM
      *>  enquanto o cadastro de operadores não existir a validação é
      *>  dispensada (bootstrap do sistema)
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
                         move "P01ATLETA"                   to lnk-msn-erro-pmg
                         move 73                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "INATIVO"                     to ws-acesso-resultado
                         move "Operador inativo"            to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                         exit section
                    end-if
                    evaluate lnk-operacao
                        when "DE"
                        when "RA"
                        when "LM"
                             move 3                to ws-nivel-exigido
                        when "SA"
                         move "P01ATLETA"                   to lnk-msn-erro-pmg
                         move 74                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                    end-if
                    move "P01ATLETA"                        to lnk-msn-erro-pmg
                    move 75                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when "9D"                           *> registro bloqueado por outra sessão
                    move "P01ATLETA"                        to lnk-msn-erro-pmg
                    move 76                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when other
                move "P01ATLETA"                   to lnk-msn-erro-pmg
                move 90                           to lnk-msn-erro-offset
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
                move "P01ATLETA"                   to lnk-msn-erro-pmg
                move 94                           to lnk-msn-erro-offset
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
                move "P01ATLETA"                          to lnk-msn-erro-pmg
                move 122                                  to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move lnk-operador-id                    to fl-ace-operador
           move "P01ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P01ATLETA"                          to lnk-msn-erro-pmg
                move 123                                  to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P01ATLETA"                          to lnk-msn-erro-pmg
                move 124                                  to lnk-msn-erro-offset
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
      *>  Seção para validar altura/peso antes do cálculo de imc/peso-ideal
      *>  e da gravação em arq-atletas
                     move "Data de nascimento invalida"  to lnk-msn-erro-text
                end-if
           end-if
           if   ws-dados-ok then
                perform 2060-validar-clube-tecnico
           end-if
           .
       2050-validar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Clube e técnico são opcionais, mas quando informados precisam
      *>  estar cadastrados e ativos em arq-clubes; técnico ligado a um
      *>  clube só atende atleta desse mesmo clube
      *>------------------------------------------------------------------------
       2060-validar-clube-tecnico section.
           move spaces                             to ws-clube-do-tecnico
           if   fl-clube = spaces
           and  fl-tecnico = spaces then
                exit section
           end-if
           if   not ws-tem-clubes then
                set ws-dados-invalidos             to true
                move "Cadastro de clubes/tecnicos inexistente" to lnk-msn-erro-text
                exit section
           end-if
           if   fl-clube not = spaces then
                move "C"                           to fl-clu-tipo
                move fl-clube                      to fl-clu-codigo
                read arq-clubes key is fl-clu-chave
                evaluate ws-fs-arq-clubes
                    when "00"
                         if   fl-clu-situacao not = "A" then
                              set ws-dados-invalidos    to true
                              move "Clube do atleta esta inativo"   to lnk-msn-erro-text
                         end-if
                    when "23"
                         set ws-dados-invalidos    to true
                         move "Clube do atleta nao cadastrado"      to lnk-msn-erro-text
                    when other
                         move "P01ATLETA"                          to lnk-msn-erro-pmg
                         move 120                                  to lnk-msn-erro-offset
                         move 12                                   to lnk-return-code
                         move ws-fs-arq-clubes                     to lnk-msn-erro-cod
                         move "Erro ao ler arq. arq-clubes"        to lnk-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-if
           if   ws-dados-invalidos
           or   fl-tecnico = spaces then
                exit section
           end-if
           move "T"                                to fl-clu-tipo
           move fl-tecnico                         to fl-clu-codigo
           read arq-clubes key is fl-clu-chave
           evaluate ws-fs-arq-clubes
               when "00"
                    move fl-clu-clube              to ws-clube-do-tecnico
                    if   fl-clu-situacao not = "A" then
                         set ws-dados-invalidos    to true
                         move "Tecnico do atleta esta inativo"      to lnk-msn-erro-text
                    else
                         if   ws-clube-do-tecnico not = spaces
                         and  ws-clube-do-tecnico not = fl-clube then
                              set ws-dados-invalidos    to true
                              move "Tecnico pertence a outro clube" to lnk-msn-erro-text
                         end-if
                    end-if
               when "23"
                    set ws-dados-invalidos         to true
                    move "Tecnico do atleta nao cadastrado"         to lnk-msn-erro-text
               when other
                    move "P01ATLETA"                          to lnk-msn-erro-pmg
                    move 121                                  to lnk-msn-erro-offset
                    move 12                                   to lnk-return-code
                    move ws-fs-arq-clubes                     to lnk-msn-erro-cod
                    move "Erro ao ler arq. arq-clubes"        to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2060-validar-clube-tecnico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para salvar dados; atleta novo entra ativo, e a alteração
      *>  mantém a situação gravada (muda só por DE/RA) e é recusada para
      *>  atleta inativo/transferido
      *>------------------------------------------------------------------------
       2100-salvar-dados section.
           move lnk-atleta                         to fl-atleta
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           accept ws-data-atual                    from date yyyymmdd
           move "A"                                to fl-situacao
           move ws-data-atual                      to fl-data-situacao
           move spaces                             to fl-motivo-situacao
           write fl-atleta                         *> escrevendo os dados no arquivo
           if   ws-fs-arq-atletas  = "00" or ws-fs-arq-atletas = "02" then  *> file status 02: sucesso, mas existe chave alternada
                move "P01ATLETA"                   to lnk-msn-erro-pmg
                          *> chave) para registrar a trilha de auditoria antes de sobrescrever
                          move fl-atleta           to ws-atleta-novo
                          read arq-atletas key is fl-chave
                          if   ws-fs-arq-atletas = "00"
                          and  (fl-situacao = "I" or fl-situacao = "T") then
                               unlock arq-atletas
                               move "P01ATLETA"                          to lnk-msn-erro-pmg
                               move 108                                  to lnk-msn-erro-offset
                               move 04                                   to lnk-return-code
                               move "Atleta inativo/transferido, reative antes" to lnk-msn-erro-text
                               move ws-fs-arq-atletas                    to lnk-msn-erro-cod
                               exit section
                          end-if
                          if   ws-fs-arq-atletas = "00" then
                               move fl-situacao         to ws-novo-situacao
                               move fl-data-situacao    to ws-novo-data-situacao
                               move fl-motivo-situacao  to ws-novo-motivo-situacao
                               move "ALTERACAO"    to ws-log-operacao
                               perform 2130-gravar-registro-log
                               move ws-atleta-novo      to fl-atleta
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a trilha de auditoria (alteração, exclusão
      *>  e mudanças de situação). Espera que fl-atleta contenha os dados
      *>  ANTERIORES à operação e que ws-log-operacao já esteja preenchido
      *>  ("ALTERACAO"/"EXCLUSAO"/"INATIVACAO"/"TRANSFER"/"REATIVACAO");
      *>  nas mudanças de situação o motivo vem de lnk-motivo-situacao
      *>------------------------------------------------------------------------
       2130-gravar-registro-log section.
           accept ws-data-atual                    from date yyyymmdd
           move fl-altura                          to fl-log-altura-antiga
           move fl-imc                             to fl-log-imc-antigo
           move fl-peso-ideal                      to fl-log-peso-ideal-antigo
           move fl-situacao                        to fl-log-situacao-antiga
           evaluate ws-log-operacao
               when "INATIVACAO"
               when "TRANSFER"
               when "REATIVACAO"
                    move lnk-motivo-situacao       to fl-log-motivo-situacao
               when other
                    move spaces                    to fl-log-motivo-situacao
           end-evaluate
           write fl-log-atleta                     *> gravando a linha de auditoria
           if   ws-fs-arq-log <> "00" then
                move "P01ATLETA"                          to lnk-msn-erro-pmg
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para desativar o atleta: o registro não é mais excluído,
      *>  fica com a situação "I" (inativo) ou "T" (transferido), a data
      *>  e o motivo informados, preservando o histórico de pesagens,
      *>  inscrições e resultados; situação em branco vale "I"
      *>------------------------------------------------------------------------
       2500-deletar-dados section.
      *> movendo os dados da linkage section para as variáveis da file section (chaves)
           move lnk-id-atleta                      to fl-id-atleta
           move lnk-nome                           to fl-nome
           if   lnk-situacao = spaces then
                move "I"                           to lnk-situacao
           end-if
           if   lnk-situacao <> "I" and lnk-situacao <> "T" then
                move "P01ATLETA"                   to lnk-msn-erro-pmg
                move 109                           to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move "Situacao deve ser I (inativo) ou T (transferido)" to lnk-msn-erro-text
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           if   lnk-motivo-situacao = spaces then
                move "P01ATLETA"                   to lnk-msn-erro-pmg
                move 110                           to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move "Informe o motivo da desativacao"  to lnk-msn-erro-text
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           read arq-atletas                        *> lendo o arquivo
           if   ws-fs-arq-atletas = "00" then
                if   fl-situacao = "I" or fl-situacao = "T" then
                     unlock arq-atletas
                     move "P01ATLETA"              to lnk-msn-erro-pmg
                     move 111                      to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Atleta ja esta inativo/transferido" to lnk-msn-erro-text
                     move ws-fs-arq-atletas        to lnk-msn-erro-cod
                     exit section
                end-if
                if   ws-confirmado then
                     *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a desativação)
                     set ws-nao-confirmado         to true
                     if   lnk-situacao = "T" then
                          move "TRANSFER"          to ws-log-operacao
                     else
                          move "INATIVACAO"        to ws-log-operacao
                     end-if
                     perform 2130-gravar-registro-log      *> fl-atleta ainda contém a situação anterior
                     accept ws-data-atual          from date yyyymmdd
                     move lnk-situacao             to fl-situacao
                     move ws-data-atual            to fl-data-situacao
                     move lnk-motivo-situacao      to fl-motivo-situacao
                     rewrite fl-atleta             *> gravando a nova situação
                     if   ws-fs-arq-atletas = "00" then
                          move fl-atleta                        to lnk-atleta
                          move "P01ATLETA"                      to lnk-msn-erro-pmg
                          move 21                               to lnk-msn-erro-offset
                          move 00                               to lnk-return-code
                          move "Atleta desativado com sucesso"  to lnk-msn-erro-text
                          move ws-fs-arq-atletas                to lnk-msn-erro-cod
                     else
                          if   ws-fs-arq-atletas = "9D" then *> file status 9D: registro bloqueado por outra sessão
                               move "P01ATLETA"                                     to lnk-msn-erro-pmg
                               move "P01ATLETA"                      to lnk-msn-erro-pmg
                               move 22                               to lnk-msn-erro-offset
                               move 12                               to lnk-return-code
                               move "Erro ao desativar atleta"       to lnk-msn-erro-text
                               move ws-fs-arq-atletas                to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                else
                     *> movendo "?" para ws-confirmacao
                     set ws-confirmar              to true
                     *> saber se o usuário quer desativar o atleta
                     move "DE-Confirma a desativacao do atleta?" to lnk-msn
                end-if
           else
                if   ws-fs-arq-atletas = "23" then
       2500-deletar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para reativar um atleta inativo/transferido (supervisor):
      *>  volta à situação "A" com a data corrente; o motivo informado vai
      *>  para o registro e para a trilha de auditoria
      *>------------------------------------------------------------------------
       2510-reativar-dados section.
           move lnk-id-atleta                      to fl-id-atleta
           move lnk-nome                           to fl-nome
           read arq-atletas
           if   ws-fs-arq-atletas = "00" then
                if   fl-situacao <> "I" and fl-situacao <> "T" then
                     unlock arq-atletas
                     move "P01ATLETA"              to lnk-msn-erro-pmg
                     move 112                      to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Atleta ja esta ativo"   to lnk-msn-erro-text
                     move ws-fs-arq-atletas        to lnk-msn-erro-cod
                     exit section
                end-if
                if   ws-confirmado then
                     set ws-nao-confirmado         to true
                     move "REATIVACAO"             to ws-log-operacao
                     perform 2130-gravar-registro-log      *> fl-atleta ainda contém a situação anterior
                     accept ws-data-atual          from date yyyymmdd
                     move "A"                      to fl-situacao
                     move ws-data-atual            to fl-data-situacao
                     move lnk-motivo-situacao      to fl-motivo-situacao
                     rewrite fl-atleta
                     if   ws-fs-arq-atletas = "00" then
                          move fl-atleta                        to lnk-atleta
                          move "P01ATLETA"                      to lnk-msn-erro-pmg
                          move 113                              to lnk-msn-erro-offset
                          move 00                               to lnk-return-code
                          move "Atleta reativado com sucesso"   to lnk-msn-erro-text
                          move ws-fs-arq-atletas                to lnk-msn-erro-cod
                     else
                          if   ws-fs-arq-atletas = "9D" then
                               move "P01ATLETA"                                     to lnk-msn-erro-pmg
                               move 114                                             to lnk-msn-erro-offset
                               move 04                                              to lnk-return-code
                               move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                               move ws-fs-arq-atletas                               to lnk-msn-erro-cod
                          else
                               move "P01ATLETA"                      to lnk-msn-erro-pmg
                               move 115                              to lnk-msn-erro-offset
                               move 12                               to lnk-return-code
                               move "Erro ao reativar atleta"        to lnk-msn-erro-text
                               move ws-fs-arq-atletas                to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                else
                     set ws-confirmar              to true
                     move "RA-Confirma a reativacao do atleta?" to lnk-msn
                end-if
           else
                if   ws-fs-arq-atletas = "23" then
                     move "P01ATLETA"              to lnk-msn-erro-pmg
                     move 116                      to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Codigo inexistente"     to lnk-msn-erro-text
                     move ws-fs-arq-atletas        to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-atletas = "9D" then
                          move "P01ATLETA"                                     to lnk-msn-erro-pmg
                          move 117                                             to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-atletas                               to lnk-msn-erro-cod
                     else
                          move "P01ATLETA"              to lnk-msn-erro-pmg
                          move 118                      to lnk-msn-erro-offset
                          move 12                       to lnk-return-code
                          move "Erro ao ler registro"   to lnk-msn-erro-text
                          move ws-fs-arq-atletas        to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2510-reativar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção auxiliar para acrescentar uma linha ao texto de listagem
      *>  (lnk-listagem-texto) que CT/CN devolvem via linkage, truncando
           move spaces                             to lnk-listagem-texto
           move 1                                  to ws-listagem-ptr
           move "N"                                to ws-listagem-cheia
           move "ID     NOME                                               PESO  ALTURA  IMC   PESO IDEAL SIT CLUBE  TECNICO" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           move low-values                         to fl-chave
           start arq-atletas key is not less than fl-chave
                                    fl-imc          delimited by size
                                    " "             delimited by size
                                    fl-peso-ideal   delimited by size
                                    "  "            delimited by size
                                    fl-situacao     delimited by size
                                    "   "           delimited by size
                                    fl-clube        delimited by size
                                    " "             delimited by size
                                    fl-tecnico      delimited by size
                               into ws-listagem-linha
                             end-string
                             perform 2550-acrescentar-linha-listagem
                move spaces                               to lnk-listagem-texto
                move 1                                     to ws-listagem-ptr
                move "N"                                   to ws-listagem-cheia
                move "ID     NOME                                               PESO  ALTURA  IMC   PESO IDEAL SIT CLUBE  TECNICO" to ws-listagem-linha
                perform 2550-acrescentar-linha-listagem
                move zero                                 to ws-total-encontrados
                move low-values                           to fl-chave
                                              fl-imc          delimited by size
                                              " "             delimited by size
                                              fl-peso-ideal   delimited by size
                                              "  "            delimited by size
                                              fl-situacao     delimited by size
                                              "   "           delimited by size
                                              fl-clube        delimited by size
                                              " "             delimited by size
                                              fl-tecnico      delimited by size
                                         into ws-listagem-linha
                                       end-string
                                       perform 2550-acrescentar-linha-listagem
           move spaces                               to lnk-listagem-texto
           move 1                                    to ws-listagem-ptr
           move "N"                                  to ws-listagem-cheia
           move "TIMESTAMP      ID     OPERACAO   OPERADOR   NOME ANTERIOR                                      SX PESO    ALTURA S MOTIVO DA SITUACAO" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           move zero                                 to ws-total-encontrados
           perform until ws-log-inexistente or ws-fs-arq-log <> "00"
                                        fl-log-peso-antigo    delimited by size
                                        " "                   delimited by size
                                        fl-log-altura-antiga  delimited by size
                                        " "                   delimited by size
                                        fl-log-situacao-antiga delimited by size
                                        " "                   delimited by size
                                        fl-log-motivo-situacao delimited by size
                                   into ws-listagem-linha
                                 end-string
                                 perform 2550-acrescentar-linha-listagem
                     perform 9000-finaliza-anormal
                end-if
           end-if
           if   ws-tem-clubes then
                close arq-clubes                   *> fechando o cadastro de clubes e técnicos
           end-if
           if   not ws-log-inexistente then
                close arq-log-atletas              *> fechando a trilha de auditoria
           end-if

      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P42ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> manutenção do cadastro de clubes e técnicos (arq-clubes.dat), no
      *> mesmo molde do P13ATLETA: chamado pela tela de clubes
      *> (P43ATLETA) com a operação desejada na linkage. cada registro é
      *> um clube (tipo "C") ou um técnico (tipo "T"), identificado pelo
      *> tipo + código; o técnico pode informar o clube a que pertence,
      *> que precisa estar cadastrado e ativo. o P01ATLETA valida contra
      *> este cadastro o clube e o técnico ligados a cada atleta, e os
      *> relatórios de roster, pesagens e trajetória filtram e totalizam
      *> por ele.
      *> a exclusão (DE) é recusada enquanto houver atleta ligado ao
      *> clube/técnico ou técnico ligado ao clube; para tirar de uso sem
      *> perder o histórico, gravar com a situação "I" (inativo).
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-clubes assign to "arq-clubes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-clu-chave
           file status is ws-fs-arq-clubes.

           select arq-atletas assign to "arq-atletas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-oper-id
           file status is ws-fs-arq-operadores.

           select arq-controle assign to "arq-controle-noturno.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-ctl-chave
           file status is ws-fs-arq-ctl.

           select arq-log-acessos assign to "arq-log-acessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arq-acesso.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-clubes.
       01 fl-clu-registro.
           05 fl-clu-chave.
               10 fl-clu-tipo                      pic x(01). *> "C" clube / "T" técnico
               10 fl-clu-codigo                    pic x(06).
           05 fl-clu-nome                          pic x(40).
           05 fl-clu-clube                         pic x(06). *> técnico: clube a que pertence (espaços = nenhum)
           05 fl-clu-situacao                      pic x(01). *> "A" ativo / "I" inativo
           05 fl-clu-contato                       pic x(40). *> telefone/e-mail para o envio dos relatórios

      *>----Variáveis do cadastro de atletas, lido na conferência de uso
      *>    antes da exclusão
       fd arq-atletas.
       01 fl-atleta.
           05 fl-chave.
               10 fl-id-atleta                     pic 9(06).
               10 fl-nome                          pic x(50).
           05 fl-sexo                              pic x(01).
           05 fl-peso                              pic -999,99.
           05 fl-altura                            pic -99,99.
           05 fl-imc                               pic -99,99.
           05 fl-peso-ideal                        pic -999,99.
           05 fl-data-nascimento                   pic 9(08).
           05 fl-situacao                          pic x(01).
           05 fl-data-situacao                     pic 9(08).
           05 fl-motivo-situacao                   pic x(40).
           05 fl-clube                             pic x(06).
           05 fl-tecnico                           pic x(06).

      *>----Variáveis do cadastro de operadores (mantido pelo P08ATLETA)
       fd arq-operadores.
       01 fl-operador.
           05 fl-oper-id                           pic x(10).
           05 fl-oper-nome                         pic x(30).
           05 fl-oper-situacao                     pic x(01). *> "A" ativo / "I" inativo
           05 fl-oper-nivel                        pic 9(01). *> 1 consulta / 2 edicao / 3 supervisor
           05 fl-oper-senha                        pic x(10).
           05 fl-oper-troca-senha                  pic x(01). *> "S" troca pendente (primeiro uso/reset)
           05 fl-oper-tentativas                   pic 9(01). *> falhas consecutivas de senha
           05 fl-oper-bloqueado                    pic x(01). *> "S" id bloqueado por falhas de senha

      *>----Variáveis do controle de processamento noturno (mantido pelo
      *>    P09ATLETA), consultado pelo registro de modo do sistema
       fd arq-controle.
       01 fl-controle.
           05 fl-ctl-chave.
               10 fl-ctl-data                      pic 9(08). *> 99999999 no registro de modo
               10 fl-ctl-job                       pic x(09). *> "MODO-SIST" no registro de modo
           05 fl-ctl-situacao                      pic x(01). *> "B" janela rodando / "L" liberado
           05 fl-ctl-hora-inicio                   pic 9(06).
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
       77 ws-fs-arq-clubes                         pic x(02).
       77 ws-fs-arq-atletas                        pic x(02).

       77 ws-dados-validos                         pic x(01).
           88 ws-dados-ok                          value "S".
           88 ws-dados-invalidos                   value "N".

      *>----O cadastro de atletas pode ainda não existir (fs 35 no open
      *>    input): a conferência de uso então não encontra ligações
       77 ws-cadastro-atletas                      pic x(01) value "N".
           88 ws-tem-atletas                       value "S".

      *>----Conferência de uso antes da exclusão
       77 ws-uso-encontrado                        pic x(01).
           88 ws-em-uso                            value "S".
       77 ws-chave-excluir                         pic x(07).

      *>----Cópia do registro novo durante a validação e a confirmação
      *>    de alteração
       01 ws-clube-novo.
           05 ws-novo-chave.
               10 ws-novo-tipo                     pic x(01).
               10 ws-novo-codigo                   pic x(06).
           05 ws-novo-nome                         pic x(40).
           05 ws-novo-clube                        pic x(06).
           05 ws-novo-situacao                     pic x(01).
           05 ws-novo-contato                      pic x(40).

      *>----Variáveis auxiliares do texto de listagem (CT), devolvido
      *>    via linkage para a tela poder renderizar o resultado
       77 ws-listagem-ptr                          pic 9(05).
       77 ws-listagem-linha                        pic x(120).
       77 ws-listagem-cheia                        pic x(01) value "N".

       77 ws-confirmacao                           pic x(01).
           88 ws-confirmar                         value "?".
           88 ws-confirmado                        value "S".
           88 ws-nao-confirmado                    value "N".

      *>----Variáveis da validação do operador (id + senha da tela)
      *>    contra arq-operadores, no mesmo molde do P01ATLETA; enquanto
      *>    o cadastro de operadores não existir, a validação é
      *>    dispensada (bootstrap do sistema)
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-cadastro-operadores                   pic x(01) value "N".
           88 ws-tem-cadastro-operadores           value "S".
       77 ws-operador-liberado                     pic x(01).
           88 ws-operador-autorizado               value "S".
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
       77 ws-modo-sistema                          pic x(01) value "L".
           88 ws-sistema-em-batch                  value "B".

      *>----Variáveis para comunicação entre programas
       linkage section.

       01 lnk-controle.
           05 lnk-operacao                         pic x(02).
           05 lnk-confirmacao                      pic x(01).
           05 lnk-operador-id                      pic x(10). *> id do operador logado
           05 lnk-operador-senha                   pic x(10). *> senha digitada na tela, conferida no login
           05 lnk-msn                              pic x(50).
           05 lnk-retorno.
               10 lnk-msn-erro-pmg                 pic x(09).
               10 lnk-msn-erro-offset              pic 9(03).
               10 lnk-return-code                  pic 9(02).
               10 lnk-msn-erro-cod                 pic x(02).
               10 lnk-msn-erro-text                pic x(50).
           05 lnk-listagem-texto                   pic x(32000).

       01 lnk-clube-reg.
           05 lnk-clu-chave.
               10 lnk-clu-tipo                     pic x(01). *> "C" clube / "T" técnico
               10 lnk-clu-codigo                   pic x(06).
           05 lnk-clu-nome                         pic x(40).
           05 lnk-clu-clube                        pic x(06). *> técnico: clube a que pertence
           05 lnk-clu-situacao                     pic x(01). *> "A" ativo / "I" inativo
           05 lnk-clu-contato                      pic x(40).

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division using lnk-controle, lnk-clube-reg.

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
           perform 1010-verificar-modo-noturno
           if   ws-sistema-em-batch then           *> janela noturna rodando: recusa sem abrir os arquivos
                move "NOTURNO"                      to ws-acesso-resultado
                perform 2030-registrar-acesso
                exit section
           end-if
           open i-o arq-clubes
           if   ws-fs-arq-clubes <> "00"
           and  ws-fs-arq-clubes <> "05" then
                move "P42ATLETA"                       to lnk-msn-erro-pmg
                move 1                                 to lnk-msn-erro-offset
                move 12                                to lnk-return-code
                move ws-fs-arq-clubes                  to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-clubes"   to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-atletas
           evaluate ws-fs-arq-atletas
               when "00"
               when "05"
                    set ws-tem-atletas to true
               when "35"                           *> cadastro ainda não criado: nada ligado
                    continue
               when other
                    move "P42ATLETA"                          to lnk-msn-erro-pmg
                    move 2                                    to lnk-msn-erro-offset
                    move 12                                   to lnk-return-code
                    move ws-fs-arq-atletas                    to lnk-msn-erro-cod
                    move "Erro ao abrir arq. arq-atletas"     to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           open i-o arq-operadores                 *> cadastro de operadores (i-o: o login grava as tentativas de senha)
           evaluate ws-fs-arq-operadores
               when "00"
               when "05"
                    set ws-tem-cadastro-operadores to true
               when "35"                           *> cadastro ainda não criado: validação dispensada
                    continue
               when other
                    move "P42ATLETA"                              to lnk-msn-erro-pmg
                    move 30                                   to lnk-msn-erro-offset
                    move 12                                   to lnk-return-code
                    move ws-fs-arq-operadores                 to lnk-msn-erro-cod
                    move "Erro ao abrir arq. arq-operadores"  to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           move lnk-confirmacao to ws-confirmacao
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o registro de modo do sistema (chave reservada
      *>  99999999 + "MODO-SIST" em arq-controle-noturno.dat, mantido
      *>  pelo P09ATLETA): com a situação "B" a janela noturna está
      *>  rodando e a operação online é recusada com a previsão de
      *>  término, em vez de esbarrar nos arquivos em uso pelo batch
      *>------------------------------------------------------------------------
       1010-verificar-modo-noturno section.
           open input arq-controle
           evaluate ws-fs-arq-ctl
               when "00"
               when "05"
                    move 99999999                  to fl-ctl-data
                    move "MODO-SIST"               to fl-ctl-job
                    read arq-controle key is fl-ctl-chave
                    if   ws-fs-arq-ctl = "00"
                    and  fl-ctl-situacao = "B" then
                         set ws-sistema-em-batch   to true
                         move fl-ctl-hora-fim      to ws-hora-prevista
                         move "P42ATLETA"          to lnk-msn-erro-pmg
                         move 41                       to lnk-msn-erro-offset
                         move 04                   to lnk-return-code
                         move spaces               to lnk-msn-erro-cod
                         move spaces               to lnk-msn-erro-text
                         string "Sistema em processamento noturno, tente apos "
                                                      delimited by size
                                ws-hora-prevista(1:2) delimited by size
                                ":"                   delimited by size
                                ws-hora-prevista(3:2) delimited by size
                           into lnk-msn-erro-text
                         end-string
                    end-if
                    close arq-controle
               when "35"                           *> controle ainda não criado: modo online
                    continue
               when other
                    move "P42ATLETA"                        to lnk-msn-erro-pmg
                    move 42                                 to lnk-msn-erro-offset
                    move 12                                 to lnk-return-code
                    move ws-fs-arq-ctl                      to lnk-msn-erro-cod
                    move "Erro ao abrir arq-controle-noturno" to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       1010-verificar-modo-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       2000-processamento section.
           if   ws-sistema-em-batch then
                exit section
           end-if
           perform 2010-validar-operador           *> valida id/senha/situação/permissão contra arq-operadores
           perform 2030-registrar-acesso           *> log de segurança do login/recusa
           if   not ws-operador-autorizado then
                exit section
           end-if
           evaluate lnk-operacao
               when "SA"
                   perform 2100-salvar-dados
               when "C1"
                   perform 2200-b-um-registro
               when "DE"
                   perform 2500-deletar-dados
               when "CT"
                   perform 2600-consultar-todos
           end-evaluate
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar o operador informado na tela (id + senha)
      *>  contra o cadastro de operadores antes da operação pedida, no
      *>  mesmo molde do P01ATLETA:
      *>    nivel 1 (consulta) - consultas; nivel 2 (edicao) - SA;
      *>    nivel 3 (supervisor) - DE
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
               when "00"
                    perform 2020-conferir-senha    *> autenticação: senha, bloqueio e troca pendente
                    if   not ws-operador-autorizado then
                         exit section
                    end-if
                    if   fl-oper-situacao <> "A" then
                         move "N"                           to ws-operador-liberado
                         move "P42ATLETA"                   to lnk-msn-erro-pmg
                         move 31                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "INATIVO"                     to ws-acesso-resultado
                         move "Operador inativo"            to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                         exit section
                    end-if
                    evaluate lnk-operacao
                        when "DE"
                             move 3                to ws-nivel-exigido
                        when "SA"
                             move 2                to ws-nivel-exigido
                        when other
                             move 1                to ws-nivel-exigido
                    end-evaluate
                    if   fl-oper-nivel < ws-nivel-exigido then
                         move "N"                           to ws-operador-liberado
                         move "P42ATLETA"                   to lnk-msn-erro-pmg
                         move 32                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                    end-if
               when "23"                           *> file status 23: operador não cadastrado
                    move "N"                                to ws-operador-liberado
                    move "P42ATLETA"                        to lnk-msn-erro-pmg
                    move 33                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when "9D"                           *> registro bloqueado por outra sessão
                    move "N"                                to ws-operador-liberado
                    move "P42ATLETA"                        to lnk-msn-erro-pmg
                    move 34                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when other
                    move "P42ATLETA"                        to lnk-msn-erro-pmg
                    move 35                                 to lnk-msn-erro-offset
                    move 12                                 to lnk-return-code
                    move "Erro ao ler operador"             to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2010-validar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a senha do operador chamador (registro corrente em
      *>  fl-operador), no mesmo molde do P08ATLETA: id bloqueado é
      *>  recusado; senha errada conta a tentativa e bloqueia o id no
      *>  limite; senha certa zera o contador; troca de senha pendente
      *>  manda o operador para a tela de operadores (operação TS)
      *>------------------------------------------------------------------------
       2020-conferir-senha section.
           if   fl-oper-bloqueado = "S" then
                unlock arq-operadores
                move "N"                           to ws-operador-liberado
                move "P42ATLETA"                   to lnk-msn-erro-pmg
                move 36                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move "BLOQUEADO"                                to ws-acesso-resultado
                move "Operador bloqueado, procure o supervisor" to lnk-msn-erro-text
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           if   fl-oper-senha <> lnk-operador-senha then
                move "N"                           to ws-operador-liberado
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
                if   ws-fs-arq-operadores <> "00" and ws-fs-arq-operadores <> "02" then
                     move "P42ATLETA"              to lnk-msn-erro-pmg
                     move 37                       to lnk-msn-erro-offset
                     move 12                       to lnk-return-code
                     move "Erro ao gravar tentativa de senha" to lnk-msn-erro-text
                     move ws-fs-arq-operadores     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
                move "P42ATLETA"                   to lnk-msn-erro-pmg
                move 38                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           if   fl-oper-tentativas > zero then     *> senha certa zera o contador de falhas
                move zero                          to fl-oper-tentativas
                rewrite fl-operador
                if   ws-fs-arq-operadores <> "00" and ws-fs-arq-operadores <> "02" then
                     move "P42ATLETA"              to lnk-msn-erro-pmg
                     move 39                       to lnk-msn-erro-offset
                     move 12                       to lnk-return-code
                     move "Erro ao gravar tentativa de senha" to lnk-msn-erro-text
                     move ws-fs-arq-operadores     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           unlock arq-operadores
           if   fl-oper-troca-senha = "S" then     *> primeiro uso/reset: só a troca de senha é liberada
                move "N"                           to ws-operador-liberado
                move "P42ATLETA"                   to lnk-msn-erro-pmg
                move 40                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move "TROCA-PEND"                                  to ws-acesso-resultado
                move "Troca de senha pendente, tela de operadores" to lnk-msn-erro-text
                move spaces                        to lnk-msn-erro-cod
           end-if
           .
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
                move "P42ATLETA"                          to lnk-msn-erro-pmg
                move 43                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move lnk-operador-id                    to fl-ace-operador
           move "P42ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P42ATLETA"                          to lnk-msn-erro-pmg
                move 44                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P42ATLETA"                          to lnk-msn-erro-pmg
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
      *>  Seção para validar o registro antes da gravação: tipo C/T,
      *>  código e nome preenchidos, situação A/I (em branco vale A) e,
      *>  para o técnico, clube informado cadastrado e ativo
      *>------------------------------------------------------------------------
       2050-validar-clube section.
           set ws-dados-ok to true
           if   fl-clu-situacao = spaces then
                move "A"                             to fl-clu-situacao
           end-if
           if   fl-clu-tipo <> "C" and fl-clu-tipo <> "T" then
                set ws-dados-invalidos               to true
                move "Tipo deve ser C (clube) ou T (tecnico)" to lnk-msn-erro-text
                exit section
           end-if
           if   fl-clu-codigo = spaces then
                set ws-dados-invalidos               to true
                move "Informe o codigo"              to lnk-msn-erro-text
                exit section
           end-if
           if   fl-clu-nome = spaces then
                set ws-dados-invalidos               to true
                move "Informe o nome"                to lnk-msn-erro-text
                exit section
           end-if
           if   fl-clu-situacao <> "A" and fl-clu-situacao <> "I" then
                set ws-dados-invalidos               to true
                move "Situacao deve ser A ou I"      to lnk-msn-erro-text
                exit section
           end-if
           if   fl-clu-tipo = "C" then
                move spaces                          to fl-clu-clube
                exit section
           end-if
           if   fl-clu-clube = spaces then
                exit section
           end-if
      *> técnico com clube: confere o clube no próprio cadastro, guardando
      *> o registro digitado enquanto o clube é lido
           move fl-clu-registro                    to ws-clube-novo
           move "C"                                to fl-clu-tipo
           move ws-novo-clube                      to fl-clu-codigo
           read arq-clubes key fl-clu-chave
           evaluate ws-fs-arq-clubes
               when "00"
                    unlock arq-clubes
                    if   fl-clu-situacao <> "A" then
                         set ws-dados-invalidos      to true
                         move "Clube do tecnico esta inativo" to lnk-msn-erro-text
                    end-if
               when "23"
                    set ws-dados-invalidos           to true
                    move "Clube do tecnico nao cadastrado" to lnk-msn-erro-text
               when "9D"
                    set ws-dados-invalidos           to true
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
               when other
                    move "P42ATLETA"                 to lnk-msn-erro-pmg
                    move 3                           to lnk-msn-erro-offset
                    move 12                          to lnk-return-code
                    move "Erro ao ler clube"         to lnk-msn-erro-text
                    move ws-fs-arq-clubes            to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           move ws-clube-novo                      to fl-clu-registro
           .
       2050-validar-clube-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para salvar dados
      *>------------------------------------------------------------------------
       2100-salvar-dados section.
           move lnk-clube-reg                      to fl-clu-registro
           perform 2050-validar-clube
           if   ws-dados-invalidos then
                move "P42ATLETA"                   to lnk-msn-erro-pmg
                move 4                             to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           write fl-clu-registro
           if   ws-fs-arq-clubes = "00" or ws-fs-arq-clubes = "02" then
                move "P42ATLETA"                   to lnk-msn-erro-pmg
                move 5                             to lnk-msn-erro-offset
                move 00                            to lnk-return-code
                move "Registro salvo com sucesso"  to lnk-msn-erro-text
                move ws-fs-arq-clubes              to lnk-msn-erro-cod
           else
                if   ws-fs-arq-clubes = "22" then  *> file status 22: na gravação, registro já existe
                     if   ws-confirmado then
                          set ws-nao-confirmado    to true
                          move fl-clu-registro     to ws-clube-novo
                          read arq-clubes key is fl-clu-chave
                          if   ws-fs-arq-clubes = "00" then
                               move ws-clube-novo      to fl-clu-registro
                               rewrite fl-clu-registro
                               if   ws-fs-arq-clubes = "00" then
                                    move "P42ATLETA"                     to lnk-msn-erro-pmg
                                    move 6                               to lnk-msn-erro-offset
                                    move 00                              to lnk-return-code
                                    move "Registro alterado com sucesso" to lnk-msn-erro-text
                                    move ws-fs-arq-clubes                to lnk-msn-erro-cod
                               else
                                    if   ws-fs-arq-clubes = "9D" then
                                         move "P42ATLETA"                                     to lnk-msn-erro-pmg
                                         move 7                                               to lnk-msn-erro-offset
                                         move 04                                              to lnk-return-code
                                         move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                                         move ws-fs-arq-clubes                                to lnk-msn-erro-cod
                                    else
                                         move "P42ATLETA"                   to lnk-msn-erro-pmg
                                         move 8                             to lnk-msn-erro-offset
                                         move 12                            to lnk-return-code
                                         move "Erro ao alterar registro"    to lnk-msn-erro-text
                                         move ws-fs-arq-clubes              to lnk-msn-erro-cod
                                         perform 9000-finaliza-anormal
                                    end-if
                               end-if
                          else
                               if   ws-fs-arq-clubes = "9D" then
                                    move "P42ATLETA"                                     to lnk-msn-erro-pmg
                                    move 9                                               to lnk-msn-erro-offset
                                    move 04                                              to lnk-return-code
                                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                                    move ws-fs-arq-clubes                                to lnk-msn-erro-cod
                               else
                                    move "P42ATLETA"                   to lnk-msn-erro-pmg
                                    move 10                            to lnk-msn-erro-offset
                                    move 12                            to lnk-return-code
                                    move "Erro ao alterar registro"    to lnk-msn-erro-text
                                    move ws-fs-arq-clubes              to lnk-msn-erro-cod
                                    perform 9000-finaliza-anormal
                               end-if
                          end-if
                     else
                          set ws-confirmar         to true
                          move "SA-Confirmar a alteracao do registro?" to lnk-msn
                     end-if
                else
                     move "P42ATLETA"                  to lnk-msn-erro-pmg
                     move 11                           to lnk-msn-erro-offset
                     move 12                           to lnk-return-code
                     move "Erro ao escrever registro"  to lnk-msn-erro-text
                     move ws-fs-arq-clubes             to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2100-salvar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um registro
      *>------------------------------------------------------------------------
       2200-b-um-registro section.
           move lnk-clu-chave                      to fl-clu-chave
           read arq-clubes key fl-clu-chave
           if   ws-fs-arq-clubes = "00" then
                move fl-clu-registro               to lnk-clube-reg
                move "P42ATLETA"                   to lnk-msn-erro-pmg
                move 12                            to lnk-msn-erro-offset
                move 00                            to lnk-return-code
                move "Registro lido com sucesso"   to lnk-msn-erro-text
                move ws-fs-arq-clubes              to lnk-msn-erro-cod
                unlock arq-clubes
           else
                if   ws-fs-arq-clubes = "23" then
                     move "P42ATLETA"              to lnk-msn-erro-pmg
                     move 13                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Codigo inexistente"     to lnk-msn-erro-text
                     move ws-fs-arq-clubes         to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-clubes = "9D" then
                          move "P42ATLETA"                                     to lnk-msn-erro-pmg
                          move 14                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-clubes                                to lnk-msn-erro-cod
                     else
                          move "P42ATLETA"              to lnk-msn-erro-pmg
                          move 15                       to lnk-msn-erro-offset
                          move 12                       to lnk-return-code
                          move "Erro ao ler registro"   to lnk-msn-erro-text
                          move ws-fs-arq-clubes         to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2200-b-um-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para deletar dados; recusada enquanto o clube/técnico
      *>  estiver em uso (2510-verificar-uso)
      *>------------------------------------------------------------------------
       2500-deletar-dados section.
           move lnk-clu-chave                      to fl-clu-chave
           read arq-clubes
           if   ws-fs-arq-clubes = "00" then
                unlock arq-clubes
                move fl-clu-chave                  to ws-chave-excluir
                perform 2510-verificar-uso
                if   ws-em-uso then
                     move "P42ATLETA"              to lnk-msn-erro-pmg
                     move 16                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move spaces                   to lnk-msn-erro-cod
                     exit section
                end-if
                move ws-chave-excluir              to fl-clu-chave
                if   ws-confirmado then
                     set ws-nao-confirmado         to true
                     read arq-clubes               *> reposiciona no registro depois da conferência
                     if   ws-fs-arq-clubes = "00" then
                          delete arq-clubes
                     end-if
                     if   ws-fs-arq-clubes = "00" then
                          move "P42ATLETA"                     to lnk-msn-erro-pmg
                          move 17                              to lnk-msn-erro-offset
                          move 00                              to lnk-return-code
                          move "Registro excluido com sucesso" to lnk-msn-erro-text
                          move ws-fs-arq-clubes                to lnk-msn-erro-cod
                     else
                          if   ws-fs-arq-clubes = "9D" then
                               move "P42ATLETA"                                     to lnk-msn-erro-pmg
                               move 18                                              to lnk-msn-erro-offset
                               move 04                                              to lnk-return-code
                               move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                               move ws-fs-arq-clubes                                to lnk-msn-erro-cod
                          else
                               move "P42ATLETA"                   to lnk-msn-erro-pmg
                               move 19                            to lnk-msn-erro-offset
                               move 12                            to lnk-return-code
                               move "Erro ao excluir registro"    to lnk-msn-erro-text
                               move ws-fs-arq-clubes              to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                else
                     set ws-confirmar              to true
                     move "DE-Confirma a exclusao do registro?" to lnk-msn
                end-if
           else
                if   ws-fs-arq-clubes = "23" then
                     move "P42ATLETA"              to lnk-msn-erro-pmg
                     move 20                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Codigo inexistente"     to lnk-msn-erro-text
                     move ws-fs-arq-clubes         to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-clubes = "9D" then
                          move "P42ATLETA"                                     to lnk-msn-erro-pmg
                          move 21                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-clubes                                to lnk-msn-erro-cod
                     else
                          move "P42ATLETA"              to lnk-msn-erro-pmg
                          move 22                       to lnk-msn-erro-offset
                          move 12                       to lnk-return-code
                          move "Erro ao ler registro"   to lnk-msn-erro-text
                          move ws-fs-arq-clubes         to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2500-deletar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o clube/técnico de ws-chave-excluir ainda está em uso:
      *>  atleta ligado a ele em arq-atletas ou, para o clube, técnico
      *>  ligado a ele no próprio cadastro; deixa a mensagem pronta
      *>------------------------------------------------------------------------
       2510-verificar-uso section.
           move "N"                                to ws-uso-encontrado
           if   ws-tem-atletas then
                move low-values                    to fl-chave
                start arq-atletas key is not less than fl-chave
                if   ws-fs-arq-atletas = "00" then
                     perform until ws-em-uso
                             or (ws-fs-arq-atletas <> "00" and ws-fs-arq-atletas <> "02")
                             read arq-atletas next
                             if   ws-fs-arq-atletas = "00" or ws-fs-arq-atletas = "02" then
                                  if   (ws-chave-excluir(1:1) = "C" and fl-clube = ws-chave-excluir(2:6))
                                  or   (ws-chave-excluir(1:1) = "T" and fl-tecnico = ws-chave-excluir(2:6)) then
                                       set ws-em-uso to true
                                       move "Existem atletas ligados a este codigo" to lnk-msn-erro-text
                                  end-if
                                  unlock arq-atletas
                             end-if
                     end-perform
                end-if
           end-if
           if   ws-em-uso
           or   ws-chave-excluir(1:1) <> "C" then
                exit section
           end-if
           move "T"                                to fl-clu-tipo
           move low-values                         to fl-clu-codigo
           start arq-clubes key is not less than fl-clu-chave
           if   ws-fs-arq-clubes = "00" then
                perform until ws-em-uso
                        or (ws-fs-arq-clubes <> "00" and ws-fs-arq-clubes <> "02")
                        read arq-clubes next
                        if   ws-fs-arq-clubes = "00" or ws-fs-arq-clubes = "02" then
                             if   fl-clu-tipo = "T"
                             and  fl-clu-clube = ws-chave-excluir(2:6) then
                                  set ws-em-uso to true
                                  move "Existem tecnicos ligados a este clube" to lnk-msn-erro-text
                             end-if
                             unlock arq-clubes
                        end-if
                end-perform
           end-if
           .
       2510-verificar-uso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção auxiliar para acrescentar uma linha ao texto de listagem
      *>  (lnk-listagem-texto) que CT devolve via linkage, truncando com
      *>  aviso se o texto acumulado estourar o tamanho do campo
      *>------------------------------------------------------------------------
       2550-acrescentar-linha-listagem section.
           if   ws-listagem-cheia = "N" then
                if   ws-listagem-ptr + length of ws-listagem-linha > length of lnk-listagem-texto then
                     if   ws-listagem-ptr < length of lnk-listagem-texto then
                          string "(lista truncada)" delimited by size
                            into lnk-listagem-texto
                            with pointer ws-listagem-ptr
                          end-string
                     end-if
                     move "S"                            to ws-listagem-cheia
                else
                     string ws-listagem-linha             delimited by size
                            x"0A"                          delimited by size
                       into lnk-listagem-texto
                       with pointer ws-listagem-ptr
                     end-string
                end-if
           end-if
           .
       2550-acrescentar-linha-listagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para listar todos os clubes e técnicos (clubes primeiro,
      *>  pela ordem da chave tipo + código)
      *>------------------------------------------------------------------------
       2600-consultar-todos section.
           move spaces                             to lnk-listagem-texto
           move 1                                  to ws-listagem-ptr
           move "N"                                to ws-listagem-cheia
           move "T CODIGO NOME                                     CLUBE  S CONTATO" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           move low-values                         to fl-clu-chave
           start arq-clubes key is not less than fl-clu-chave
           if   ws-fs-arq-clubes = "00" then
                perform until ws-fs-arq-clubes <> "00" and ws-fs-arq-clubes <> "02"
                        read arq-clubes next
                        if   ws-fs-arq-clubes = "00" or ws-fs-arq-clubes = "02" then
                             move spaces                      to ws-listagem-linha
                             string fl-clu-tipo        delimited by size
                                    " "                delimited by size
                                    fl-clu-codigo      delimited by size
                                    " "                delimited by size
                                    fl-clu-nome        delimited by size
                                    " "                delimited by size
                                    fl-clu-clube       delimited by size
                                    " "                delimited by size
                                    fl-clu-situacao    delimited by size
                                    " "                delimited by size
                                    fl-clu-contato     delimited by size
                               into ws-listagem-linha
                             end-string
                             perform 2550-acrescentar-linha-listagem
                             unlock arq-clubes
                        end-if
                end-perform
                if   ws-fs-arq-clubes = "10" then
                     move "P42ATLETA"                      to lnk-msn-erro-pmg
                     move 23                               to lnk-msn-erro-offset
                     move 00                               to lnk-return-code
                     move "Listagem de clubes concluida"   to lnk-msn-erro-text
                     move ws-fs-arq-clubes                 to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-clubes = "9D" then
                          move "P42ATLETA"                                     to lnk-msn-erro-pmg
                          move 24                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-clubes                                to lnk-msn-erro-cod
                     else
                          move "P42ATLETA"                 to lnk-msn-erro-pmg
                          move 25                          to lnk-msn-erro-offset
                          move 12                          to lnk-return-code
                          move "Erro ao ler registro"      to lnk-msn-erro-text
                          move ws-fs-arq-clubes            to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           else
                if   ws-fs-arq-clubes = "23" then
                     move "P42ATLETA"                      to lnk-msn-erro-pmg
                     move 26                               to lnk-msn-erro-offset
                     move 00                               to lnk-return-code
                     move "Nenhum clube cadastrado"        to lnk-msn-erro-text
                     move ws-fs-arq-clubes                 to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-clubes = "9D" then
                          move "P42ATLETA"                                     to lnk-msn-erro-pmg
                          move 27                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-clubes                                to lnk-msn-erro-cod
                     else
                          move "P42ATLETA"                 to lnk-msn-erro-pmg
                          move 28                          to lnk-msn-erro-offset
                          move 12                          to lnk-return-code
                          move "Erro ao ler registro"      to lnk-msn-erro-text
                          move ws-fs-arq-clubes            to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2600-consultar-todos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           move 12                                 to lnk-return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           if   ws-sistema-em-batch then           *> nada foi aberto na recusa do modo noturno
                exit program
           end-if
           move ws-confirmacao                     to lnk-confirmacao
           close arq-clubes
           if   ws-fs-arq-clubes <> "00" then
                move "P42ATLETA"                        to lnk-msn-erro-pmg
                move 29                                 to lnk-msn-erro-offset
                move 12                                 to lnk-return-code
                move "Erro ao fechar arq. arq-clubes"   to lnk-msn-erro-text
                move ws-fs-arq-clubes                   to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   ws-tem-atletas then
                close arq-atletas
           end-if
           if   ws-tem-cadastro-operadores then
                close arq-operadores               *> fechando o cadastro de operadores
           end-if
           exit program
           .
       3000-finaliza-exit.
           exit.

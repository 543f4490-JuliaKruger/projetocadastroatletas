      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P37ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> manutenção dos resultados de competição (arq-resultados.dat), no
      *> mesmo molde do P21ATLETA: chamado pela tela de resultados
      *> (P38ATLETA) com a operação desejada na linkage. a chave é
      *> competição + id do atleta, e o registro guarda a colocação, a
      *> medalha e, quando for o caso, o motivo da desclassificação:
      *>   O = ouro / P = prata / B = bronze / espaço = sem medalha
      *> a gravação valida:
      *>   - competição existente em arq-competicoes.dat e com a data do
      *>     evento (fl-comp-data) já passada;
      *>   - atleta com inscrição nesta competição em arq-inscricoes.dat
      *>     (a classe da inscrição é copiada para o resultado, para o
      *>     ranking da temporada do P39ATLETA);
      *>   - desclassificado (motivo informado) sem colocação nem
      *>     medalha; classificado com colocação, e medalha coerente com
      *>     ela (1 ouro, 2 prata, 3 bronze, demais sem medalha).
      *> além do CRUD usual, a operação CC lista os resultados de uma
      *> competição, como no P23ATLETA.
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-res-chave
           file status is ws-fs-arq-res.

           select arq-competicoes assign to "arq-competicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-comp-codigo
           file status is ws-fs-arq-comp.

           select arq-inscricoes assign to "arq-inscricoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-insc-chave
           file status is ws-fs-arq-insc.

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
       fd arq-resultados.
       01 fl-resultado.
           05 fl-res-chave.
               10 fl-res-competicao                pic x(06).
               10 fl-res-id-atleta                 pic 9(06).
           05 fl-res-classe-sexo                   pic x(01). *> copiada da inscrição
           05 fl-res-classe-codigo                 pic x(03). *> copiada da inscrição
           05 fl-res-colocacao                     pic 9(03). *> zero quando desclassificado
           05 fl-res-medalha                       pic x(01). *> O ouro / P prata / B bronze / espaço
           05 fl-res-motivo-desclass               pic x(40). *> preenchido = desclassificado
           05 fl-res-data                          pic 9(08). *> ccyymmdd do lançamento

       fd arq-competicoes.
       01 fl-competicao.
           05 fl-comp-codigo                       pic x(06).
           05 fl-comp-nome                         pic x(40).
           05 fl-comp-data                         pic 9(08).
           05 fl-comp-local                        pic x(30).
           05 fl-comp-limite-inscr                 pic 9(08).
           05 fl-comp-taxa-inscr                   pic -99999,99. *> taxa de inscrição por atleta
           05 fl-comp-taxa-atraso                  pic -99999,99. *> acréscimo para inscrição feita após a data de corte
           05 fl-comp-data-corte                   pic 9(08). *> ccyymmdd; zero = sem taxa de atraso

       fd arq-inscricoes.
       01 fl-inscricao.
           05 fl-insc-chave.
               10 fl-insc-competicao               pic x(06).
               10 fl-insc-id-atleta                pic 9(06).
           05 fl-insc-classe-sexo                  pic x(01).
           05 fl-insc-classe-codigo                pic x(03).
           05 fl-insc-data                         pic 9(08). *> ccyymmdd da inscrição
           05 fl-insc-fed-situacao                 pic x(01). *> federação: branco não enviada / E enviada / A aceita / R recusada / P alterada
           05 fl-insc-fed-data                     pic 9(08). *> ccyymmdd do último envio ou retorno da federação
           05 fl-insc-fed-motivo                   pic x(40). *> motivo da recusa devolvido pela federação
           05 fl-insc-pag-situacao                 pic x(01). *> pagamento: branco sem taxa / P pendente / Q quitada
           05 fl-insc-valor-devido                 pic -99999,99. *> taxa devida (inscrição + atraso), fixada na gravação
           05 fl-insc-valor-pago                   pic -99999,99. *> soma dos pagamentos registrados (arq-pagamentos.dat)

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
       77 ws-fs-arq-res                            pic x(02).
       77 ws-fs-arq-comp                           pic x(02).
       77 ws-fs-arq-insc                           pic x(02).
       77 ws-data-atual                            pic 9(08).

       77 ws-dados-validos                         pic x(01).
           88 ws-dados-ok                          value "S".
           88 ws-dados-invalidos                   value "N".

      *>----Arquivos de referência podem ainda não existir (fs 35 no
      *>    open input): a validação então recusa o resultado em vez de
      *>    tentar ler arquivo fechado
       77 ws-cadastro-competicoes                  pic x(01) value "N".
           88 ws-tem-competicoes                   value "S".
       77 ws-cadastro-inscricoes                   pic x(01) value "N".
           88 ws-tem-inscricoes                    value "S".

      *>----Cópia do registro novo durante a confirmação de alteração
       01 ws-resultado-novo.
           05 ws-novo-chave.
               10 ws-novo-competicao               pic x(06).
               10 ws-novo-id-atleta                pic 9(06).
           05 ws-novo-classe-sexo                  pic x(01).
           05 ws-novo-classe-codigo                pic x(03).
           05 ws-novo-colocacao                    pic 9(03).
           05 ws-novo-medalha                      pic x(01).
           05 ws-novo-motivo-desclass              pic x(40).
           05 ws-novo-data                         pic 9(08).

      *>----Variáveis auxiliares do texto de listagem (CT/CC), devolvido
      *>    via linkage para a tela poder renderizar o resultado
       77 ws-listagem-ptr                          pic 9(05).
       77 ws-listagem-linha                        pic x(90).
       77 ws-listagem-cheia                        pic x(01) value "N".
       77 ws-total-encontrados                     pic 9(06).

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

       01 lnk-resultado.
           05 lnk-res-chave.
               10 lnk-res-competicao               pic x(06).
               10 lnk-res-id-atleta                pic 9(06).
           05 lnk-res-classe-sexo                  pic x(01).
           05 lnk-res-classe-codigo                pic x(03).
           05 lnk-res-colocacao                    pic 9(03).
           05 lnk-res-medalha                      pic x(01).
           05 lnk-res-motivo-desclass              pic x(40).
           05 lnk-res-data                         pic 9(08).

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division using lnk-controle, lnk-resultado.

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
           accept ws-data-atual from date yyyymmdd
           open i-o arq-resultados
           if  ws-fs-arq-res <> "00"
           and  ws-fs-arq-res <> "05" then
                move "P37ATLETA"                          to lnk-msn-erro-pmg
                move 1                                    to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-res                        to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-resultados"  to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-competicoes
           evaluate ws-fs-arq-comp
               when "00"
               when "05"
                    set ws-tem-competicoes to true
               when "35"                           *> calendário ainda não criado: SA vai recusar
                    continue
               when other
                    move "P37ATLETA"                          to lnk-msn-erro-pmg
                    move 2                                    to lnk-msn-erro-offset
                    move 12                                   to lnk-return-code
                    move ws-fs-arq-comp                       to lnk-msn-erro-cod
                    move "Erro ao abrir arq. arq-competicoes" to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           open input arq-inscricoes
           evaluate ws-fs-arq-insc
               when "00"
               when "05"
                    set ws-tem-inscricoes to true
               when "35"                           *> nenhuma inscrição ainda: SA vai recusar
                    continue
               when other
                    move "P37ATLETA"                          to lnk-msn-erro-pmg
                    move 3                                    to lnk-msn-erro-offset
                    move 12                                   to lnk-return-code
                    move ws-fs-arq-insc                       to lnk-msn-erro-cod
                    move "Erro ao abrir arq. arq-inscricoes"  to lnk-msn-erro-text
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
                    move "P37ATLETA"                          to lnk-msn-erro-pmg
                    move 4                                    to lnk-msn-erro-offset
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
                         move "P37ATLETA"          to lnk-msn-erro-pmg
                         move 5                    to lnk-msn-erro-offset
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
                    move "P37ATLETA"                        to lnk-msn-erro-pmg
                    move 6                                  to lnk-msn-erro-offset
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
               when "CC"
                   perform 2700-consultar-competicao
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
                         move "P37ATLETA"                   to lnk-msn-erro-pmg
                         move 7                             to lnk-msn-erro-offset
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
                         move "P37ATLETA"                   to lnk-msn-erro-pmg
                         move 8                             to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                    end-if
               when "23"                           *> file status 23: operador não cadastrado
                    move "N"                                to ws-operador-liberado
                    move "P37ATLETA"                        to lnk-msn-erro-pmg
                    move 9                                  to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when "9D"                           *> registro bloqueado por outra sessão
                    move "N"                                to ws-operador-liberado
                    move "P37ATLETA"                        to lnk-msn-erro-pmg
                    move 10                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when other
                    move "P37ATLETA"                        to lnk-msn-erro-pmg
                    move 11                                 to lnk-msn-erro-offset
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
                move "P37ATLETA"                   to lnk-msn-erro-pmg
                move 12                            to lnk-msn-erro-offset
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
                     move "P37ATLETA"              to lnk-msn-erro-pmg
                     move 13                       to lnk-msn-erro-offset
                     move 12                       to lnk-return-code
                     move "Erro ao gravar tentativa de senha" to lnk-msn-erro-text
                     move ws-fs-arq-operadores     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
                move "P37ATLETA"                   to lnk-msn-erro-pmg
                move 14                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           if   fl-oper-tentativas > zero then     *> senha certa zera o contador de falhas
                move zero                          to fl-oper-tentativas
                rewrite fl-operador
                if   ws-fs-arq-operadores <> "00" and ws-fs-arq-operadores <> "02" then
                     move "P37ATLETA"              to lnk-msn-erro-pmg
                     move 15                       to lnk-msn-erro-offset
                     move 12                       to lnk-return-code
                     move "Erro ao gravar tentativa de senha" to lnk-msn-erro-text
                     move ws-fs-arq-operadores     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           unlock arq-operadores
           if   fl-oper-troca-senha = "S" then     *> primeiro uso/reset: só a troca de senha é liberada
                move "N"                           to ws-operador-liberado
                move "P37ATLETA"                   to lnk-msn-erro-pmg
                move 16                            to lnk-msn-erro-offset
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
                move "P37ATLETA"                          to lnk-msn-erro-pmg
                move 49                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move lnk-operador-id                    to fl-ace-operador
           move "P37ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P37ATLETA"                          to lnk-msn-erro-pmg
                move 50                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P37ATLETA"                          to lnk-msn-erro-pmg
                move 51                                   to lnk-msn-erro-offset
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
      *>  Seção para validar o resultado antes da gravação: competição
      *>  existente e já realizada, atleta inscrito nela e colocação/
      *>  medalha/desclassificação coerentes entre si
      *>------------------------------------------------------------------------
       2050-validar-resultado section.
           set ws-dados-ok to true
           if   fl-res-competicao = spaces then
                set ws-dados-invalidos               to true
                move "Informe o codigo da competicao" to lnk-msn-erro-text
                exit section
           end-if
           if   fl-res-id-atleta = zero then
                set ws-dados-invalidos               to true
                move "Informe o id do atleta"        to lnk-msn-erro-text
                exit section
           end-if
           if   not ws-tem-competicoes then
                set ws-dados-invalidos              to true
                move "Competicao inexistente"       to lnk-msn-erro-text
                exit section
           end-if
           move fl-res-competicao                  to fl-comp-codigo
           read arq-competicoes key fl-comp-codigo
           evaluate ws-fs-arq-comp
               when "00"
                    unlock arq-competicoes
                    if   ws-data-atual not > fl-comp-data then
                         set ws-dados-invalidos     to true
                         move "Competicao ainda nao realizada" to lnk-msn-erro-text
                         exit section
                    end-if
               when "23"
                    set ws-dados-invalidos          to true
                    move "Competicao inexistente"   to lnk-msn-erro-text
                    exit section
               when other
                    move "P37ATLETA"                to lnk-msn-erro-pmg
                    move 17                         to lnk-msn-erro-offset
                    move 12                         to lnk-return-code
                    move "Erro ao ler competicao"   to lnk-msn-erro-text
                    move ws-fs-arq-comp             to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           if   not ws-tem-inscricoes then
                set ws-dados-invalidos              to true
                move "Atleta sem inscricao nesta competicao" to lnk-msn-erro-text
                exit section
           end-if
           move fl-res-competicao                  to fl-insc-competicao
           move fl-res-id-atleta                   to fl-insc-id-atleta
           read arq-inscricoes key fl-insc-chave
           evaluate ws-fs-arq-insc
               when "00"
                    unlock arq-inscricoes
                    move fl-insc-classe-sexo        to fl-res-classe-sexo
                    move fl-insc-classe-codigo      to fl-res-classe-codigo
               when "23"
                    set ws-dados-invalidos          to true
                    move "Atleta sem inscricao nesta competicao" to lnk-msn-erro-text
                    exit section
               when other
                    move "P37ATLETA"                to lnk-msn-erro-pmg
                    move 18                         to lnk-msn-erro-offset
                    move 12                         to lnk-return-code
                    move "Erro ao ler inscricao"    to lnk-msn-erro-text
                    move ws-fs-arq-insc             to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           if   fl-res-medalha <> "O" and fl-res-medalha <> "P"
           and  fl-res-medalha <> "B" and fl-res-medalha <> space then
                set ws-dados-invalidos              to true
                move "Medalha invalida (O/P/B ou em branco)" to lnk-msn-erro-text
                exit section
           end-if
           if   fl-res-motivo-desclass <> spaces then  *> desclassificado: sem colocação nem medalha
                if   fl-res-colocacao <> zero
                or   fl-res-medalha <> space then
                     set ws-dados-invalidos         to true
                     move "Desclassificado nao tem colocacao nem medalha" to lnk-msn-erro-text
                end-if
                exit section
           end-if
           if   fl-res-colocacao = zero then
                set ws-dados-invalidos              to true
                move "Informe a colocacao ou o motivo da desclass." to lnk-msn-erro-text
                exit section
           end-if
           evaluate true
               when fl-res-colocacao = 1 and fl-res-medalha = "O"
               when fl-res-colocacao = 2 and fl-res-medalha = "P"
               when fl-res-colocacao = 3 and fl-res-medalha = "B"
               when fl-res-colocacao > 3 and fl-res-medalha = space
                    continue
               when other
                    set ws-dados-invalidos          to true
                    move "Medalha incompativel com a colocacao" to lnk-msn-erro-text
           end-evaluate
           .
       2050-validar-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para salvar dados; a data do resultado é sempre a data
      *>  do lançamento
      *>------------------------------------------------------------------------
       2100-salvar-dados section.
           move lnk-resultado                      to fl-resultado
           perform 2050-validar-resultado
           if   ws-dados-invalidos then
                move "P37ATLETA"                   to lnk-msn-erro-pmg
                move 19                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           move ws-data-atual                      to fl-res-data
           write fl-resultado
           if   ws-fs-arq-res = "00" or ws-fs-arq-res = "02" then
                move "P37ATLETA"                     to lnk-msn-erro-pmg
                move 20                              to lnk-msn-erro-offset
                move 00                              to lnk-return-code
                move "Resultado salvo com sucesso"   to lnk-msn-erro-text
                move ws-fs-arq-res                   to lnk-msn-erro-cod
                move fl-resultado                    to lnk-resultado
           else
                if   ws-fs-arq-res = "22" then     *> file status 22: resultado já lançado para o atleta
                     if   ws-confirmado then
                          set ws-nao-confirmado    to true
                          move fl-resultado        to ws-resultado-novo
                          read arq-resultados key is fl-res-chave
                          if   ws-fs-arq-res = "00" then
                               move ws-resultado-novo  to fl-resultado
                               rewrite fl-resultado
                               if   ws-fs-arq-res = "00" then
                                    move "P37ATLETA"                      to lnk-msn-erro-pmg
                                    move 21                               to lnk-msn-erro-offset
                                    move 00                               to lnk-return-code
                                    move "Resultado alterado com sucesso" to lnk-msn-erro-text
                                    move ws-fs-arq-res                    to lnk-msn-erro-cod
                                    move fl-resultado                     to lnk-resultado
                               else
                                    if   ws-fs-arq-res = "9D" then
                                         move "P37ATLETA"                                     to lnk-msn-erro-pmg
                                         move 22                                              to lnk-msn-erro-offset
                                         move 04                                              to lnk-return-code
                                         move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                                         move ws-fs-arq-res                                   to lnk-msn-erro-cod
                                    else
                                         move "P37ATLETA"                   to lnk-msn-erro-pmg
                                         move 23                            to lnk-msn-erro-offset
                                         move 12                            to lnk-return-code
                                         move "Erro ao alterar resultado"   to lnk-msn-erro-text
                                         move ws-fs-arq-res                 to lnk-msn-erro-cod
                                         perform 9000-finaliza-anormal
                                    end-if
                               end-if
                          else
                               if   ws-fs-arq-res = "9D" then
                                    move "P37ATLETA"                                     to lnk-msn-erro-pmg
                                    move 24                                              to lnk-msn-erro-offset
                                    move 04                                              to lnk-return-code
                                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                                    move ws-fs-arq-res                                   to lnk-msn-erro-cod
                               else
                                    move "P37ATLETA"                   to lnk-msn-erro-pmg
                                    move 25                            to lnk-msn-erro-offset
                                    move 12                            to lnk-return-code
                                    move "Erro ao alterar resultado"   to lnk-msn-erro-text
                                    move ws-fs-arq-res                 to lnk-msn-erro-cod
                                    perform 9000-finaliza-anormal
                               end-if
                          end-if
                     else
                          set ws-confirmar         to true
                          move "SA-Confirmar a alteracao do resultado?" to lnk-msn
                     end-if
                else
                     move "P37ATLETA"                  to lnk-msn-erro-pmg
                     move 26                           to lnk-msn-erro-offset
                     move 12                           to lnk-return-code
                     move "Erro ao escrever resultado" to lnk-msn-erro-text
                     move ws-fs-arq-res                to lnk-msn-erro-cod
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
           move lnk-res-chave                      to fl-res-chave
           read arq-resultados key fl-res-chave
           if   ws-fs-arq-res = "00" then
                move fl-resultado                  to lnk-resultado
                move "P37ATLETA"                   to lnk-msn-erro-pmg
                move 27                            to lnk-msn-erro-offset
                move 00                            to lnk-return-code
                move "Resultado lido com sucesso"  to lnk-msn-erro-text
                move ws-fs-arq-res                 to lnk-msn-erro-cod
                unlock arq-resultados
           else
                if   ws-fs-arq-res = "23" then
                     move "P37ATLETA"              to lnk-msn-erro-pmg
                     move 28                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Resultado inexistente"  to lnk-msn-erro-text
                     move ws-fs-arq-res            to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-res = "9D" then
                          move "P37ATLETA"                                     to lnk-msn-erro-pmg
                          move 29                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-res                                   to lnk-msn-erro-cod
                     else
                          move "P37ATLETA"              to lnk-msn-erro-pmg
                          move 30                       to lnk-msn-erro-offset
                          move 12                       to lnk-return-code
                          move "Erro ao ler resultado"  to lnk-msn-erro-text
                          move ws-fs-arq-res            to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2200-b-um-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para deletar dados
      *>------------------------------------------------------------------------
       2500-deletar-dados section.
           move lnk-res-chave                      to fl-res-chave
           read arq-resultados
           if   ws-fs-arq-res = "00" then
                if   ws-confirmado then
                     set ws-nao-confirmado         to true
                     delete arq-resultados
                     if   ws-fs-arq-res = "00" then
                          move "P37ATLETA"                      to lnk-msn-erro-pmg
                          move 31                               to lnk-msn-erro-offset
                          move 00                               to lnk-return-code
                          move "Resultado excluido com sucesso" to lnk-msn-erro-text
                          move ws-fs-arq-res                    to lnk-msn-erro-cod
                     else
                          if   ws-fs-arq-res = "9D" then
                               move "P37ATLETA"                                     to lnk-msn-erro-pmg
                               move 32                                              to lnk-msn-erro-offset
                               move 04                                              to lnk-return-code
                               move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                               move ws-fs-arq-res                                   to lnk-msn-erro-cod
                          else
                               move "P37ATLETA"                   to lnk-msn-erro-pmg
                               move 33                            to lnk-msn-erro-offset
                               move 12                            to lnk-return-code
                               move "Erro ao excluir resultado"   to lnk-msn-erro-text
                               move ws-fs-arq-res                 to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                else
                     set ws-confirmar              to true
                     move "DE-Confirma a exclusao do resultado?" to lnk-msn
                end-if
           else
                if   ws-fs-arq-res = "23" then
                     move "P37ATLETA"              to lnk-msn-erro-pmg
                     move 34                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Resultado inexistente"  to lnk-msn-erro-text
                     move ws-fs-arq-res            to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-res = "9D" then
                          move "P37ATLETA"                                     to lnk-msn-erro-pmg
                          move 35                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-res                                   to lnk-msn-erro-cod
                     else
                          move "P37ATLETA"              to lnk-msn-erro-pmg
                          move 36                       to lnk-msn-erro-offset
                          move 12                       to lnk-return-code
                          move "Erro ao ler resultado"  to lnk-msn-erro-text
                          move ws-fs-arq-res            to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2500-deletar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção auxiliar para acrescentar uma linha ao texto de listagem
      *>  (lnk-listagem-texto) que CT/CC devolvem via linkage, truncando
      *>  com aviso se o texto acumulado estourar o tamanho do campo
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
      *>  Monta a linha de listagem do resultado corrente
      *>------------------------------------------------------------------------
       2560-montar-linha-resultado section.
           move spaces                             to ws-listagem-linha
           string fl-res-competicao      delimited by size
                  " "                    delimited by size
                  fl-res-id-atleta       delimited by size
                  " "                    delimited by size
                  fl-res-classe-sexo     delimited by size
                  "  "                   delimited by size
                  fl-res-classe-codigo   delimited by size
                  " "                    delimited by size
                  fl-res-colocacao       delimited by size
                  " "                    delimited by size
                  fl-res-medalha         delimited by size
                  "   "                  delimited by size
                  fl-res-data            delimited by size
                  " "                    delimited by size
                  fl-res-motivo-desclass delimited by size
             into ws-listagem-linha
           end-string
           .
       2560-montar-linha-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para listar todos os resultados
      *>------------------------------------------------------------------------
       2600-consultar-todos section.
           move spaces                             to lnk-listagem-texto
           move 1                                  to ws-listagem-ptr
           move "N"                                to ws-listagem-cheia
           move "COMPET ID     SX COD COL MED DATA     DESCLASSIFICACAO" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           move low-values                         to fl-res-chave
           start arq-resultados key is not less than fl-res-chave
           if   ws-fs-arq-res = "00" then
                perform until ws-fs-arq-res <> "00" and ws-fs-arq-res <> "02"
                        read arq-resultados next
                        if   ws-fs-arq-res = "00" or ws-fs-arq-res = "02" then
                             perform 2560-montar-linha-resultado
                             perform 2550-acrescentar-linha-listagem
                             unlock arq-resultados
                        end-if
                end-perform
                if   ws-fs-arq-res = "10" then
                     move "P37ATLETA"                         to lnk-msn-erro-pmg
                     move 37                                  to lnk-msn-erro-offset
                     move 00                                  to lnk-return-code
                     move "Listagem de resultados concluida"  to lnk-msn-erro-text
                     move ws-fs-arq-res                       to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-res = "9D" then
                          move "P37ATLETA"                                     to lnk-msn-erro-pmg
                          move 38                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-res                                   to lnk-msn-erro-cod
                     else
                          move "P37ATLETA"                 to lnk-msn-erro-pmg
                          move 39                          to lnk-msn-erro-offset
                          move 12                          to lnk-return-code
                          move "Erro ao ler resultado"     to lnk-msn-erro-text
                          move ws-fs-arq-res               to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           else
                if   ws-fs-arq-res = "23" then
                     move "P37ATLETA"                         to lnk-msn-erro-pmg
                     move 40                                  to lnk-msn-erro-offset
                     move 00                                  to lnk-return-code
                     move "Nenhum resultado cadastrado"       to lnk-msn-erro-text
                     move ws-fs-arq-res                       to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-res = "9D" then
                          move "P37ATLETA"                                     to lnk-msn-erro-pmg
                          move 41                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-res                                   to lnk-msn-erro-cod
                     else
                          move "P37ATLETA"                 to lnk-msn-erro-pmg
                          move 42                          to lnk-msn-erro-offset
                          move 12                          to lnk-return-code
                          move "Erro ao ler resultado"     to lnk-msn-erro-text
                          move ws-fs-arq-res               to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2600-consultar-todos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para listar os resultados de uma competição: posiciona no
      *>  início da chave (competição + id zero) e percorre enquanto o
      *>  código da competição se mantiver, como no P23ATLETA
      *>------------------------------------------------------------------------
       2700-consultar-competicao section.
           if   lnk-res-competicao = spaces then
                move "P37ATLETA"                          to lnk-msn-erro-pmg
                move 43                                   to lnk-msn-erro-offset
                move 04                                   to lnk-return-code
                move "Informe o codigo da competicao"     to lnk-msn-erro-text
                move spaces                               to lnk-msn-erro-cod
                exit section
           end-if
           move spaces                             to lnk-listagem-texto
           move 1                                  to ws-listagem-ptr
           move "N"                                to ws-listagem-cheia
           move "COMPET ID     SX COD COL MED DATA     DESCLASSIFICACAO" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           move zero                               to ws-total-encontrados
           move lnk-res-competicao                 to fl-res-competicao
           move zero                               to fl-res-id-atleta
           start arq-resultados key is not less than fl-res-chave
           if   ws-fs-arq-res = "00" then
                perform until ws-fs-arq-res <> "00" and ws-fs-arq-res <> "02"
                        read arq-resultados next
                        if   ws-fs-arq-res = "00" or ws-fs-arq-res = "02" then
                             if   fl-res-competicao = lnk-res-competicao then
                                  perform 2560-montar-linha-resultado
                                  perform 2550-acrescentar-linha-listagem
                                  add 1 to ws-total-encontrados
                                  unlock arq-resultados
                             else
                                  unlock arq-resultados
                                  move "10" to ws-fs-arq-res *> passou do grupo da competição: encerra o laço
                             end-if
                        end-if
                end-perform
           end-if
           evaluate ws-fs-arq-res
               when "10"
               when "23"
                    if   ws-total-encontrados > zero then
                         move "P37ATLETA"                         to lnk-msn-erro-pmg
                         move 44                                  to lnk-msn-erro-offset
                         move 00                                  to lnk-return-code
                         move "Listagem de resultados concluida"  to lnk-msn-erro-text
                         move spaces                              to lnk-msn-erro-cod
                    else
                         move "P37ATLETA"                         to lnk-msn-erro-pmg
                         move 45                                  to lnk-msn-erro-offset
                         move 04                                  to lnk-return-code
                         move "Nenhum resultado nesta competicao" to lnk-msn-erro-text
                         move spaces                              to lnk-msn-erro-cod
                    end-if
               when "9D"
                    move "P37ATLETA"                                     to lnk-msn-erro-pmg
                    move 46                                              to lnk-msn-erro-offset
                    move 04                                              to lnk-return-code
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-res                                   to lnk-msn-erro-cod
               when other
                    move "P37ATLETA"                 to lnk-msn-erro-pmg
                    move 47                          to lnk-msn-erro-offset
                    move 12                          to lnk-return-code
                    move "Erro ao ler resultado"     to lnk-msn-erro-text
                    move ws-fs-arq-res               to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2700-consultar-competicao-exit.
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
           close arq-resultados
           if   ws-fs-arq-res <> "00" then
                move "P37ATLETA"                            to lnk-msn-erro-pmg
                move 48                                     to lnk-msn-erro-offset
                move 12                                     to lnk-return-code
                move "Erro ao fechar arq. arq-resultados"   to lnk-msn-erro-text
                move ws-fs-arq-res                          to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   ws-tem-competicoes then
                close arq-competicoes
           end-if
           if   ws-tem-inscricoes then
                close arq-inscricoes
           end-if
           if   ws-tem-cadastro-operadores then
                close arq-operadores               *> fechando o cadastro de operadores
           end-if
           exit program
           .
       3000-finaliza-exit.
           exit.

      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P52ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> registro dos pagamentos das taxas de inscrição em competição
      *> (arq-pagamentos.dat), no mesmo molde do P23ATLETA: chamado pela
      *> tela de pagamentos (P53ATLETA) com a operação desejada na
      *> linkage. cada pagamento pertence a uma inscrição (competição +
      *> id do atleta) e recebe a próxima sequência dela; a gravação
      *> valida:
      *>   - inscrição existente e com taxa a pagar (valor devido fixado
      *>     pelo P23ATLETA na gravação da inscrição);
      *>   - valor positivo e não maior que o saldo da inscrição;
      *>   - data válida e não futura (zero = data de hoje), forma de
      *>     pagamento (D dinheiro / P pix / C cartão / T transferência /
      *>     B boleto) e número do recibo.
      *> a cada pagamento gravado ou estornado o valor pago da inscrição
      *> é refeito com a soma dos pagamentos dela, e a inscrição fica
      *> quitada ("Q") quando o pago alcança o devido, pendente ("P")
      *> enquanto houver saldo. o estorno (DE) exclui o pagamento e é
      *> restrito ao supervisor; CT lista os pagamentos de uma inscrição
      *> com o devido, o pago e o saldo. os recebíveis do mês saem no
      *> relatório do P56ATLETA.
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-pagamentos assign to "arq-pagamentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-pag-chave
           file status is ws-fs-arq-pag.

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
       fd arq-pagamentos.
       01 fl-pagamento.
           05 fl-pag-chave.
               10 fl-pag-competicao                pic x(06).
               10 fl-pag-id-atleta                 pic 9(06).
               10 fl-pag-sequencia                 pic 9(02). *> 01, 02... por inscrição
           05 fl-pag-valor                         pic -99999,99.
           05 fl-pag-data                          pic 9(08). *> ccyymmdd do pagamento
           05 fl-pag-forma                         pic x(01).
               88 fl-pag-forma-valida              value "D" "P" "C" "T" "B".
           05 fl-pag-recibo                        pic x(10).
           05 fl-pag-operador                      pic x(10). *> operador que registrou o pagamento

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
       77 ws-fs-arq-pag                            pic x(02).
       77 ws-fs-arq-insc                           pic x(02).
       77 ws-data-atual                            pic 9(08).

       77 ws-dados-validos                         pic x(01).
           88 ws-dados-ok                          value "S".
           88 ws-dados-invalidos                   value "N".

       77 ws-inscricao-localizada                  pic x(01).
           88 ws-inscricao-encontrada              value "S".

      *>----Valores da inscrição e do pagamento em cópias numéricas (não
      *>    editadas) p/ compute; campo em branco vale zero
       77 ws-valor-pagamento                       pic s9(05)v99.
       77 ws-valor-lido                            pic s9(05)v99. *> pagamento lido na soma da inscrição
       77 ws-valor-devido                          pic s9(05)v99.
       77 ws-valor-pago                            pic s9(05)v99.
       77 ws-saldo                                 pic s9(05)v99.
       77 ws-soma-pagamentos                       pic s9(06)v99.
       77 ws-ultima-sequencia                      pic 9(02).
       77 ws-qtd-pagamentos                        pic 9(03).

      *>----Chave da inscrição dona dos pagamentos percorridos
       01 ws-insc-chave-pag.
           05 ws-chave-competicao                  pic x(06).
           05 ws-chave-id-atleta                   pic 9(06).

      *>----Campos editados da listagem (CT)
       77 ws-valor-edit                            pic -99999,99.
       77 ws-devido-edit                           pic -99999,99.
       77 ws-pago-edit                             pic -99999,99.
       77 ws-saldo-edit                            pic -99999,99.

      *>----Variáveis auxiliares do texto de listagem (CT), devolvido
      *>    via linkage para a tela poder renderizar o resultado
       77 ws-listagem-ptr                          pic 9(05).
       77 ws-listagem-linha                        pic x(80).
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

       01 lnk-pagamento.
           05 lnk-pag-registro.
               10 lnk-pag-chave.
                   15 lnk-pag-competicao           pic x(06).
                   15 lnk-pag-id-atleta            pic 9(06).
                   15 lnk-pag-sequencia            pic 9(02).
               10 lnk-pag-valor                    pic -99999,99.
               10 lnk-pag-data                     pic 9(08).
               10 lnk-pag-forma                    pic x(01).
               10 lnk-pag-recibo                   pic x(10).
               10 lnk-pag-operador                 pic x(10).
      *>    situação da inscrição depois da operação, devolvida à tela
           05 lnk-pag-inscricao.
               10 lnk-pag-insc-situacao            pic x(01).
               10 lnk-pag-valor-devido             pic -99999,99.
               10 lnk-pag-valor-pago               pic -99999,99.
               10 lnk-pag-saldo                    pic -99999,99.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division using lnk-controle, lnk-pagamento.

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
           open i-o arq-pagamentos
           if   ws-fs-arq-pag <> "00"
           and  ws-fs-arq-pag <> "05" then
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 1                                    to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-pag                        to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-pagamentos"  to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-inscricoes
           if   ws-fs-arq-insc <> "00"
           and  ws-fs-arq-insc <> "05" then
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 2                                    to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-insc                       to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-inscricoes"  to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-operadores                 *> cadastro de operadores (i-o: o login grava as tentativas de senha)
           evaluate ws-fs-arq-operadores
               when "00"
               when "05"
                    set ws-tem-cadastro-operadores to true
               when "35"                           *> cadastro ainda não criado: validação dispensada
                    continue
               when other
                    move "P52ATLETA"                          to lnk-msn-erro-pmg
                    move 3                                    to lnk-msn-erro-offset
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
                         move "P52ATLETA"          to lnk-msn-erro-pmg
                         move 4                    to lnk-msn-erro-offset
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
                    move "P52ATLETA"                        to lnk-msn-erro-pmg
                    move 5                                  to lnk-msn-erro-offset
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
                   perform 2600-consultar-inscricao
           end-evaluate
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar o operador informado na tela (id + senha)
      *>  contra o cadastro de operadores antes da operação pedida, no
      *>  mesmo molde do P01ATLETA:
      *>    nivel 1 (consulta) - consultas; nivel 2 (edicao) - SA;
      *>    nivel 3 (supervisor) - DE (estorno)
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
                         move "P52ATLETA"                   to lnk-msn-erro-pmg
                         move 6                             to lnk-msn-erro-offset
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
                         move "P52ATLETA"                   to lnk-msn-erro-pmg
                         move 7                             to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                    end-if
               when "23"                           *> file status 23: operador não cadastrado
                    move "N"                                to ws-operador-liberado
                    move "P52ATLETA"                        to lnk-msn-erro-pmg
                    move 8                                  to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when "9D"                           *> registro bloqueado por outra sessão
                    move "N"                                to ws-operador-liberado
                    move "P52ATLETA"                        to lnk-msn-erro-pmg
                    move 9                                  to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when other
                    move "P52ATLETA"                        to lnk-msn-erro-pmg
                    move 10                                 to lnk-msn-erro-offset
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
                move "P52ATLETA"                   to lnk-msn-erro-pmg
                move 11                            to lnk-msn-erro-offset
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
                     move "P52ATLETA"              to lnk-msn-erro-pmg
                     move 12                       to lnk-msn-erro-offset
                     move 12                       to lnk-return-code
                     move "Erro ao gravar tentativa de senha" to lnk-msn-erro-text
                     move ws-fs-arq-operadores     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
                move "P52ATLETA"                   to lnk-msn-erro-pmg
                move 13                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           if   fl-oper-tentativas > zero then     *> senha certa zera o contador de falhas
                move zero                          to fl-oper-tentativas
                rewrite fl-operador
                if   ws-fs-arq-operadores <> "00" and ws-fs-arq-operadores <> "02" then
                     move "P52ATLETA"              to lnk-msn-erro-pmg
                     move 14                       to lnk-msn-erro-offset
                     move 12                       to lnk-return-code
                     move "Erro ao gravar tentativa de senha" to lnk-msn-erro-text
                     move ws-fs-arq-operadores     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           unlock arq-operadores
           if   fl-oper-troca-senha = "S" then     *> primeiro uso/reset: só a troca de senha é liberada
                move "N"                           to ws-operador-liberado
                move "P52ATLETA"                   to lnk-msn-erro-pmg
                move 15                            to lnk-msn-erro-offset
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
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 16                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move lnk-operador-id                    to fl-ace-operador
           move "P52ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 17                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 18                                   to lnk-msn-erro-offset
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
      *>  Seção para validar os dados do pagamento antes da gravação:
      *>  inscrição informada, valor positivo, data válida e não futura
      *>  (zero assume a data de hoje), forma de pagamento e recibo
      *>------------------------------------------------------------------------
       2050-validar-pagamento section.
           set ws-dados-ok to true
           if   fl-pag-competicao = spaces then
                set ws-dados-invalidos               to true
                move "Informe o codigo da competicao" to lnk-msn-erro-text
                exit section
           end-if
           if   fl-pag-id-atleta = zero then
                set ws-dados-invalidos               to true
                move "Informe o id do atleta"        to lnk-msn-erro-text
                exit section
           end-if
           move zero                               to ws-valor-pagamento
           if   fl-pag-valor <> spaces then
                move fl-pag-valor                  to ws-valor-pagamento
           end-if
           if   ws-valor-pagamento not > zero then
                set ws-dados-invalidos               to true
                move "Informe o valor do pagamento"  to lnk-msn-erro-text
                exit section
           end-if
           if   fl-pag-data = zero then            *> data em branco: pagamento recebido hoje
                move ws-data-atual                 to fl-pag-data
           end-if
           if   fl-pag-data(5:2) < "01" or fl-pag-data(5:2) > "12"
           or   fl-pag-data(7:2) < "01" or fl-pag-data(7:2) > "31" then
                set ws-dados-invalidos               to true
                move "Data do pagamento invalida"    to lnk-msn-erro-text
                exit section
           end-if
           if   fl-pag-data > ws-data-atual then
                set ws-dados-invalidos               to true
                move "Data do pagamento no futuro"   to lnk-msn-erro-text
                exit section
           end-if
           if   not fl-pag-forma-valida then
                set ws-dados-invalidos               to true
                move "Forma de pagamento invalida (D/P/C/T/B)" to lnk-msn-erro-text
                exit section
           end-if
           if   fl-pag-recibo = spaces then
                set ws-dados-invalidos               to true
                move "Informe o numero do recibo"    to lnk-msn-erro-text
           end-if
           .
       2050-validar-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê a inscrição de ws-insc-chave-pag (ficando com o registro
      *>  para a regravação do valor pago) e carrega o valor devido e o
      *>  pago em cópias numéricas; inscrição inexistente desliga
      *>  ws-inscricao-encontrada, registro em uso devolve a mensagem
      *>------------------------------------------------------------------------
       2060-ler-inscricao section.
           move "N"                                to ws-inscricao-localizada
           move ws-insc-chave-pag                  to fl-insc-chave
           read arq-inscricoes key fl-insc-chave
           evaluate ws-fs-arq-insc
               when "00"
                    set ws-inscricao-encontrada    to true
                    move zero                      to ws-valor-devido
                    move zero                      to ws-valor-pago
                    if   fl-insc-valor-devido <> spaces then *> valor em branco: inscrição sem taxa
                         move fl-insc-valor-devido to ws-valor-devido
                    end-if
                    if   fl-insc-valor-pago <> spaces then
                         move fl-insc-valor-pago   to ws-valor-pago
                    end-if
               when "23"
                    move "P52ATLETA"               to lnk-msn-erro-pmg
                    move 19                        to lnk-msn-erro-offset
                    move 04                        to lnk-return-code
                    move "Inscricao inexistente"   to lnk-msn-erro-text
                    move ws-fs-arq-insc            to lnk-msn-erro-cod
               when "9D"
                    move "P52ATLETA"                                     to lnk-msn-erro-pmg
                    move 20                                              to lnk-msn-erro-offset
                    move 04                                              to lnk-return-code
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-insc                                  to lnk-msn-erro-cod
               when other
                    move "P52ATLETA"               to lnk-msn-erro-pmg
                    move 21                        to lnk-msn-erro-offset
                    move 12                        to lnk-return-code
                    move "Erro ao ler inscricao"   to lnk-msn-erro-text
                    move ws-fs-arq-insc            to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2060-ler-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre os pagamentos da inscrição de ws-insc-chave-pag:
      *>  posiciona no início da chave (inscrição + sequência zero) e lê
      *>  enquanto a inscrição se mantiver, somando os valores e guardando
      *>  a última sequência usada; com ws-listagem-ptr posicionado (CT)
      *>  cada pagamento também vai para o texto de listagem
      *>------------------------------------------------------------------------
       2070-somar-pagamentos section.
           move zero                               to ws-soma-pagamentos
           move zero                               to ws-ultima-sequencia
           move zero                               to ws-qtd-pagamentos
           move ws-chave-competicao                to fl-pag-competicao
           move ws-chave-id-atleta                 to fl-pag-id-atleta
           move zero                               to fl-pag-sequencia
           start arq-pagamentos key is not less than fl-pag-chave
           if   ws-fs-arq-pag = "23" then          *> nenhum pagamento daqui em diante
                exit section
           end-if
           perform until ws-fs-arq-pag <> "00" and ws-fs-arq-pag <> "02"
                   read arq-pagamentos next
                   if   ws-fs-arq-pag = "00" or ws-fs-arq-pag = "02" then
                        if   fl-pag-competicao = ws-chave-competicao
                        and  fl-pag-id-atleta  = ws-chave-id-atleta then
                             move zero                     to ws-valor-lido
                             if   fl-pag-valor <> spaces then
                                  move fl-pag-valor        to ws-valor-lido
                             end-if
                             add ws-valor-lido             to ws-soma-pagamentos
                             move fl-pag-sequencia         to ws-ultima-sequencia
                             add 1                         to ws-qtd-pagamentos
                             if   lnk-operacao = "CT" then
                                  perform 2560-montar-linha-pagamento
                                  perform 2550-acrescentar-linha-listagem
                             end-if
                             unlock arq-pagamentos
                        else
                             unlock arq-pagamentos
                             move "10" to ws-fs-arq-pag *> passou do grupo da inscrição: encerra o laço
                        end-if
                   end-if
           end-perform
           evaluate ws-fs-arq-pag
               when "10"
               when "23"
                    continue
               when "9D"
                    move "P52ATLETA"                                     to lnk-msn-erro-pmg
                    move 22                                              to lnk-msn-erro-offset
                    move 04                                              to lnk-return-code
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-pag                                   to lnk-msn-erro-cod
               when other
                    move "P52ATLETA"                 to lnk-msn-erro-pmg
                    move 23                          to lnk-msn-erro-offset
                    move 12                          to lnk-return-code
                    move "Erro ao ler pagamento"     to lnk-msn-erro-text
                    move ws-fs-arq-pag               to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2070-somar-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situação de pagamento da inscrição corrente a partir de
      *>  ws-valor-devido e ws-valor-pago (mesma regra do P23ATLETA:
      *>  branco sem taxa / P pendente / Q quitada), devolvida também à
      *>  tela com o saldo
      *>------------------------------------------------------------------------
       2080-situar-pagamento section.
           move ws-valor-devido                    to fl-insc-valor-devido
           move ws-valor-pago                      to fl-insc-valor-pago
           if   ws-valor-devido = zero then
                move spaces                        to fl-insc-pag-situacao
           else
                if   ws-valor-pago >= ws-valor-devido then
                     move "Q"                      to fl-insc-pag-situacao
                else
                     move "P"                      to fl-insc-pag-situacao
                end-if
           end-if
           perform 2090-devolver-inscricao
           .
       2080-situar-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Devolve à tela a situação de pagamento da inscrição corrente,
      *>  com o devido, o pago e o saldo
      *>------------------------------------------------------------------------
       2090-devolver-inscricao section.
           compute ws-saldo = ws-valor-devido - ws-valor-pago
           move fl-insc-pag-situacao               to lnk-pag-insc-situacao
           move ws-valor-devido                    to lnk-pag-valor-devido
           move ws-valor-pago                      to lnk-pag-valor-pago
           move ws-saldo                           to lnk-pag-saldo
           .
       2090-devolver-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar um pagamento: valida, confere o saldo da
      *>  inscrição pela soma dos pagamentos já registrados, grava o
      *>  pagamento com a próxima sequência e regrava o valor pago e a
      *>  situação da inscrição
      *>------------------------------------------------------------------------
       2100-salvar-dados section.
           move lnk-pag-registro                   to fl-pagamento
           perform 2050-validar-pagamento
           if   ws-dados-invalidos then
                move "P52ATLETA"                   to lnk-msn-erro-pmg
                move 24                            to lnk-msn-erro-offset
                move 04                            to lnk-return-code
                move spaces                        to lnk-msn-erro-cod
                exit section
           end-if
           move fl-pagamento                       to lnk-pag-registro *> guarda data assumida; o laço abaixo usa o buffer
           move fl-pag-competicao                  to ws-chave-competicao
           move fl-pag-id-atleta                   to ws-chave-id-atleta
           perform 2060-ler-inscricao
           if   not ws-inscricao-encontrada then
                exit section
           end-if
           if   ws-valor-devido = zero then
                unlock arq-inscricoes
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 25                                   to lnk-msn-erro-offset
                move 04                                   to lnk-return-code
                move "Inscricao sem taxa a pagar"         to lnk-msn-erro-text
                move spaces                               to lnk-msn-erro-cod
                exit section
           end-if
           perform 2070-somar-pagamentos
           if   ws-fs-arq-pag = "9D" then
                unlock arq-inscricoes
                exit section
           end-if
           compute ws-saldo = ws-valor-devido - ws-soma-pagamentos
           if   ws-valor-pagamento > ws-saldo then
                unlock arq-inscricoes
                move ws-soma-pagamentos            to ws-valor-pago
                perform 2090-devolver-inscricao
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 26                                   to lnk-msn-erro-offset
                move 04                                   to lnk-return-code
                move "Valor acima do saldo da inscricao"  to lnk-msn-erro-text
                move spaces                               to lnk-msn-erro-cod
                exit section
           end-if
           if   ws-ultima-sequencia = 99 then
                unlock arq-inscricoes
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 27                                   to lnk-msn-erro-offset
                move 04                                   to lnk-return-code
                move "Limite de pagamentos da inscricao"  to lnk-msn-erro-text
                move spaces                               to lnk-msn-erro-cod
                exit section
           end-if
           move lnk-pag-registro                   to fl-pagamento
           add 1 ws-ultima-sequencia           giving fl-pag-sequencia
           move ws-valor-pagamento                 to fl-pag-valor
           move lnk-operador-id                    to fl-pag-operador
           write fl-pagamento
           if   ws-fs-arq-pag <> "00" and ws-fs-arq-pag <> "02" then
                move "P52ATLETA"                   to lnk-msn-erro-pmg
                move 28                            to lnk-msn-erro-offset
                move 12                            to lnk-return-code
                move "Erro ao gravar pagamento"    to lnk-msn-erro-text
                move ws-fs-arq-pag                 to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move fl-pagamento                       to lnk-pag-registro
           compute ws-valor-pago = ws-soma-pagamentos + ws-valor-pagamento
           perform 2080-situar-pagamento
           rewrite fl-inscricao
           if   ws-fs-arq-insc = "00" then
                move "P52ATLETA"                      to lnk-msn-erro-pmg
                move 29                               to lnk-msn-erro-offset
                move 00                               to lnk-return-code
                move "Pagamento registrado com sucesso" to lnk-msn-erro-text
                move ws-fs-arq-insc                   to lnk-msn-erro-cod
           else
                move "P52ATLETA"                      to lnk-msn-erro-pmg
                move 30                               to lnk-msn-erro-offset
                move 12                               to lnk-return-code
                move "Erro ao regravar inscricao"     to lnk-msn-erro-text
                move ws-fs-arq-insc                   to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           .
       2100-salvar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um pagamento, com a situação de
      *>  pagamento da inscrição dele
      *>------------------------------------------------------------------------
       2200-b-um-registro section.
           move lnk-pag-chave                      to fl-pag-chave
           read arq-pagamentos key fl-pag-chave
           if   ws-fs-arq-pag = "00" then
                move fl-pagamento                  to lnk-pag-registro
                unlock arq-pagamentos
                move fl-pag-competicao             to ws-chave-competicao
                move fl-pag-id-atleta              to ws-chave-id-atleta
                perform 2060-ler-inscricao
                if   ws-inscricao-encontrada then
                     unlock arq-inscricoes
                     perform 2090-devolver-inscricao
                end-if
                move "P52ATLETA"                   to lnk-msn-erro-pmg
                move 31                            to lnk-msn-erro-offset
                move 00                            to lnk-return-code
                move "Pagamento lido com sucesso"  to lnk-msn-erro-text
                move ws-fs-arq-pag                 to lnk-msn-erro-cod
           else
                if   ws-fs-arq-pag = "23" then
                     move "P52ATLETA"              to lnk-msn-erro-pmg
                     move 32                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Pagamento inexistente"  to lnk-msn-erro-text
                     move ws-fs-arq-pag            to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-pag = "9D" then
                          move "P52ATLETA"                                     to lnk-msn-erro-pmg
                          move 33                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-pag                                   to lnk-msn-erro-cod
                     else
                          move "P52ATLETA"              to lnk-msn-erro-pmg
                          move 34                       to lnk-msn-erro-offset
                          move 12                       to lnk-return-code
                          move "Erro ao ler pagamento"  to lnk-msn-erro-text
                          move ws-fs-arq-pag            to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2200-b-um-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para estornar (excluir) um pagamento, com confirmação:
      *>  o valor pago da inscrição é refeito com a soma dos pagamentos
      *>  que restaram e a inscrição volta a pendente se ficar saldo
      *>------------------------------------------------------------------------
       2500-deletar-dados section.
           move lnk-pag-chave                      to fl-pag-chave
           read arq-pagamentos
           if   ws-fs-arq-pag = "00" then
                if   ws-confirmado then
                     set ws-nao-confirmado         to true
                     move fl-pagamento             to lnk-pag-registro
                     move fl-pag-competicao        to ws-chave-competicao
                     move fl-pag-id-atleta         to ws-chave-id-atleta
                     perform 2060-ler-inscricao
                     if   ws-fs-arq-insc = "9D" then
                          unlock arq-pagamentos
                          exit section
                     end-if
                     delete arq-pagamentos
                     if   ws-fs-arq-pag <> "00" then
                          if   ws-inscricao-encontrada then
                               unlock arq-inscricoes
                          end-if
                          if   ws-fs-arq-pag = "9D" then
                               move "P52ATLETA"                                     to lnk-msn-erro-pmg
                               move 35                                              to lnk-msn-erro-offset
                               move 04                                              to lnk-return-code
                               move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                               move ws-fs-arq-pag                                   to lnk-msn-erro-cod
                               exit section
                          else
                               move "P52ATLETA"                   to lnk-msn-erro-pmg
                               move 36                            to lnk-msn-erro-offset
                               move 12                            to lnk-return-code
                               move "Erro ao estornar pagamento"  to lnk-msn-erro-text
                               move ws-fs-arq-pag                 to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                     if   not ws-inscricao-encontrada then *> pagamento órfão: só o estorno
                          move "P52ATLETA"                          to lnk-msn-erro-pmg
                          move 37                                   to lnk-msn-erro-offset
                          move 00                                   to lnk-return-code
                          move "Pagamento estornado (sem inscricao)" to lnk-msn-erro-text
                          move spaces                               to lnk-msn-erro-cod
                          exit section
                     end-if
                     perform 2070-somar-pagamentos
                     move ws-soma-pagamentos       to ws-valor-pago
                     perform 2080-situar-pagamento
                     rewrite fl-inscricao
                     if   ws-fs-arq-insc = "00" then
                          move "P52ATLETA"                        to lnk-msn-erro-pmg
                          move 38                                 to lnk-msn-erro-offset
                          move 00                                 to lnk-return-code
                          move "Pagamento estornado com sucesso"  to lnk-msn-erro-text
                          move ws-fs-arq-insc                     to lnk-msn-erro-cod
                     else
                          move "P52ATLETA"                        to lnk-msn-erro-pmg
                          move 39                                 to lnk-msn-erro-offset
                          move 12                                 to lnk-return-code
                          move "Erro ao regravar inscricao"       to lnk-msn-erro-text
                          move ws-fs-arq-insc                     to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                else
                     unlock arq-pagamentos
                     move fl-pagamento             to lnk-pag-registro
                     set ws-confirmar              to true
                     move "DE-Confirma o estorno do pagamento?" to lnk-msn
                end-if
           else
                if   ws-fs-arq-pag = "23" then
                     move "P52ATLETA"              to lnk-msn-erro-pmg
                     move 40                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Pagamento inexistente"  to lnk-msn-erro-text
                     move ws-fs-arq-pag            to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-pag = "9D" then
                          move "P52ATLETA"                                     to lnk-msn-erro-pmg
                          move 41                                              to lnk-msn-erro-offset
                          move 04                                              to lnk-return-code
                          move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                          move ws-fs-arq-pag                                   to lnk-msn-erro-cod
                     else
                          move "P52ATLETA"              to lnk-msn-erro-pmg
                          move 42                       to lnk-msn-erro-offset
                          move 12                       to lnk-return-code
                          move "Erro ao ler pagamento"  to lnk-msn-erro-text
                          move ws-fs-arq-pag            to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2500-deletar-dados-exit.
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
      *>  Monta a linha de listagem do pagamento corrente
      *>------------------------------------------------------------------------
       2560-montar-linha-pagamento section.
           move spaces                             to ws-listagem-linha
           move ws-valor-lido                      to ws-valor-edit
           string fl-pag-sequencia      delimited by size
                  " "                   delimited by size
                  fl-pag-data           delimited by size
                  " "                   delimited by size
                  fl-pag-forma          delimited by size
                  " "                   delimited by size
                  fl-pag-recibo         delimited by size
                  " "                   delimited by size
                  ws-valor-edit         delimited by size
                  " "                   delimited by size
                  fl-pag-operador       delimited by size
             into ws-listagem-linha
           end-string
           .
       2560-montar-linha-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para listar os pagamentos de uma inscrição, fechando com
      *>  o valor devido, o pago e o saldo dela
      *>------------------------------------------------------------------------
       2600-consultar-inscricao section.
           if   lnk-pag-competicao = spaces
           or   lnk-pag-id-atleta = zero then
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 43                                   to lnk-msn-erro-offset
                move 04                                   to lnk-return-code
                move "Informe a competicao e o id do atleta" to lnk-msn-erro-text
                move spaces                               to lnk-msn-erro-cod
                exit section
           end-if
           move lnk-pag-competicao                 to ws-chave-competicao
           move lnk-pag-id-atleta                  to ws-chave-id-atleta
           perform 2060-ler-inscricao
           if   not ws-inscricao-encontrada then
                exit section
           end-if
           unlock arq-inscricoes
           move spaces                             to lnk-listagem-texto
           move 1                                  to ws-listagem-ptr
           move "N"                                to ws-listagem-cheia
           move "SQ DATA PAG F RECIBO     VALOR     OPERADOR" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           perform 2070-somar-pagamentos
           if   ws-fs-arq-pag = "9D" then
                exit section
           end-if
           move ws-valor-devido                    to ws-devido-edit
           move ws-soma-pagamentos                 to ws-pago-edit
           compute ws-saldo-edit = ws-valor-devido - ws-soma-pagamentos
           move spaces                             to ws-listagem-linha
           string "DEVIDO "             delimited by size
                  ws-devido-edit        delimited by size
                  " PAGO "              delimited by size
                  ws-pago-edit          delimited by size
                  " SALDO "             delimited by size
                  ws-saldo-edit         delimited by size
             into ws-listagem-linha
           end-string
           perform 2550-acrescentar-linha-listagem
           perform 2090-devolver-inscricao
           if   ws-qtd-pagamentos > zero then
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 44                                   to lnk-msn-erro-offset
                move 00                                   to lnk-return-code
                move "Listagem de pagamentos concluida"   to lnk-msn-erro-text
                move spaces                               to lnk-msn-erro-cod
           else
                move "P52ATLETA"                          to lnk-msn-erro-pmg
                move 45                                   to lnk-msn-erro-offset
                move 04                                   to lnk-return-code
                move "Nenhum pagamento nesta inscricao"   to lnk-msn-erro-text
                move spaces                               to lnk-msn-erro-cod
           end-if
           .
       2600-consultar-inscricao-exit.
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
           close arq-pagamentos
           if   ws-fs-arq-pag <> "00" then
                move "P52ATLETA"                            to lnk-msn-erro-pmg
                move 46                                     to lnk-msn-erro-offset
                move 12                                     to lnk-return-code
                move "Erro ao fechar arq. arq-pagamentos"   to lnk-msn-erro-text
                move ws-fs-arq-pag                          to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-inscricoes
           if   ws-fs-arq-insc <> "00" then
                move "P52ATLETA"                            to lnk-msn-erro-pmg
                move 47                                     to lnk-msn-erro-offset
                move 12                                     to lnk-return-code
                move "Erro ao fechar arq. arq-inscricoes"   to lnk-msn-erro-text
                move ws-fs-arq-insc                         to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   ws-tem-cadastro-operadores then
                close arq-operadores               *> fechando o cadastro de operadores
           end-if
           exit program
           .
       3000-finaliza-exit.
           exit.

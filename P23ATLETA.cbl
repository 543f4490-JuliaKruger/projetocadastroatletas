      *> liga um atleta (id) a uma competição do calendário (P21ATLETA) e
      *> à classe de peso em que ele vai competir; a gravação valida:
      *>   - competição existente e prazo de inscrição ainda aberto;
      *>   - atleta cadastrado e ativo em arq-atletas.dat (inativo ou
      *>     transferido é recusado), com o sexo compatível com o sexo
      *>     da classe escolhida;
      *>   - classe existente em arq-classes.dat.
      *> além do CRUD usual, a operação CC lista as inscrições de uma
      *> competição, para a comissão conferir a delegação inscrita; as
      *> inscrições de atletas inativos/transferidos ficam fora da lista
      *> (só a contagem delas sai no fim).
      *> a situação da inscrição na federação (fl-insc-fed-situacao) é
      *> carimbada pelos jobs de envio (P46ATLETA) e de retorno
      *> (P47ATLETA); a tela só a exibe. alterar uma inscrição já enviada
      *> a deixa como "P" (alterada após o envio), para o próximo envio.
      *> a gravação fixa o valor devido da inscrição com as taxas da
      *> competição (taxa de inscrição, mais a taxa de atraso quando a
      *> inscrição é feita depois da data de corte) e deixa a inscrição
      *> pendente de pagamento ("P") até os pagamentos registrados pelo
      *> P52ATLETA somarem o valor devido ("Q" quitada); competição sem
      *> taxa deixa a situação em branco. a alteração preserva o valor
      *> devido e o pago; inscrição com pagamento registrado só é
      *> excluída depois do estorno dos pagamentos.
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
           05 fl-insc-classe-sexo                  pic x(01).
           05 fl-insc-classe-codigo                pic x(03).
           05 fl-insc-data                         pic 9(08). *> ccyymmdd da inscrição
           05 fl-insc-fed-situacao                 pic x(01). *> federação: branco não enviada / E enviada / A aceita / R recusada / P alterada
           05 fl-insc-fed-data                     pic 9(08). *> ccyymmdd do último envio ou retorno da federação
           05 fl-insc-fed-motivo                   pic x(40). *> motivo da recusa devolvido pela federação
           05 fl-insc-pag-situacao                 pic x(01). *> pagamento: branco sem taxa / P pendente / Q quitada
           05 fl-insc-valor-devido                 pic -99999,99. *> taxa devida (inscrição + atraso), fixada na gravação
           05 fl-insc-valor-pago                   pic -99999,99. *> soma dos pagamentos registrados (arq-pagamentos.dat)

       fd arq-competicoes.
       01 fl-competicao.
           05 fl-comp-data                         pic 9(08).
           05 fl-comp-local                        pic x(30).
           05 fl-comp-limite-inscr                 pic 9(08).
           05 fl-comp-taxa-inscr                   pic -99999,99. *> taxa de inscrição por atleta
           05 fl-comp-taxa-atraso                  pic -99999,99. *> acréscimo para inscrição feita após a data de corte
           05 fl-comp-data-corte                   pic 9(08). *> ccyymmdd; zero = sem taxa de atraso

       fd arq-atletas.
       01 fl-atleta.
           05 fl-imc                               pic -99,99.
           05 fl-peso-ideal                        pic -999,99.
           05 fl-data-nascimento                   pic 9(08).
           05 fl-situacao                          pic x(01). *> A ativo / I inativo / T transferido
           05 fl-data-situacao                     pic 9(08).
           05 fl-motivo-situacao                   pic x(40).
           05 fl-clube                             pic x(06).
           05 fl-tecnico                           pic x(06).

       fd arq-classes.
       01 fl-classe.
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
       77 ws-fs-arq-insc                           pic x(02).
           05 ws-nova-classe-sexo                  pic x(01).
           05 ws-nova-classe-codigo                pic x(03).
           05 ws-nova-data                         pic 9(08).
           05 ws-nova-fed-situacao                 pic x(01).
           05 ws-nova-fed-data                     pic 9(08).
           05 ws-nova-fed-motivo                   pic x(40).
           05 ws-nova-pag-situacao                 pic x(01).
           05 ws-nova-valor-devido                 pic -99999,99.
           05 ws-nova-valor-pago                   pic -99999,99.

      *>----Carimbo da federação da inscrição gravada, preservado na
      *>    alteração (a tela não traz esses campos)
       01 ws-fed-gravado.
           05 ws-fed-situacao-gravada              pic x(01).
           05 ws-fed-data-gravada                  pic 9(08).
           05 ws-fed-motivo-gravado                pic x(40).

      *>----Pagamento da inscrição gravada, preservado na alteração; a
      *>    data original da inscrição é a base da taxa de atraso
       77 ws-data-inscricao-gravada                pic 9(08).
       77 ws-pag-situacao-gravada                  pic x(01).
       77 ws-valor-devido                          pic s9(05)v99. *> cópias numéricas (não editadas) p/ compute
       77 ws-valor-pago                            pic s9(05)v99.
       77 ws-taxa-inscr                            pic s9(05)v99.
       77 ws-taxa-atraso                           pic s9(05)v99.
       77 ws-data-base-taxa                        pic 9(08).

      *>----Variáveis auxiliares do texto de listagem (CT/CC), devolvido
      *>    via linkage para a tela poder renderizar o resultado
       77 ws-listagem-linha                        pic x(60).
       77 ws-listagem-cheia                        pic x(01) value "N".
       77 ws-total-encontrados                     pic 9(06).
       77 ws-total-inativos-fora                   pic 9(06).

       77 ws-confirmacao                           pic x(01).
           88 ws-confirmar                         value "?".
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
           05 lnk-insc-classe-sexo                 pic x(01).
           05 lnk-insc-classe-codigo               pic x(03).
           05 lnk-insc-data                        pic 9(08).
           05 lnk-insc-fed-situacao                pic x(01).
           05 lnk-insc-fed-data                    pic 9(08).
           05 lnk-insc-fed-motivo                  pic x(40).
           05 lnk-insc-pag-situacao                pic x(01).
           05 lnk-insc-valor-devido                pic -99999,99.
           05 lnk-insc-valor-pago                  pic -99999,99.

      *>----Declaração de tela
       screen section.
       1000-inicializa section.
           perform 1010-verificar-modo-noturno
           if   ws-sistema-em-batch then           *> janela noturna rodando: recusa sem abrir os arquivos
                move "NOTURNO"                      to ws-acesso-resultado
                perform 2030-registrar-acesso
                exit section
           end-if
           accept ws-data-atual from date yyyymmdd
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
                         move "P23ATLETA"                   to lnk-msn-erro-pmg
                         move 38                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "INATIVO"                     to ws-acesso-resultado
                         move "Operador inativo"            to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                         exit section
                         move "P23ATLETA"                   to lnk-msn-erro-pmg
                         move 39                            to lnk-msn-erro-offset
                         move 04                            to lnk-return-code
                         move "PERMISSAO"                                 to ws-acesso-resultado
                         move "Operador sem permissao para esta operacao" to lnk-msn-erro-text
                         move ws-fs-arq-operadores          to lnk-msn-erro-cod
                    end-if
                    move "P23ATLETA"                        to lnk-msn-erro-pmg
                    move 40                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move "NAO-CADAST"                       to ws-acesso-resultado
                    move "Operador nao cadastrado"          to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when "9D"                           *> registro bloqueado por outra sessão
                    move "P23ATLETA"                        to lnk-msn-erro-pmg
                    move 41                                 to lnk-msn-erro-offset
                    move 04                                 to lnk-return-code
                    move spaces                                              to ws-acesso-resultado
                    move "Registro em uso por outra sessao, tente novamente" to lnk-msn-erro-text
                    move ws-fs-arq-operadores               to lnk-msn-erro-cod
               when other
                move "P23ATLETA"                   to lnk-msn-erro-pmg
                move 43                            to lnk-msn-erro-offset
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
                move "P23ATLETA"                   to lnk-msn-erro-pmg
                move 47                            to lnk-msn-erro-offset
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
                move "P23ATLETA"                          to lnk-msn-erro-pmg
                move 50                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-log-acessos" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move ws-acesso-data                     to fl-ace-timestamp(1:8)
           move ws-acesso-hora(1:6)                to fl-ace-timestamp(9:6)
           move lnk-operador-id                    to fl-ace-operador
           move "P23ATLETA"                        to fl-ace-programa
           move lnk-operacao                       to fl-ace-operacao
           move ws-acesso-resultado                to fl-ace-resultado
           move ws-acesso-alvo                     to fl-ace-alvo
           write fl-acesso
           if   ws-fs-arq-acesso <> "00" then
                move "P23ATLETA"                          to lnk-msn-erro-pmg
                move 51                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-acesso                     to lnk-msn-erro-cod
                move "Erro ao gravar arq-log-acessos"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-acessos
           if   ws-fs-arq-acesso <> "00" then
                move "P23ATLETA"                          to lnk-msn-erro-pmg
                move 52                                   to lnk-msn-erro-offset
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
      *>  Seção para validar a inscrição antes da gravação: competição
      *>  existente com prazo aberto, atleta cadastrado e ativo com sexo
      *>  compatível e classe existente
      *>------------------------------------------------------------------------
       2050-validar-inscricao section.
                move "Atleta nao cadastrado"        to lnk-msn-erro-text
                exit section
           end-if
           if   fl-situacao = "I" or fl-situacao = "T" then
                set ws-dados-invalidos              to true
                move "Atleta inativo/transferido"   to lnk-msn-erro-text
                exit section
           end-if
           if   fl-sexo <> fl-insc-classe-sexo then
                set ws-dados-invalidos              to true
                move "Sexo da classe incompativel com o atleta" to lnk-msn-erro-text
       2060-localizar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula em ws-valor-devido a taxa da inscrição feita em
      *>  ws-data-base-taxa, com a competição lida na validação
      *>  (fl-competicao): taxa de inscrição, mais a taxa de atraso quando
      *>  a inscrição é posterior à data de corte
      *>------------------------------------------------------------------------
       2070-calcular-taxa section.
           move zero                               to ws-taxa-inscr
           move zero                               to ws-taxa-atraso
           if   fl-comp-taxa-inscr <> spaces then  *> taxa em branco: competição sem taxa
                move fl-comp-taxa-inscr            to ws-taxa-inscr
           end-if
           if   fl-comp-taxa-atraso <> spaces then
                move fl-comp-taxa-atraso           to ws-taxa-atraso
           end-if
           move ws-taxa-inscr                      to ws-valor-devido
           if   fl-comp-data-corte is numeric
           and  fl-comp-data-corte > zero
           and  ws-data-base-taxa > fl-comp-data-corte then
                add ws-taxa-atraso                 to ws-valor-devido
           end-if
           .
       2070-calcular-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situação de pagamento a partir de ws-valor-devido e
      *>  ws-valor-pago: branco sem taxa / P pendente / Q quitada
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
           .
       2080-situar-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para salvar dados; a data da inscrição é sempre a data da
      *>  gravação, para a conferência contra o prazo da competição
                exit section
           end-if
           move ws-data-atual                      to fl-insc-data
           move spaces                             to fl-insc-fed-situacao *> inscrição nova ainda não foi à federação
           move zero                               to fl-insc-fed-data
           move spaces                             to fl-insc-fed-motivo
           move ws-data-atual                      to ws-data-base-taxa
           perform 2070-calcular-taxa              *> inscrição nova: valor devido com as taxas de hoje
           move zero                               to ws-valor-pago
           perform 2080-situar-pagamento
           write fl-inscricao
           if   ws-fs-arq-insc = "00" or ws-fs-arq-insc = "02" then
                move "P23ATLETA"                     to lnk-msn-erro-pmg
                move "Inscricao salva com sucesso"   to lnk-msn-erro-text
                move ws-fs-arq-insc                  to lnk-msn-erro-cod
                move fl-insc-data                    to lnk-insc-data
                move fl-insc-fed-situacao            to lnk-insc-fed-situacao
                move fl-insc-fed-data                to lnk-insc-fed-data
                move fl-insc-fed-motivo              to lnk-insc-fed-motivo
                move fl-insc-pag-situacao            to lnk-insc-pag-situacao
                move fl-insc-valor-devido            to lnk-insc-valor-devido
                move fl-insc-valor-pago              to lnk-insc-valor-pago
           else
                if   ws-fs-arq-insc = "22" then    *> file status 22: atleta já inscrito nesta competição
                     if   ws-confirmado then
                          move fl-inscricao        to ws-inscricao-nova
                          read arq-inscricoes key is fl-insc-chave
                          if   ws-fs-arq-insc = "00" then
                               move fl-insc-fed-situacao to ws-fed-situacao-gravada
                               move fl-insc-fed-data     to ws-fed-data-gravada
                               move fl-insc-fed-motivo   to ws-fed-motivo-gravado
                               move fl-insc-data         to ws-data-inscricao-gravada
                               move fl-insc-pag-situacao to ws-pag-situacao-gravada
                               move zero                 to ws-valor-devido
                               move zero                 to ws-valor-pago
                               if   fl-insc-valor-devido <> spaces then
                                    move fl-insc-valor-devido to ws-valor-devido
                               end-if
                               if   fl-insc-valor-pago <> spaces then
                                    move fl-insc-valor-pago   to ws-valor-pago
                               end-if
                               move ws-inscricao-nova  to fl-inscricao
                               move ws-data-atual      to fl-insc-data
                               move ws-fed-situacao-gravada to fl-insc-fed-situacao
                               move ws-fed-data-gravada     to fl-insc-fed-data
                               move ws-fed-motivo-gravado   to fl-insc-fed-motivo
                               if   fl-insc-fed-situacao <> spaces then *> já enviada: reenviar com a alteração
                                    move "P"               to fl-insc-fed-situacao
                               end-if
                               if   ws-pag-situacao-gravada = spaces
                               and  ws-valor-devido = zero then *> sem taxa fixada (migrada ou taxa cadastrada depois)
                                    move ws-data-inscricao-gravada to ws-data-base-taxa
                                    perform 2070-calcular-taxa
                               end-if
                               perform 2080-situar-pagamento
                               rewrite fl-inscricao
                               if   ws-fs-arq-insc = "00" then
                                    move "P23ATLETA"                      to lnk-msn-erro-pmg
                                    move "Inscricao alterada com sucesso" to lnk-msn-erro-text
                                    move ws-fs-arq-insc                   to lnk-msn-erro-cod
                                    move fl-insc-data                     to lnk-insc-data
                                    move fl-insc-fed-situacao             to lnk-insc-fed-situacao
                                    move fl-insc-pag-situacao             to lnk-insc-pag-situacao
                                    move fl-insc-valor-devido             to lnk-insc-valor-devido
                                    move fl-insc-valor-pago               to lnk-insc-valor-pago
                               else
                                    if   ws-fs-arq-insc = "9D" then
                                         move "P23ATLETA"                                     to lnk-msn-erro-pmg
           move lnk-insc-chave                     to fl-insc-chave
           read arq-inscricoes
           if   ws-fs-arq-insc = "00" then
                move zero                          to ws-valor-pago
                if   fl-insc-valor-pago <> spaces then
                     move fl-insc-valor-pago       to ws-valor-pago
                end-if
                if   ws-valor-pago > zero then     *> a exclusão deixaria o pagamento sem inscrição
                     unlock arq-inscricoes
                     set ws-nao-confirmado         to true
                     move "P23ATLETA"              to lnk-msn-erro-pmg
                     move 53                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Inscricao com pagamento registrado, estorne antes" to lnk-msn-erro-text
                     move spaces                   to lnk-msn-erro-cod
                     exit section
                end-if
                if   ws-confirmado then
                     set ws-nao-confirmado         to true
                     delete arq-inscricoes
                  fl-insc-classe-codigo delimited by size
                  " "                   delimited by size
                  fl-insc-data          delimited by size
                  " "                   delimited by size
                  fl-insc-fed-situacao  delimited by size
                  " "                   delimited by size
                  fl-insc-pag-situacao  delimited by size
             into ws-listagem-linha
           end-string
           .
           move spaces                             to lnk-listagem-texto
           move 1                                  to ws-listagem-ptr
           move "N"                                to ws-listagem-cheia
           move "COMPET ID     SX COD DATA INS F P" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           move low-values                         to fl-insc-chave
           start arq-inscricoes key is not less than fl-insc-chave
           move spaces                             to lnk-listagem-texto
           move 1                                  to ws-listagem-ptr
           move "N"                                to ws-listagem-cheia
           move "COMPET ID     SX COD DATA INS F P" to ws-listagem-linha
           perform 2550-acrescentar-linha-listagem
           move zero                               to ws-total-encontrados
           move zero                               to ws-total-inativos-fora
           move lnk-insc-competicao                to fl-insc-competicao
           move zero                               to fl-insc-id-atleta
           start arq-inscricoes key is not less than fl-insc-chave
                        read arq-inscricoes next
                        if   ws-fs-arq-insc = "00" or ws-fs-arq-insc = "02" then
                             if   fl-insc-competicao = lnk-insc-competicao then
                                  perform 2060-localizar-atleta
                                  if   ws-atleta-encontrado
                                  and  (fl-situacao = "I" or fl-situacao = "T") then
                                       add 1 to ws-total-inativos-fora
                                  else
                                       perform 2560-montar-linha-inscricao
                                       perform 2550-acrescentar-linha-listagem
                                       add 1 to ws-total-encontrados
                                  end-if
                                  unlock arq-inscricoes
                             else
                                  unlock arq-inscricoes
                        end-if
                end-perform
           end-if
           if   ws-total-inativos-fora > zero then
                move spaces                        to ws-listagem-linha
                string "("                         delimited by size
                       ws-total-inativos-fora      delimited by size
                       " de atleta inativo/transferido fora da lista)" delimited by size
                  into ws-listagem-linha
                end-string
                perform 2550-acrescentar-linha-listagem
           end-if
           evaluate ws-fs-arq-insc
               when "10"
               when "23"

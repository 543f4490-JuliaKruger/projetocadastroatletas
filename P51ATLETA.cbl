      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P51ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> revisão mensal de acessos para a auditoria de segurança. as telas
      *> online (P01, P08, P13, P18, P21, P23, P26, P33, P37, P42 e P52)
      *> gravam cada evento de acesso em arq-log-acessos.dat: data/hora,
      *> operador, programa, operação e resultado (LOGIN, SENHA, BLOQUEIO,
      *> BLOQUEADO, NOTURNO, INATIVO, PERMISSAO, NAO-CADAST, TROCA-PEND,
      *> TROCA-OK e DESBLOQUEI, este com o operador desbloqueado no alvo).
      *> o relatório (arq-revisao-acessos.txt) cobre um mês e tem cinco
      *> seções:
      *>   1. falhas e bloqueios por operador;
      *>   2. desbloqueios feitos pelo supervisor;
      *>   3. atividade fora do expediente (fora do horário ou em fim de
      *>      semana);
      *>   4. operadores inativos ou não cadastrados que tentaram acesso;
      *>   5. supervisores (nível 3) ativos sem nenhum acesso no mês.
      *> a primeira linha de arq-param-acessos.txt traz o mês (ccyymm);
      *> sem o arquivo, vale o mês anterior ao da execução. uma linha
      *> "EXPEDIENTE hhmm hhmm" em qualquer linha seguinte muda o horário
      *> de expediente (sem ela, 0700 às 1900). roda sob demanda, fora
      *> da cadeia do P09ATLETA.
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-log-acessos assign to "arq-log-acessos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arq-acesso.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is sequential
           record key is fl-oper-id
           file status is ws-fs-arq-operadores.

           select arq-parametros assign to "arq-param-acessos.txt"
           organization is line sequential
           file status is ws-fs-arq-param.

           select arq-revisao assign to "arq-revisao-acessos.txt"
           organization is line sequential
           file status is ws-fs-arq-revisao.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-log-acessos.
       01 fl-acesso.
           05 fl-ace-timestamp                     pic 9(14). *> ccyymmddhhmmss
           05 fl-ace-operador                      pic x(10).
           05 fl-ace-programa                      pic x(09).
           05 fl-ace-operacao                      pic x(02).
           05 fl-ace-resultado                     pic x(10).
           05 fl-ace-alvo                          pic x(10). *> operador desbloqueado (DB do supervisor)

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

       fd arq-parametros.
       01 fl-param-linha                           pic x(40).

       fd arq-revisao.
       01 fl-rev-linha                             pic x(132).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-acesso                         pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-revisao                        pic x(02).
       77 ws-linha-saida                           pic x(132).
       77 ws-data-atual                            pic 9(08).
       77 ws-data-edit                             pic x(10).

      *>----Mês revisado e horário de expediente
       01 ws-mes-revisao.
           05 ws-mes-ano                           pic 9(04).
           05 ws-mes-mes                           pic 9(02).
       77 ws-mes-edit                              pic x(07).
       77 ws-expediente-inicio                     pic 9(04) value 0700.
       77 ws-expediente-fim                        pic 9(04) value 1900.
       77 ws-param-palavra                         pic x(12).
       77 ws-param-valor1                          pic x(10).
       77 ws-param-valor2                          pic x(10).

      *>----Arquivos que podem ainda não existir (fs 35 no open input)
       77 ws-sem-arq-acessos                       pic x(01) value "N".
           88 ws-acessos-inexistentes              value "S".
       77 ws-sem-arq-operadores                    pic x(01) value "N".
           88 ws-operadores-inexistentes           value "S".

      *>----Cadastro de operadores
       77 ws-qtd-opers                             pic 9(04) value zero.
       77 ws-ind-oper                              pic 9(04).
       77 ws-oper-localizado                       pic x(01).
           88 ws-oper-na-tabela                    value "S".
       01 ws-tabela-opers.
           05 ws-oper-entrada occurs 500.
               10 ws-oper-id                       pic x(10).
               10 ws-oper-nome                     pic x(30).
               10 ws-oper-situacao                 pic x(01).
               10 ws-oper-nivel                    pic 9(01).

      *>----Contadores do mês por operador que aparece no log
       77 ws-qtd-estat                             pic 9(04) value zero.
       77 ws-ind-estat                             pic 9(04).
       77 ws-estat-localizada                      pic x(01).
           88 ws-estat-na-tabela                   value "S".
       01 ws-tabela-estat.
           05 ws-estat-entrada occurs 500.
               10 ws-estat-operador                pic x(10).
               10 ws-estat-ind-oper                pic 9(04). *> zero = operador não cadastrado
               10 ws-estat-logins                  pic 9(05).
               10 ws-estat-senha                   pic 9(05).
               10 ws-estat-bloqueios               pic 9(05).
               10 ws-estat-bloqueado               pic 9(05).
               10 ws-estat-noturno                 pic 9(05).
               10 ws-estat-outras                  pic 9(05).
               10 ws-estat-desbloqueios            pic 9(05).
               10 ws-estat-fora-expediente         pic 9(05).
               10 ws-estat-eventos                 pic 9(05).
               10 ws-estat-ultimo                  pic 9(14).

      *>----Eventos listados um a um (desbloqueio e fora do expediente)
       77 ws-qtd-eventos                           pic 9(04) value zero.
       77 ws-ind-evento                            pic 9(04).
       01 ws-tabela-eventos.
           05 ws-evento-entrada occurs 5000.
               10 ws-evento-tipo                   pic x(01). *> D desbloqueio / F fora do expediente
               10 ws-evento-timestamp              pic 9(14).
               10 ws-evento-operador               pic x(10).
               10 ws-evento-programa               pic x(09).
               10 ws-evento-operacao               pic x(02).
               10 ws-evento-resultado              pic x(10).
               10 ws-evento-alvo                   pic x(10).

      *>----Evento corrente
       77 ws-tipo-evento                           pic x(01).
       77 ws-evento-data                           pic 9(08).
       77 ws-evento-hhmm                           pic 9(04).
       77 ws-dia-semana                            pic 9(01). *> 0 segunda ... 5 sábado / 6 domingo
       77 ws-timestamp-aux                         pic 9(14).
       77 ws-timestamp-edit                        pic x(19).
       77 ws-nome-aux                              pic x(30).
       77 ws-situacao-aux                          pic x(10).
       77 ws-contador-edit                         pic zzzz9.

       77 ws-fim-arquivo                           pic x(01).
           88 ws-fim-do-arquivo                    value "S".

      *>----Paginação do relatório
       77 ws-pagina                                pic 9(03) value zero.
       77 ws-linhas-pagina                         pic 9(02) value 99. *> força o cabeçalho na primeira linha
       77 ws-linhas-por-pagina                     pic 9(02) value 56.

      *>----Totais
       77 ws-total-lidos                           pic 9(06) value zero.
       77 ws-total-mes                             pic 9(06) value zero.
       77 ws-total-falhas                          pic 9(06) value zero.
       77 ws-total-bloqueios                       pic 9(06) value zero.
       77 ws-total-desbloqueios                    pic 9(06) value zero.
       77 ws-total-fora-expediente                 pic 9(06) value zero.
       77 ws-total-inativos                        pic 9(06) value zero.
       77 ws-total-supervisores                    pic 9(06) value zero.

       01 ws-retorno.
           05 ws-msn-erro-pmg                      pic x(09).
           05 ws-msn-erro-offset                   pic 9(03).
           05 ws-return-code                       pic 9(02).
           05 ws-msn-erro-cod                      pic x(02).
           05 ws-msn-erro-text                     pic x(50).

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
      *>  Procedimentos de inicialização - mês revisado, expediente e
      *>  abertura dos arquivos
      *>------------------------------------------------------------------------
       1000-inicializa section.
           accept ws-data-atual                    from date yyyymmdd
           move ws-data-atual(1:4)                 to ws-mes-ano
           move ws-data-atual(5:2)                 to ws-mes-mes
           if   ws-mes-mes = 1 then                *> sem parâmetro: mês anterior ao da execução
                subtract 1 from ws-mes-ano
                move 12                            to ws-mes-mes
           else
                subtract 1 from ws-mes-mes
           end-if
           open input arq-parametros
           if   ws-fs-arq-param = "00" then
                read arq-parametros
                if   ws-fs-arq-param = "00"
                and  fl-param-linha(1:6) is numeric
                and  fl-param-linha(5:2) >= "01"
                and  fl-param-linha(5:2) <= "12" then
                     move fl-param-linha(1:6)      to ws-mes-revisao
                end-if
                perform until ws-fs-arq-param <> "00"
                     read arq-parametros
                     if   ws-fs-arq-param = "00" then
                          perform 1010-interpretar-parametro
                     end-if
                end-perform
                close arq-parametros
           end-if
           move spaces to ws-mes-edit
           string ws-mes-mes                       delimited by size
                  "/"                              delimited by size
                  ws-mes-ano                       delimited by size
             into ws-mes-edit
           end-string
           move spaces to ws-data-edit
           string ws-data-atual(7:2)               delimited by size
                  "/"                              delimited by size
                  ws-data-atual(5:2)               delimited by size
                  "/"                              delimited by size
                  ws-data-atual(1:4)               delimited by size
             into ws-data-edit
           end-string
           open input arq-log-acessos
           if   ws-fs-arq-acesso = "35" then       *> nenhum acesso registrado ainda
                set ws-acessos-inexistentes to true
           else
                if   ws-fs-arq-acesso <> "00" then
                     move "P51ATLETA"                    to ws-msn-erro-pmg
                     move 1                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-acesso               to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-log-acessos" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-operadores
           if   ws-fs-arq-operadores = "35" then   *> cadastro de operadores ainda não criado
                set ws-operadores-inexistentes to true
           else
                if   ws-fs-arq-operadores <> "00"
                and  ws-fs-arq-operadores <> "05" then
                     move "P51ATLETA"                    to ws-msn-erro-pmg
                     move 2                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-operadores           to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-operadores" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open output arq-revisao
           if   ws-fs-arq-revisao <> "00" then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 3                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-revisao                   to ws-msn-erro-cod
                move "Erro ao abrir arq-revisao-acessos" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha seguinte do parâmetro: EXPEDIENTE hhmm hhmm
      *>------------------------------------------------------------------------
       1010-interpretar-parametro section.
           move spaces to ws-param-palavra
                          ws-param-valor1
                          ws-param-valor2
           unstring fl-param-linha delimited by all spaces
               into ws-param-palavra ws-param-valor1 ws-param-valor2
           end-unstring
           if   ws-param-palavra = "EXPEDIENTE"
           and  ws-param-valor1(1:4) is numeric
           and  ws-param-valor2(1:4) is numeric
           and  ws-param-valor1(1:4) < ws-param-valor2(1:4)
           and  ws-param-valor2(1:4) <= "2400" then
                move ws-param-valor1(1:4)          to ws-expediente-inicio
                move ws-param-valor2(1:4)          to ws-expediente-fim
           end-if
           .
       1010-interpretar-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega o cadastro de operadores,
      *>  acumula os eventos do mês e imprime as seções
      *>------------------------------------------------------------------------
       2000-processamento section.
           if   not ws-operadores-inexistentes then
                perform 2100-carregar-operadores
           end-if
           if   not ws-acessos-inexistentes then
                perform 2200-ler-log
           end-if
           perform 2500-imprimir-revisao
           display "P51ATLETA: " ws-total-lidos " evento(s) lido(s), "
                   ws-total-mes " no mes " ws-mes-edit ", "
                   ws-pagina " pagina(s)"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega id, nome, situação e nível de todos os operadores
      *>------------------------------------------------------------------------
       2100-carregar-operadores section.
           read arq-operadores
           perform until ws-fs-arq-operadores <> "00"
                if   ws-qtd-opers = 500 then
                     move "P51ATLETA"                         to ws-msn-erro-pmg
                     move 4                                   to ws-msn-erro-offset
                     move 12                                  to ws-return-code
                     move spaces                              to ws-msn-erro-cod
                     move "Tabela de operadores cheia (max 500)" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
                add 1 to ws-qtd-opers
                move fl-oper-id                    to ws-oper-id(ws-qtd-opers)
                move fl-oper-nome                  to ws-oper-nome(ws-qtd-opers)
                move fl-oper-situacao              to ws-oper-situacao(ws-qtd-opers)
                move fl-oper-nivel                 to ws-oper-nivel(ws-qtd-opers)
                read arq-operadores
           end-perform
           if   ws-fs-arq-operadores <> "10" then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 5                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-operadores                to ws-msn-erro-cod
                move "Erro ao ler arq. arq-operadores"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2100-carregar-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê o log inteiro e acumula os eventos do mês revisado
      *>------------------------------------------------------------------------
       2200-ler-log section.
           move "N" to ws-fim-arquivo
           perform until ws-fim-do-arquivo
                read arq-log-acessos
                     at end
                          set ws-fim-do-arquivo to true
                     not at end
                          add 1 to ws-total-lidos
                          if   fl-ace-timestamp(1:6) = ws-mes-revisao then
                               perform 2210-acumular-evento
                          end-if
                end-read
           end-perform
           if   ws-fs-arq-acesso <> "10" then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 6                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-acesso                    to ws-msn-erro-cod
                move "Erro ao ler arq. arq-log-acessos"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2200-ler-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o evento nos contadores do operador e guarda os eventos
      *>  que a revisão lista um a um
      *>------------------------------------------------------------------------
       2210-acumular-evento section.
           add 1 to ws-total-mes
           perform 2220-localizar-estat
           add 1 to ws-estat-eventos(ws-ind-estat)
           move fl-ace-timestamp                   to ws-estat-ultimo(ws-ind-estat)
           evaluate fl-ace-resultado
                when "LOGIN"
                     add 1 to ws-estat-logins(ws-ind-estat)
                when "TROCA-OK"
                     add 1 to ws-estat-logins(ws-ind-estat)
                when "SENHA"
                     add 1 to ws-estat-senha(ws-ind-estat)
                     add 1 to ws-total-falhas
                when "BLOQUEIO"                    *> a falha que bloqueia o id também é falha de senha
                     add 1 to ws-estat-senha(ws-ind-estat)
                     add 1 to ws-estat-bloqueios(ws-ind-estat)
                     add 1 to ws-total-falhas
                     add 1 to ws-total-bloqueios
                when "BLOQUEADO"
                     add 1 to ws-estat-bloqueado(ws-ind-estat)
                when "NOTURNO"
                     add 1 to ws-estat-noturno(ws-ind-estat)
                when "DESBLOQUEI"
                     add 1 to ws-estat-desbloqueios(ws-ind-estat)
                     add 1 to ws-total-desbloqueios
                     move "D"                      to ws-tipo-evento
                     perform 2230-guardar-evento
                when other                         *> INATIVO, PERMISSAO, NAO-CADAST, TROCA-PEND
                     add 1 to ws-estat-outras(ws-ind-estat)
           end-evaluate
           move fl-ace-timestamp(1:8)              to ws-evento-data
           move fl-ace-timestamp(9:4)              to ws-evento-hhmm
           compute ws-dia-semana =
                   function mod(function integer-of-date(ws-evento-data) - 1, 7)
           if   ws-evento-hhmm < ws-expediente-inicio
           or   ws-evento-hhmm >= ws-expediente-fim
           or   ws-dia-semana > 4 then
                add 1 to ws-estat-fora-expediente(ws-ind-estat)
                add 1 to ws-total-fora-expediente
                move "F"                           to ws-tipo-evento
                perform 2230-guardar-evento
           end-if
           .
       2210-acumular-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza (ou abre) a linha de contadores do operador do evento
      *>------------------------------------------------------------------------
       2220-localizar-estat section.
           move "N" to ws-estat-localizada
           perform varying ws-ind-estat from 1 by 1
                   until ws-ind-estat > ws-qtd-estat
                   or    ws-estat-na-tabela
                if   ws-estat-operador(ws-ind-estat) = fl-ace-operador then
                     set ws-estat-na-tabela to true
                end-if
           end-perform
           if   ws-estat-na-tabela then
                subtract 1 from ws-ind-estat       *> o perform varying avança 1 após achar
                exit section
           end-if
           if   ws-qtd-estat = 500 then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 7                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move spaces                              to ws-msn-erro-cod
                move "Operadores no log acima de 500"    to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-qtd-estat
           move ws-qtd-estat                       to ws-ind-estat
           initialize ws-estat-entrada(ws-ind-estat)
           move fl-ace-operador                    to ws-estat-operador(ws-ind-estat)
           move "N" to ws-oper-localizado
           perform varying ws-ind-oper from 1 by 1
                   until ws-ind-oper > ws-qtd-opers
                   or    ws-oper-na-tabela
                if   ws-oper-id(ws-ind-oper) = fl-ace-operador then
                     set ws-oper-na-tabela to true
                end-if
           end-perform
           if   ws-oper-na-tabela then
                subtract 1 from ws-ind-oper        *> o perform varying avança 1 após achar
                move ws-ind-oper                   to ws-estat-ind-oper(ws-ind-estat)
           end-if
           .
       2220-localizar-estat-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o evento corrente, do tipo em ws-tipo-evento, na tabela
      *>  de eventos listados
      *>------------------------------------------------------------------------
       2230-guardar-evento section.
           if   ws-qtd-eventos = 5000 then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 8                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move spaces                              to ws-msn-erro-cod
                move "Tabela de eventos cheia (max 5000)" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-qtd-eventos
           move ws-tipo-evento                     to ws-evento-tipo(ws-qtd-eventos)
           move fl-ace-timestamp                   to ws-evento-timestamp(ws-qtd-eventos)
           move fl-ace-operador                    to ws-evento-operador(ws-qtd-eventos)
           move fl-ace-programa                    to ws-evento-programa(ws-qtd-eventos)
           move fl-ace-operacao                    to ws-evento-operacao(ws-qtd-eventos)
           move fl-ace-resultado                   to ws-evento-resultado(ws-qtd-eventos)
           move fl-ace-alvo                        to ws-evento-alvo(ws-qtd-eventos)
           .
       2230-guardar-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a revisão, seção por seção
      *>------------------------------------------------------------------------
       2500-imprimir-revisao section.
      *> seção 1
           move "FALHAS E BLOQUEIOS POR OPERADOR"  to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "OPERADOR   NOME                           "  delimited by size
                  "LOGINS  SENHA BLOQUEIO BLOQUEADO NOTURNO "    delimited by size
                  "OUTRAS DESBLOQ FORA-EXP"                      delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform varying ws-ind-estat from 1 by 1
                   until ws-ind-estat > ws-qtd-estat
                perform 2510-escrever-operador
           end-perform
           if   ws-qtd-estat = zero then
                move "(nenhum evento no mes)"      to ws-linha-saida
                perform 2910-escrever-linha
           end-if
      *> seção 2
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "DESBLOQUEIOS FEITOS PELO SUPERVISOR" to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-evento from 1 by 1
                   until ws-ind-evento > ws-qtd-eventos
                if   ws-evento-tipo(ws-ind-evento) = "D" then
                     perform 2520-escrever-evento
                end-if
           end-perform
           if   ws-total-desbloqueios = zero then
                move "(nenhum)"                    to ws-linha-saida
                perform 2910-escrever-linha
           end-if
      *> seção 3
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "ATIVIDADE FORA DO EXPEDIENTE ("  delimited by size
                  ws-expediente-inicio              delimited by size
                  " AS "                            delimited by size
                  ws-expediente-fim                 delimited by size
                  ", SEGUNDA A SEXTA)"              delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform varying ws-ind-evento from 1 by 1
                   until ws-ind-evento > ws-qtd-eventos
                if   ws-evento-tipo(ws-ind-evento) = "F" then
                     perform 2520-escrever-evento
                end-if
           end-perform
           if   ws-total-fora-expediente = zero then
                move "(nenhuma)"                   to ws-linha-saida
                perform 2910-escrever-linha
           end-if
      *> seção 4
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "OPERADORES INATIVOS OU NAO CADASTRADOS COM TENTATIVA DE ACESSO"
                                                   to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-estat from 1 by 1
                   until ws-ind-estat > ws-qtd-estat
                perform 2530-conferir-inativo
           end-perform
           if   ws-total-inativos = zero then
                move "(nenhum)"                    to ws-linha-saida
                perform 2910-escrever-linha
           end-if
      *> seção 5
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "SUPERVISORES (NIVEL 3) ATIVOS SEM ACESSO NO MES" to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-oper from 1 by 1
                   until ws-ind-oper > ws-qtd-opers
                if   ws-oper-nivel(ws-ind-oper) = 3
                and  ws-oper-situacao(ws-ind-oper) <> "I" then
                     perform 2540-conferir-supervisor
                end-if
           end-perform
           if   ws-total-supervisores = zero then
                move "(nenhum)"                    to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "TOTAIS: "                       delimited by size
                  ws-total-mes                     delimited by size
                  " EVENTO(S), "                   delimited by size
                  ws-total-falhas                  delimited by size
                  " FALHA(S) DE SENHA, "           delimited by size
                  ws-total-bloqueios               delimited by size
                  " BLOQUEIO(S), "                 delimited by size
                  ws-total-desbloqueios            delimited by size
                  " DESBLOQUEIO(S), "              delimited by size
                  ws-total-fora-expediente         delimited by size
                  " FORA DO EXPEDIENTE"            delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2500-imprimir-revisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da seção 1: contadores do mês de um operador
      *>------------------------------------------------------------------------
       2510-escrever-operador section.
           perform 2550-nome-operador
           move spaces to ws-linha-saida
           move ws-estat-operador(ws-ind-estat)    to ws-linha-saida(1:10)
           move ws-nome-aux                        to ws-linha-saida(12:30)
           move ws-estat-logins(ws-ind-estat)      to ws-contador-edit
           move ws-contador-edit                   to ws-linha-saida(44:5)
           move ws-estat-senha(ws-ind-estat)       to ws-contador-edit
           move ws-contador-edit                   to ws-linha-saida(51:5)
           move ws-estat-bloqueios(ws-ind-estat)   to ws-contador-edit
           move ws-contador-edit                   to ws-linha-saida(60:5)
           move ws-estat-bloqueado(ws-ind-estat)   to ws-contador-edit
           move ws-contador-edit                   to ws-linha-saida(70:5)
           move ws-estat-noturno(ws-ind-estat)     to ws-contador-edit
           move ws-contador-edit                   to ws-linha-saida(78:5)
           move ws-estat-outras(ws-ind-estat)      to ws-contador-edit
           move ws-contador-edit                   to ws-linha-saida(85:5)
           move ws-estat-desbloqueios(ws-ind-estat) to ws-contador-edit
           move ws-contador-edit                   to ws-linha-saida(93:5)
           move ws-estat-fora-expediente(ws-ind-estat) to ws-contador-edit
           move ws-contador-edit                   to ws-linha-saida(102:5)
           perform 2910-escrever-linha
           .
       2510-escrever-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha das seções 2 e 3: um evento do log
      *>------------------------------------------------------------------------
       2520-escrever-evento section.
           move ws-evento-timestamp(ws-ind-evento) to ws-timestamp-aux
           perform 2960-formatar-timestamp
           move spaces to ws-linha-saida
           string ws-timestamp-edit                delimited by size
                  " "                              delimited by size
                  ws-evento-operador(ws-ind-evento) delimited by size
                  " "                              delimited by size
                  ws-evento-programa(ws-ind-evento) delimited by size
                  " "                              delimited by size
                  ws-evento-operacao(ws-ind-evento) delimited by size
                  " "                              delimited by size
                  ws-evento-resultado(ws-ind-evento) delimited by size
             into ws-linha-saida
           end-string
           if   ws-evento-alvo(ws-ind-evento) <> spaces then
                string "OPERADOR DESBLOQUEADO: "   delimited by size
                       ws-evento-alvo(ws-ind-evento) delimited by size
                  into ws-linha-saida(58:75)
                end-string
           end-if
           perform 2910-escrever-linha
           .
       2520-escrever-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da seção 4: operador do log hoje inativo ou sem cadastro
      *>------------------------------------------------------------------------
       2530-conferir-inativo section.
           if   ws-estat-ind-oper(ws-ind-estat) = zero then
                move "NAO CADAST"                  to ws-situacao-aux
           else
                move ws-estat-ind-oper(ws-ind-estat) to ws-ind-oper
                if   ws-oper-situacao(ws-ind-oper) <> "I" then
                     exit section
                end-if
                move "INATIVO"                     to ws-situacao-aux
           end-if
           add 1 to ws-total-inativos
           perform 2550-nome-operador
           move ws-estat-ultimo(ws-ind-estat)      to ws-timestamp-aux
           perform 2960-formatar-timestamp
           move ws-estat-eventos(ws-ind-estat)     to ws-contador-edit
           move spaces to ws-linha-saida
           string ws-estat-operador(ws-ind-estat)  delimited by size
                  " "                              delimited by size
                  ws-nome-aux                      delimited by size
                  " "                              delimited by size
                  ws-situacao-aux                  delimited by size
                  " TENTATIVAS: "                  delimited by size
                  ws-contador-edit                 delimited by size
                  "  ULTIMA: "                     delimited by size
                  ws-timestamp-edit                delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2530-conferir-inativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da seção 5: supervisor ativo sem login no mês
      *>------------------------------------------------------------------------
       2540-conferir-supervisor section.
           move "N" to ws-estat-localizada
           perform varying ws-ind-estat from 1 by 1
                   until ws-ind-estat > ws-qtd-estat
                   or    ws-estat-na-tabela
                if   ws-estat-operador(ws-ind-estat) = ws-oper-id(ws-ind-oper) then
                     set ws-estat-na-tabela to true
                end-if
           end-perform
           if   ws-estat-na-tabela then
                subtract 1 from ws-ind-estat       *> o perform varying avança 1 após achar
                if   ws-estat-logins(ws-ind-estat) > zero then
                     exit section
                end-if
           end-if
           add 1 to ws-total-supervisores
           move spaces to ws-linha-saida
           string ws-oper-id(ws-ind-oper)          delimited by size
                  " "                              delimited by size
                  ws-oper-nome(ws-ind-oper)        delimited by size
             into ws-linha-saida
           end-string
           if   ws-estat-na-tabela then
                move "SO TENTATIVAS SEM SUCESSO"   to ws-linha-saida(43:30)
           end-if
           perform 2910-escrever-linha
           .
       2540-conferir-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome do operador da linha ws-ind-estat em ws-nome-aux
      *>------------------------------------------------------------------------
       2550-nome-operador section.
           if   ws-estat-ind-oper(ws-ind-estat) = zero then
                move "(NAO CADASTRADO)"            to ws-nome-aux
           else
                move ws-oper-nome(ws-estat-ind-oper(ws-ind-estat)) to ws-nome-aux
           end-if
           .
       2550-nome-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório, abrindo página quando preciso
      *>------------------------------------------------------------------------
       2910-escrever-linha section.
           if   ws-linhas-pagina > ws-linhas-por-pagina then
                perform 2920-escrever-cabecalho
           end-if
           write fl-rev-linha from ws-linha-saida
           if   ws-fs-arq-revisao <> "00" then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 9                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-revisao                   to ws-msn-erro-cod
                move "Erro ao gravar arq-revisao-acessos" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-linhas-pagina
           .
       2910-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre uma página nova com o cabeçalho da revisão
      *>------------------------------------------------------------------------
       2920-escrever-cabecalho section.
           add 1 to ws-pagina
           move zero to ws-linhas-pagina
           move spaces to fl-rev-linha
           string "REVISAO MENSAL DE ACESSOS - MES " delimited by size
                  ws-mes-edit                      delimited by size
                  "  EMISSAO: "                    delimited by size
                  ws-data-edit                     delimited by size
                  "  PAGINA: "                     delimited by size
                  ws-pagina                        delimited by size
             into fl-rev-linha
           end-string
           write fl-rev-linha
           if   ws-fs-arq-revisao <> "00" then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 10                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-revisao                   to ws-msn-erro-cod
                move "Erro ao gravar arq-revisao-acessos" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move spaces to fl-rev-linha
           write fl-rev-linha
           if   ws-fs-arq-revisao <> "00" then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 11                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-revisao                   to ws-msn-erro-cod
                move "Erro ao gravar arq-revisao-acessos" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 2 to ws-linhas-pagina
           .
       2920-escrever-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-timestamp-aux (ccyymmddhhmmss) para
      *>  dd/mm/ccyy hh:mm:ss em ws-timestamp-edit
      *>------------------------------------------------------------------------
       2960-formatar-timestamp section.
           move spaces to ws-timestamp-edit
           string ws-timestamp-aux(7:2)            delimited by size
                  "/"                              delimited by size
                  ws-timestamp-aux(5:2)            delimited by size
                  "/"                              delimited by size
                  ws-timestamp-aux(1:4)            delimited by size
                  " "                              delimited by size
                  ws-timestamp-aux(9:2)            delimited by size
                  ":"                              delimited by size
                  ws-timestamp-aux(11:2)           delimited by size
                  ":"                              delimited by size
                  ws-timestamp-aux(13:2)           delimited by size
             into ws-timestamp-edit
           end-string
           .
       2960-formatar-timestamp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P51ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-log-acessos
           close arq-operadores
           close arq-revisao
           move ws-return-code to return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           if   not ws-acessos-inexistentes then
                close arq-log-acessos
           end-if
           if   not ws-operadores-inexistentes then
                close arq-operadores
           end-if
           close arq-revisao
           if   ws-fs-arq-revisao <> "00" then
                move "P51ATLETA"                         to ws-msn-erro-pmg
                move 12                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq-revisao-acessos" to ws-msn-erro-text
                move ws-fs-arq-revisao                   to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           stop run
           .
       3000-finaliza-exit.
           exit.

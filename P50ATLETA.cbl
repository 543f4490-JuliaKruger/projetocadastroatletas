      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P50ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job batch noturno de vencimento dos atestados médicos, executado
      *> pela cadeia do P09ATLETA antes do digest: o roster do P15ATLETA
      *> só aponta o atestado vencido quando o atleta já está escalado,
      *> tarde demais para marcar o exame. o job cruza arq-atletas.dat,
      *> arq-atestados.dat (P26ATLETA), arq-inscricoes.dat e
      *> arq-competicoes.dat e gera a lista de trabalho da fisiologia
      *> (arq-atestados-vencimento.txt) com três seções:
      *>   1. atestados que vencem em até N dias, já vencidos, inaptos
      *>      ou restritos;
      *>   2. inscrições em competição futura cuja data cai depois da
      *>      validade do atestado do atleta;
      *>   3. atletas ativos sem nenhum atestado.
      *> junto com a lista sai o extrato de avisos para a secretaria
      *> (arq-atestados-aviso.txt), delimitado por "|" como a exportação
      *> do P02ATLETA, uma linha por atleta para a mala direta de cartas
      *> e e-mails:
      *>   id|nome|validade|motivo|competições afetadas
      *> e o trailer T|<contagem de linhas>|<ccyymmddhhmmss da geração>.
      *> cada atleta é avisado uma única vez por ciclo de vencimento: o
      *> controle de avisos (arq-atestados-avisos.dat, chave = id) guarda
      *> a validade e a situação do atestado avisado, e o atleta só volta
      *> ao extrato quando o atestado muda (renovação, novo laudo ou
      *> perda do atestado). reexecutar o job na mesma data de
      *> processamento regera os avisos daquela data.
      *> a antecedência N vem da primeira linha de
      *> arq-param-atestados.txt (sem o arquivo, 30 dias); a data de
      *> processamento vem de arq-data-processamento.txt como no
      *> P09ATLETA. atletas inativos ou transferidos ficam de fora.
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-atletas assign to "arq-atletas.dat"
           organization is indexed
           access mode is sequential
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-atestados assign to "arq-atestados.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-atest-id-atleta
           file status is ws-fs-arq-atest.

           select arq-inscricoes assign to "arq-inscricoes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-insc-chave
           file status is ws-fs-arq-insc.

           select arq-competicoes assign to "arq-competicoes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-comp-codigo
           file status is ws-fs-arq-comp.

           select arq-avisos assign to "arq-atestados-avisos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-avi-id-atleta
           file status is ws-fs-arq-avisos.

           select arq-data-proc assign to "arq-data-processamento.txt"
           organization is line sequential
           file status is ws-fs-arq-data.

           select arq-parametros assign to "arq-param-atestados.txt"
           organization is line sequential
           file status is ws-fs-arq-param.

           select arq-vencimento assign to "arq-atestados-vencimento.txt"
           organization is line sequential
           file status is ws-fs-arq-venc.

           select arq-aviso assign to "arq-atestados-aviso.txt"
           organization is line sequential
           file status is ws-fs-arq-aviso.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
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
           05 fl-data-nascimento                   pic 9(08). *> ccyymmdd; zero = não informada
           05 fl-situacao                          pic x(01). *> "A" ativo / "I" inativo / "T" transferido
           05 fl-data-situacao                     pic 9(08). *> ccyymmdd da última mudança de situação
           05 fl-motivo-situacao                   pic x(40). *> motivo da inativação/transferência
           05 fl-clube                             pic x(06). *> clube do atleta (arq-clubes.dat); espaços = sem clube
           05 fl-tecnico                           pic x(06). *> técnico responsável (arq-clubes.dat); espaços = sem técnico

       fd arq-atestados.
       01 fl-atestado.
           05 fl-atest-id-atleta                   pic 9(06).
           05 fl-atest-data-emissao                pic 9(08). *> ccyymmdd
           05 fl-atest-data-validade               pic 9(08). *> ccyymmdd
           05 fl-atest-situacao                    pic x(01). *> A apto / I inapto / R restrito

       fd arq-inscricoes.
       01 fl-inscricao.
           05 fl-insc-chave.
               10 fl-insc-competicao               pic x(06).
               10 fl-insc-id-atleta                pic 9(06).
           05 fl-insc-classe-sexo                  pic x(01).
           05 fl-insc-classe-codigo                pic x(03).
           05 fl-insc-data                         pic 9(08).
           05 fl-insc-fed-situacao                 pic x(01). *> federação: branco não enviada / E enviada / A aceita / R recusada / P alterada
           05 fl-insc-fed-data                     pic 9(08). *> ccyymmdd do último envio ou retorno da federação
           05 fl-insc-fed-motivo                   pic x(40). *> motivo da recusa devolvido pela federação
           05 fl-insc-pag-situacao                 pic x(01). *> pagamento: branco sem taxa / P pendente / Q quitada
           05 fl-insc-valor-devido                 pic -99999,99. *> taxa devida (inscrição + atraso), fixada na gravação
           05 fl-insc-valor-pago                   pic -99999,99. *> soma dos pagamentos registrados (arq-pagamentos.dat)

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

       fd arq-avisos.
       01 fl-aviso.
           05 fl-avi-id-atleta                     pic 9(06).
           05 fl-avi-validade                      pic 9(08). *> validade do atestado avisado; zero = avisado sem atestado
           05 fl-avi-situacao                      pic x(01). *> situação do atestado avisado
           05 fl-avi-data-aviso                    pic 9(08). *> data de processamento em que o aviso saiu

       fd arq-data-proc.
       01 fl-data-linha                            pic x(20).

       fd arq-parametros.
       01 fl-param-linha                           pic x(20).

       fd arq-vencimento.
       01 fl-venc-linha                            pic x(132).

       fd arq-aviso.
       01 fl-aviso-linha                           pic x(400).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-atest                          pic x(02).
       77 ws-fs-arq-insc                           pic x(02).
       77 ws-fs-arq-comp                           pic x(02).
       77 ws-fs-arq-avisos                         pic x(02).
       77 ws-fs-arq-data                           pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-venc                           pic x(02).
       77 ws-fs-arq-aviso                          pic x(02).
       77 ws-linha-saida                           pic x(132).
       77 ws-linha-aviso                           pic x(400).
       77 ws-ponteiro-linha                        pic 9(03).
       77 ws-data-processamento                    pic 9(08).
       77 ws-dias-processamento                    pic 9(08). *> data de processamento em dias corridos
       77 ws-hora-atual                            pic 9(08). *> hhmmsscc (ACCEPT FROM TIME)

      *>----Antecedência (em dias) do aviso de vencimento
       77 ws-dias-antecedencia                     pic 9(03) value 30.

      *>----Arquivos que podem ainda não existir (fs 35 no open input)
       77 ws-sem-arq-atestados                     pic x(01) value "N".
           88 ws-atestados-inexistentes            value "S".
       77 ws-sem-arq-inscricoes                    pic x(01) value "N".
           88 ws-inscricoes-inexistentes           value "S".
       77 ws-sem-arq-competicoes                   pic x(01) value "N".
           88 ws-competicoes-inexistentes          value "S".

      *>----Competições de hoje em diante (o passado não interessa aqui)
       77 ws-qtd-comps                             pic 9(04) value zero.
       77 ws-ind-comp                              pic 9(04).
       77 ws-comp-localizada                       pic x(01).
           88 ws-comp-na-tabela                    value "S".
       01 ws-tabela-comps.
           05 ws-comp-entrada occurs 5000.
               10 ws-comp-codigo                   pic x(06).
               10 ws-comp-nome                     pic x(40).
               10 ws-comp-data                     pic 9(08).

      *>----Inscrições nas competições futuras
       77 ws-qtd-inscricoes                        pic 9(04) value zero.
       77 ws-ind-inscricao                         pic 9(04).
       01 ws-tabela-inscricoes.
           05 ws-insc-entrada occurs 5000.
               10 ws-insc-id-atleta                pic 9(06).
               10 ws-insc-ind-comp                 pic 9(04).

      *>----Seções 1 e 3 da lista de trabalho (atestado irregular ou
      *>    inexistente), guardadas para a impressão por seção
       77 ws-qtd-itens                             pic 9(04) value zero.
       77 ws-ind-item                              pic 9(04).
       01 ws-tabela-itens.
           05 ws-item-entrada occurs 5000.
               10 ws-item-secao                    pic 9(01). *> 1 atestado irregular / 3 sem atestado
               10 ws-item-id-atleta                pic 9(06).
               10 ws-item-nome                     pic x(50).
               10 ws-item-validade                 pic 9(08).
               10 ws-item-motivo                   pic x(25).
               10 ws-item-dias                     pic s9(06).

      *>----Seção 2 da lista: inscrição em competição depois da validade
       77 ws-qtd-conflitos                         pic 9(04) value zero.
       77 ws-ind-conflito                          pic 9(04).
       01 ws-tabela-conflitos.
           05 ws-conflito-entrada occurs 5000.
               10 ws-conflito-id-atleta            pic 9(06).
               10 ws-conflito-nome                 pic x(50).
               10 ws-conflito-validade             pic 9(08).
               10 ws-conflito-ind-comp             pic 9(04).

      *>----Situação do atleta corrente
       77 ws-tem-atestado                          pic x(01).
       77 ws-atest-validade                        pic 9(08).
       77 ws-atest-situacao                        pic x(01).
       77 ws-motivo-aviso                          pic x(25).
       77 ws-dias-vencimento                       pic s9(06).
       77 ws-todas-afetadas                        pic x(01). *> "S" = toda competição futura é afetada
       77 ws-qtd-afetadas                          pic 9(03).
       77 ws-deve-avisar                           pic x(01).

       77 ws-data-aux                              pic 9(08).
       77 ws-data-aux-edit                         pic x(10).
       77 ws-dias-edit                             pic -zzzzz9.

       77 ws-fim-arquivo                           pic x(01).
           88 ws-fim-do-arquivo                    value "S".

      *>----Totais
       77 ws-total-lidos                           pic 9(06) value zero.
       77 ws-total-secao1                          pic 9(06) value zero.
       77 ws-total-secao2                          pic 9(06) value zero.
       77 ws-total-secao3                          pic 9(06) value zero.
       77 ws-total-avisos                          pic 9(06) value zero.
       77 ws-total-ja-avisados                     pic 9(06) value zero.

      *>----Contador compartilhado com o driver noturno (P09ATLETA), que
      *>    o grava no arquivo de controle de processamento
       77 ws-contador-job                          pic 9(06) external.

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
      *>  Procedimentos de inicialização - data de processamento (como o
      *>  P09ATLETA), antecedência do aviso e abertura dos arquivos
      *>------------------------------------------------------------------------
       1000-inicializa section.
           accept ws-data-processamento            from date yyyymmdd
           open input arq-data-proc
           if   ws-fs-arq-data = "00" then
                read arq-data-proc
                if   ws-fs-arq-data = "00"
                and  function numval(fl-data-linha) > zero then
                     compute ws-data-processamento =
                             function numval(fl-data-linha)
                end-if
                close arq-data-proc
           end-if
           compute ws-dias-processamento =
                   function integer-of-date(ws-data-processamento)
           open input arq-parametros
           if   ws-fs-arq-param = "00" then
                read arq-parametros
                if   ws-fs-arq-param = "00"
                and  function numval(fl-param-linha) > zero then
                     compute ws-dias-antecedencia =
                             function numval(fl-param-linha)
                end-if
                close arq-parametros
           end-if
           open input arq-atletas
           if   ws-fs-arq-atletas <> "00"
           and  ws-fs-arq-atletas <> "05" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 1                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-atletas                   to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-atletas"    to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-atestados
           if   ws-fs-arq-atest = "35" then        *> nenhum atestado registrado ainda
                set ws-atestados-inexistentes to true
           else
                if   ws-fs-arq-atest <> "00"
                and  ws-fs-arq-atest <> "05" then
                     move "P50ATLETA"                    to ws-msn-erro-pmg
                     move 2                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-atest                to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-atestados" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-inscricoes
           if   ws-fs-arq-insc = "35" then         *> nenhuma inscrição registrada ainda
                set ws-inscricoes-inexistentes to true
           else
                if   ws-fs-arq-insc <> "00"
                and  ws-fs-arq-insc <> "05" then
                     move "P50ATLETA"                    to ws-msn-erro-pmg
                     move 3                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-insc                 to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-inscricoes" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-competicoes
           if   ws-fs-arq-comp = "35" then         *> calendário ainda não criado
                set ws-competicoes-inexistentes to true
           else
                if   ws-fs-arq-comp <> "00"
                and  ws-fs-arq-comp <> "05" then
                     move "P50ATLETA"                    to ws-msn-erro-pmg
                     move 4                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-comp                 to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-competicoes" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open i-o arq-avisos                     *> open i-o cria o arquivo na primeira execução
           if   ws-fs-arq-avisos <> "00"
           and  ws-fs-arq-avisos <> "05" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 5                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-avisos                    to ws-msn-erro-cod
                move "Erro ao abrir arq-atestados-avisos" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-vencimento
           if   ws-fs-arq-venc <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 6                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-venc                      to ws-msn-erro-cod
                move "Erro ao abrir arq-atestados-vencimento" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-aviso
           if   ws-fs-arq-aviso <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 7                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-aviso                     to ws-msn-erro-cod
                move "Erro ao abrir arq-atestados-aviso" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega o calendário futuro, percorre
      *>  os atletas ativos e imprime a lista de trabalho por seção
      *>------------------------------------------------------------------------
       2000-processamento section.
           if   not ws-competicoes-inexistentes then
                perform 2100-carregar-competicoes
           end-if
           if   not ws-inscricoes-inexistentes then
                perform 2110-carregar-inscricoes
           end-if
           perform 2200-percorrer-atletas
           perform 2500-imprimir-lista
           perform 2600-gravar-trailer-aviso
           compute ws-contador-job = ws-total-secao1 + ws-total-secao2
                                   + ws-total-secao3
           display "P50ATLETA: " ws-total-lidos " atleta(s) lido(s), "
                   ws-contador-job " item(ns) na lista, "
                   ws-total-avisos " aviso(s) gerado(s), "
                   ws-total-ja-avisados " ja avisado(s) no ciclo"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as competições com data igual ou posterior à data de
      *>  processamento
      *>------------------------------------------------------------------------
       2100-carregar-competicoes section.
           read arq-competicoes
           perform until ws-fs-arq-comp <> "00" and ws-fs-arq-comp <> "02"
                if   fl-comp-data >= ws-data-processamento then
                     if   ws-qtd-comps = 5000 then
                          move "P50ATLETA"                         to ws-msn-erro-pmg
                          move 8                                   to ws-msn-erro-offset
                          move 12                                  to ws-return-code
                          move spaces                              to ws-msn-erro-cod
                          move "Tabela de competicoes cheia (max 5000)" to ws-msn-erro-text
                          perform 9000-finaliza-anormal
                     end-if
                     add 1 to ws-qtd-comps
                     move fl-comp-codigo           to ws-comp-codigo(ws-qtd-comps)
                     move fl-comp-nome             to ws-comp-nome(ws-qtd-comps)
                     move fl-comp-data             to ws-comp-data(ws-qtd-comps)
                end-if
                read arq-competicoes
           end-perform
           if   ws-fs-arq-comp <> "10" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 9                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-comp                      to ws-msn-erro-cod
                move "Erro ao ler arq. arq-competicoes"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2100-carregar-competicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as inscrições das competições futuras; inscrição em
      *>  competição passada ou fora do calendário não interessa aqui
      *>------------------------------------------------------------------------
       2110-carregar-inscricoes section.
           read arq-inscricoes
           perform until ws-fs-arq-insc <> "00" and ws-fs-arq-insc <> "02"
                move "N" to ws-comp-localizada
                perform varying ws-ind-comp from 1 by 1
                        until ws-ind-comp > ws-qtd-comps
                           or ws-comp-na-tabela
                     if   ws-comp-codigo(ws-ind-comp) = fl-insc-competicao then
                          set ws-comp-na-tabela to true
                     end-if
                end-perform
                if   ws-comp-na-tabela then
                     subtract 1 from ws-ind-comp   *> o perform varying avança 1 após achar
                     if   ws-qtd-inscricoes = 5000 then
                          move "P50ATLETA"                         to ws-msn-erro-pmg
                          move 10                                  to ws-msn-erro-offset
                          move 12                                  to ws-return-code
                          move spaces                              to ws-msn-erro-cod
                          move "Tabela de inscricoes cheia (max 5000)" to ws-msn-erro-text
                          perform 9000-finaliza-anormal
                     end-if
                     add 1 to ws-qtd-inscricoes
                     move fl-insc-id-atleta        to ws-insc-id-atleta(ws-qtd-inscricoes)
                     move ws-ind-comp              to ws-insc-ind-comp(ws-qtd-inscricoes)
                end-if
                read arq-inscricoes
           end-perform
           if   ws-fs-arq-insc <> "10" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 11                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-insc                      to ws-msn-erro-cod
                move "Erro ao ler arq. arq-inscricoes"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2110-carregar-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arq-atletas em ordem de id e confere o atestado de cada
      *>  atleta ativo
      *>------------------------------------------------------------------------
       2200-percorrer-atletas section.
           move "N" to ws-fim-arquivo
           read arq-atletas
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         add 1 to ws-total-lidos
                         if   fl-situacao <> "I"
                         and  fl-situacao <> "T" then
                              perform 2210-conferir-atleta
                         end-if
                         read arq-atletas
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P50ATLETA"                      to ws-msn-erro-pmg
                         move 12                               to ws-msn-erro-offset
                         move 12                               to ws-return-code
                         move ws-fs-arq-atletas                to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-atletas"   to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2200-percorrer-atletas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Classifica o atleta corrente nas seções da lista de trabalho e,
      *>  se ele caiu em alguma, gera o aviso da secretaria
      *>------------------------------------------------------------------------
       2210-conferir-atleta section.
           perform 2220-ler-atestado
           move spaces                             to ws-motivo-aviso
           move "N"                                to ws-todas-afetadas
           move zero                               to ws-dias-vencimento
           if   ws-tem-atestado = "N" then
                move "SEM ATESTADO"                to ws-motivo-aviso
                move "S"                           to ws-todas-afetadas
                add 1 to ws-total-secao3
                perform 2230-guardar-item
           else
                compute ws-dias-vencimento =
                        function integer-of-date(ws-atest-validade)
                      - ws-dias-processamento
                evaluate true
                    when ws-atest-validade < ws-data-processamento
                         move "VENCIDO"            to ws-motivo-aviso
                         move "S"                  to ws-todas-afetadas
                    when ws-atest-situacao = "I"
                         move "INAPTO"             to ws-motivo-aviso
                         move "S"                  to ws-todas-afetadas
                    when ws-atest-situacao = "R"
                         move "RESTRITO"           to ws-motivo-aviso
                    when ws-dias-vencimento <= ws-dias-antecedencia
                         move "A VENCER"           to ws-motivo-aviso
                end-evaluate
                if   ws-motivo-aviso <> spaces then
                     add 1 to ws-total-secao1
                     perform 2230-guardar-item
                end-if
                perform 2240-conferir-inscricoes
                if   ws-motivo-aviso = spaces
                and  ws-qtd-afetadas > zero then
                     move "VENCE ANTES DA COMPETICAO" to ws-motivo-aviso
                end-if
           end-if
           if   ws-motivo-aviso <> spaces then
                perform 2300-conferir-ciclo-aviso
                if   ws-deve-avisar = "S" then
                     perform 2400-gravar-aviso
                end-if
           end-if
           .
       2210-conferir-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê o atestado do atleta corrente
      *>------------------------------------------------------------------------
       2220-ler-atestado section.
           move "N"                                to ws-tem-atestado
           move zero                               to ws-atest-validade
           move spaces                             to ws-atest-situacao
           if   ws-atestados-inexistentes then
                exit section
           end-if
           move fl-id-atleta                       to fl-atest-id-atleta
           read arq-atestados key is fl-atest-id-atleta
           evaluate ws-fs-arq-atest
               when "00"
               when "02"
                    move "S"                       to ws-tem-atestado
                    move fl-atest-data-validade    to ws-atest-validade
                    move fl-atest-situacao         to ws-atest-situacao
               when "23"
                    continue
               when other
                    move "P50ATLETA"                      to ws-msn-erro-pmg
                    move 13                               to ws-msn-erro-offset
                    move 12                               to ws-return-code
                    move ws-fs-arq-atest                  to ws-msn-erro-cod
                    move "Erro ao ler arq. arq-atestados" to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2220-ler-atestado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o atleta corrente como item da seção 1 (atestado
      *>  irregular) ou da seção 3 (sem atestado)
      *>------------------------------------------------------------------------
       2230-guardar-item section.
           if   ws-qtd-itens = 5000 then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 14                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move spaces                              to ws-msn-erro-cod
                move "Tabela da lista cheia (max 5000)"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-qtd-itens
           if   ws-tem-atestado = "N" then
                move 3                             to ws-item-secao(ws-qtd-itens)
           else
                move 1                             to ws-item-secao(ws-qtd-itens)
           end-if
           move fl-id-atleta                       to ws-item-id-atleta(ws-qtd-itens)
           move fl-nome                            to ws-item-nome(ws-qtd-itens)
           move ws-atest-validade                  to ws-item-validade(ws-qtd-itens)
           move ws-motivo-aviso                    to ws-item-motivo(ws-qtd-itens)
           move ws-dias-vencimento                 to ws-item-dias(ws-qtd-itens)
           .
       2230-guardar-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção 2: inscrições futuras do atleta corrente em competição
      *>  com data depois da validade do atestado; conta também as
      *>  competições afetadas que vão para o aviso
      *>------------------------------------------------------------------------
       2240-conferir-inscricoes section.
           move zero                               to ws-qtd-afetadas
           perform varying ws-ind-inscricao from 1 by 1
                   until ws-ind-inscricao > ws-qtd-inscricoes
                if   ws-insc-id-atleta(ws-ind-inscricao) = fl-id-atleta then
                     move ws-insc-ind-comp(ws-ind-inscricao) to ws-ind-comp
                     if   ws-comp-data(ws-ind-comp) > ws-atest-validade then
                          add 1 to ws-qtd-afetadas
                          add 1 to ws-total-secao2
                          if   ws-qtd-conflitos = 5000 then
                               move "P50ATLETA"                    to ws-msn-erro-pmg
                               move 15                             to ws-msn-erro-offset
                               move 12                             to ws-return-code
                               move spaces                         to ws-msn-erro-cod
                               move "Tabela da lista cheia (max 5000)" to ws-msn-erro-text
                               perform 9000-finaliza-anormal
                          end-if
                          add 1 to ws-qtd-conflitos
                          move fl-id-atleta        to ws-conflito-id-atleta(ws-qtd-conflitos)
                          move fl-nome             to ws-conflito-nome(ws-qtd-conflitos)
                          move ws-atest-validade   to ws-conflito-validade(ws-qtd-conflitos)
                          move ws-ind-comp         to ws-conflito-ind-comp(ws-qtd-conflitos)
                     end-if
                end-if
           end-perform
           .
       2240-conferir-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um aviso por ciclo de vencimento: o atleta já avisado com o
      *>  mesmo atestado (validade e situação) não volta ao extrato, a
      *>  não ser na reexecução da mesma data de processamento
      *>------------------------------------------------------------------------
       2300-conferir-ciclo-aviso section.
           move "S"                                to ws-deve-avisar
           move fl-id-atleta                       to fl-avi-id-atleta
           read arq-avisos key is fl-avi-id-atleta
           evaluate ws-fs-arq-avisos
               when "00"
               when "02"
                    if   fl-avi-validade = ws-atest-validade
                    and  fl-avi-situacao = ws-atest-situacao
                    and  fl-avi-data-aviso <> ws-data-processamento then
                         move "N"                  to ws-deve-avisar
                         add 1 to ws-total-ja-avisados
                         exit section
                    end-if
                    move ws-atest-validade         to fl-avi-validade
                    move ws-atest-situacao         to fl-avi-situacao
                    move ws-data-processamento     to fl-avi-data-aviso
                    rewrite fl-aviso
               when "23"                           *> primeiro aviso do atleta
                    move fl-id-atleta              to fl-avi-id-atleta
                    move ws-atest-validade         to fl-avi-validade
                    move ws-atest-situacao         to fl-avi-situacao
                    move ws-data-processamento     to fl-avi-data-aviso
                    write fl-aviso
               when other
                    move "P50ATLETA"                         to ws-msn-erro-pmg
                    move 16                                  to ws-msn-erro-offset
                    move 12                                  to ws-return-code
                    move ws-fs-arq-avisos                    to ws-msn-erro-cod
                    move "Erro ao ler arq-atestados-avisos"  to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           if   ws-fs-arq-avisos <> "00" and ws-fs-arq-avisos <> "02" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 17                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-avisos                    to ws-msn-erro-cod
                move "Erro ao gravar arq-atestados-avisos" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2300-conferir-ciclo-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do extrato de avisos do atleta corrente:
      *>  id|nome|validade|motivo|competições afetadas (código, data e
      *>  nome, separadas por "; "); sem atestado, inapto ou vencido,
      *>  toda competição futura em que está inscrito é afetada
      *>------------------------------------------------------------------------
       2400-gravar-aviso section.
           move spaces                             to ws-linha-aviso
           move 1                                  to ws-ponteiro-linha
           if   ws-tem-atestado = "N" then
                move spaces                        to ws-data-aux-edit
           else
                move ws-atest-validade             to ws-data-aux
                perform 2950-formatar-data
           end-if
           string fl-id-atleta                     delimited by size
                  "|"                              delimited by size
                  function trim(fl-nome)           delimited by size
                  "|"                              delimited by size
                  ws-data-aux-edit                 delimited by size
                  "|"                              delimited by size
                  function trim(ws-motivo-aviso)   delimited by size
                  "|"                              delimited by size
             into ws-linha-aviso
             with pointer ws-ponteiro-linha
           end-string
           move zero                               to ws-qtd-afetadas
           perform varying ws-ind-inscricao from 1 by 1
                   until ws-ind-inscricao > ws-qtd-inscricoes
                if   ws-insc-id-atleta(ws-ind-inscricao) = fl-id-atleta then
                     move ws-insc-ind-comp(ws-ind-inscricao) to ws-ind-comp
                     if   ws-todas-afetadas = "S"
                     or   ws-comp-data(ws-ind-comp) > ws-atest-validade then
                          if   ws-qtd-afetadas > zero then
                               string "; "         delimited by size
                                 into ws-linha-aviso
                                 with pointer ws-ponteiro-linha
                               end-string
                          end-if
                          add 1 to ws-qtd-afetadas
                          move ws-comp-data(ws-ind-comp) to ws-data-aux
                          perform 2950-formatar-data
                          string ws-comp-codigo(ws-ind-comp)              delimited by size
                                 " "                                      delimited by size
                                 ws-data-aux-edit                         delimited by size
                                 " "                                      delimited by size
                                 function trim(ws-comp-nome(ws-ind-comp)) delimited by size
                            into ws-linha-aviso
                            with pointer ws-ponteiro-linha
                          end-string
                     end-if
                end-if
           end-perform
           write fl-aviso-linha from ws-linha-aviso
           if   ws-fs-arq-aviso <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 18                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-aviso                     to ws-msn-erro-cod
                move "Erro ao gravar arq-atestados-aviso" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-total-avisos
           .
       2400-gravar-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a lista de trabalho da fisiologia, seção por seção
      *>------------------------------------------------------------------------
       2500-imprimir-lista section.
           move spaces to ws-data-aux-edit
           move ws-data-processamento              to ws-data-aux
           perform 2950-formatar-data
           move spaces to ws-linha-saida
           string "VENCIMENTO DE ATESTADOS MEDICOS - PROCESSAMENTO DE " delimited by size
                  ws-data-aux-edit                                      delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
      *> seção 1
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "ATESTADOS A VENCER EM ATE "     delimited by size
                  ws-dias-antecedencia             delimited by size
                  " DIA(S), VENCIDOS, INAPTOS OU RESTRITOS" delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform varying ws-ind-item from 1 by 1
                   until ws-ind-item > ws-qtd-itens
                if   ws-item-secao(ws-ind-item) = 1 then
                     perform 2510-escrever-item
                end-if
           end-perform
           if   ws-total-secao1 = zero then
                move "(nenhum)"                    to ws-linha-saida
                perform 2910-escrever-linha
           end-if
      *> seção 2
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "INSCRICOES EM COMPETICAO POSTERIOR A VALIDADE DO ATESTADO"
                                                   to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-conflito from 1 by 1
                   until ws-ind-conflito > ws-qtd-conflitos
                perform 2520-escrever-conflito
           end-perform
           if   ws-total-secao2 = zero then
                move "(nenhuma)"                   to ws-linha-saida
                perform 2910-escrever-linha
           end-if
      *> seção 3
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "ATLETAS ATIVOS SEM ATESTADO"      to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-item from 1 by 1
                   until ws-ind-item > ws-qtd-itens
                if   ws-item-secao(ws-ind-item) = 3 then
                     move spaces to ws-linha-saida
                     string ws-item-id-atleta(ws-ind-item) delimited by size
                            " "                            delimited by size
                            ws-item-nome(ws-ind-item)      delimited by size
                       into ws-linha-saida
                     end-string
                     perform 2910-escrever-linha
                end-if
           end-perform
           if   ws-total-secao3 = zero then
                move "(nenhum)"                    to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "TOTAIS: "                       delimited by size
                  ws-total-secao1                  delimited by size
                  " ATESTADO(S) IRREGULAR(ES), "   delimited by size
                  ws-total-secao2                  delimited by size
                  " INSCRICAO(OES) APOS A VALIDADE, " delimited by size
                  ws-total-secao3                  delimited by size
                  " SEM ATESTADO"                  delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "AVISOS: "                       delimited by size
                  ws-total-avisos                  delimited by size
                  " GERADO(S) EM arq-atestados-aviso.txt, " delimited by size
                  ws-total-ja-avisados             delimited by size
                  " JA AVISADO(S) NESTE CICLO"     delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2500-imprimir-lista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da seção 1: atleta, validade, motivo e dias até (ou
      *>  desde) o vencimento
      *>------------------------------------------------------------------------
       2510-escrever-item section.
           move ws-item-validade(ws-ind-item)      to ws-data-aux
           perform 2950-formatar-data
           move spaces to ws-linha-saida
           if   ws-item-dias(ws-ind-item) < zero then
                compute ws-dias-edit = zero - ws-item-dias(ws-ind-item)
                string ws-item-id-atleta(ws-ind-item) delimited by size
                       " "                            delimited by size
                       ws-item-nome(ws-ind-item)      delimited by size
                       " VALIDADE "                   delimited by size
                       ws-data-aux-edit               delimited by size
                       " "                            delimited by size
                       ws-item-motivo(ws-ind-item)    delimited by "  "
                       " HA "                         delimited by size
                       ws-dias-edit                   delimited by size
                       " DIA(S)"                      delimited by size
                  into ws-linha-saida
                end-string
           else
                move ws-item-dias(ws-ind-item)     to ws-dias-edit
                string ws-item-id-atleta(ws-ind-item) delimited by size
                       " "                            delimited by size
                       ws-item-nome(ws-ind-item)      delimited by size
                       " VALIDADE "                   delimited by size
                       ws-data-aux-edit               delimited by size
                       " "                            delimited by size
                       ws-item-motivo(ws-ind-item)    delimited by "  "
                       " - VENCE EM "                 delimited by size
                       ws-dias-edit                   delimited by size
                       " DIA(S)"                      delimited by size
                  into ws-linha-saida
                end-string
           end-if
           perform 2910-escrever-linha
           .
       2510-escrever-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da seção 2: atleta, validade e a competição posterior
      *>------------------------------------------------------------------------
       2520-escrever-conflito section.
           move ws-conflito-ind-comp(ws-ind-conflito) to ws-ind-comp
           move ws-conflito-validade(ws-ind-conflito) to ws-data-aux
           perform 2950-formatar-data
           move spaces to ws-linha-saida
           string ws-conflito-id-atleta(ws-ind-conflito) delimited by size
                  " "                                    delimited by size
                  ws-conflito-nome(ws-ind-conflito)(1:30) delimited by size
                  " VALIDADE "                           delimited by size
                  ws-data-aux-edit                       delimited by size
             into ws-linha-saida
           end-string
           move ws-comp-data(ws-ind-comp)          to ws-data-aux
           perform 2950-formatar-data
           string " COMPETICAO "                   delimited by size
                  ws-comp-codigo(ws-ind-comp)      delimited by size
                  " "                              delimited by size
                  ws-data-aux-edit                 delimited by size
                  " "                              delimited by size
                  ws-comp-nome(ws-ind-comp)        delimited by size
             into ws-linha-saida(59:74)
           end-string
           perform 2910-escrever-linha
           .
       2520-escrever-conflito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trailer do extrato de avisos, no formato da exportação do
      *>  P02ATLETA: T|<contagem de linhas>|<ccyymmddhhmmss da geração>
      *>------------------------------------------------------------------------
       2600-gravar-trailer-aviso section.
           accept ws-hora-atual                    from time
           move spaces to ws-linha-aviso
           string "T|"                             delimited by size
                  ws-total-avisos                  delimited by size
                  "|"                              delimited by size
                  ws-data-processamento            delimited by size
                  ws-hora-atual(1:6)               delimited by size
             into ws-linha-aviso
           end-string
           write fl-aviso-linha from ws-linha-aviso
           if   ws-fs-arq-aviso <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 19                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-aviso                     to ws-msn-erro-cod
                move "Erro ao gravar arq-atestados-aviso" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2600-gravar-trailer-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha na lista de trabalho
      *>------------------------------------------------------------------------
       2910-escrever-linha section.
           write fl-venc-linha from ws-linha-saida
           if   ws-fs-arq-venc <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 20                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-venc                      to ws-msn-erro-cod
                move "Erro ao gravar arq-atestados-vencimento" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2910-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-data-aux (ccyymmdd) para dd/mm/ccyy em
      *>  ws-data-aux-edit
      *>------------------------------------------------------------------------
       2950-formatar-data section.
           move spaces to ws-data-aux-edit
           string ws-data-aux(7:2)                 delimited by size
                  "/"                              delimited by size
                  ws-data-aux(5:2)                 delimited by size
                  "/"                              delimited by size
                  ws-data-aux(1:4)                 delimited by size
             into ws-data-aux-edit
           end-string
           .
       2950-formatar-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P50ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-atletas
           close arq-atestados
           close arq-inscricoes
           close arq-competicoes
           close arq-avisos
           close arq-vencimento
           close arq-aviso
           move ws-return-code to return-code
           goback
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-atletas
           if   ws-fs-arq-atletas <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 21                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq. arq-atletas"   to ws-msn-erro-text
                move ws-fs-arq-atletas                   to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   not ws-atestados-inexistentes then
                close arq-atestados
           end-if
           if   not ws-inscricoes-inexistentes then
                close arq-inscricoes
           end-if
           if   not ws-competicoes-inexistentes then
                close arq-competicoes
           end-if
           close arq-avisos
           if   ws-fs-arq-avisos <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 22                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq-atestados-avisos" to ws-msn-erro-text
                move ws-fs-arq-avisos                    to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-vencimento
           if   ws-fs-arq-venc <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 23                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq-atestados-vencimento" to ws-msn-erro-text
                move ws-fs-arq-venc                      to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-aviso
           if   ws-fs-arq-aviso <> "00" then
                move "P50ATLETA"                         to ws-msn-erro-pmg
                move 24                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq-atestados-aviso" to ws-msn-erro-text
                move ws-fs-arq-aviso                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           goback
           .
       3000-finaliza-exit.
           exit.

      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P47ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job batch do retorno da federação: lê o arquivo de aceites/
      *> recusas devolvido pela federação para as inscrições enviadas
      *> pelo P46ATLETA (arq-federacao-retorno.txt, posicional, 120
      *> posições):
      *>   - header (tipo "0"): layout "RETFED", entidade, competição e
      *>     data do processamento na federação;
      *>   - um detalhe (tipo "1") por inscrição: competição, id do
      *>     atleta, situação A aceita / R recusada, código e texto do
      *>     motivo da recusa;
      *>   - trailer (tipo "9") com a quantidade de detalhes e a soma dos
      *>     ids, conferidos ANTES de qualquer atualização: retorno sem
      *>     trailer ou com totais divergentes é recusado inteiro.
      *> cada inscrição com retorno é carimbada em arq-inscricoes.dat
      *> como "A" ou "R" (com o motivo); inscrição alterada depois do
      *> envio ("P") mantém a situação, pois o retorno se refere aos
      *> dados antigos. o relatório arq-federacao-retorno-rel.txt lista
      *> as exceções:
      *>   - inscrições recusadas, com o motivo;
      *>   - retornos sem inscrição correspondente (outra competição,
      *>     inscrição excluída depois do envio ou situação inválida);
      *>   - inscrições da competição sem retorno: enviadas e não
      *>     respondidas, nunca enviadas e alteradas depois do envio.
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-competicoes assign to "arq-competicoes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-comp-codigo
           file status is ws-fs-arq-comp.

           select arq-inscricoes assign to "arq-inscricoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-insc-chave
           file status is ws-fs-arq-insc.

           select arq-atletas assign to "arq-atletas.dat"
           organization is indexed
           access mode is sequential
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-retorno assign to "arq-federacao-retorno.txt"
           organization is line sequential
           file status is ws-fs-arq-retorno.

           select arq-relatorio assign to "arq-federacao-retorno-rel.txt"
           organization is line sequential
           file status is ws-fs-arq-rel.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
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
           05 fl-situacao                          pic x(01). *> A ativo / I inativo / T transferido
           05 fl-data-situacao                     pic 9(08).
           05 fl-motivo-situacao                   pic x(40).
           05 fl-clube                             pic x(06).
           05 fl-tecnico                           pic x(06).

      *>----Layout posicional de retorno da federação (120 posições);
      *>    o tipo do registro fica na primeira posição
       fd arq-retorno.
       01 fl-retorno-linha.
           05 fl-ret-tipo                          pic x(01).
           05 fl-ret-dados                         pic x(119).
       01 fl-retorno-header.
           05 filler                               pic x(01).
           05 fl-ret-h-layout                      pic x(08).
           05 fl-ret-h-entidade                    pic x(10).
           05 fl-ret-h-competicao                  pic x(06).
           05 fl-ret-h-data-processamento          pic 9(08).
           05 filler                               pic x(87).
       01 fl-retorno-detalhe.
           05 filler                               pic x(01).
           05 fl-ret-d-competicao                  pic x(06).
           05 fl-ret-d-id-atleta                   pic 9(06).
           05 fl-ret-d-situacao                    pic x(01). *> A aceita / R recusada
           05 fl-ret-d-cod-motivo                  pic x(03).
           05 fl-ret-d-motivo                      pic x(40).
           05 filler                               pic x(63).
       01 fl-retorno-trailer.
           05 filler                               pic x(01).
           05 fl-ret-t-competicao                  pic x(06).
           05 fl-ret-t-qtd-registros               pic 9(06).
           05 fl-ret-t-soma-ids                    pic 9(12).
           05 filler                               pic x(95).

       fd arq-relatorio.
       01 fl-relatorio-linha                       pic x(120).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-comp                           pic x(02).
       77 ws-fs-arq-insc                           pic x(02).
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-retorno                        pic x(02).
       77 ws-fs-arq-rel                            pic x(02).
       77 ws-linha-saida                           pic x(120).
       77 ws-data-atual                            pic 9(08).

       77 ws-fim-arquivo                           pic x(01).
           88 ws-fim-do-arquivo                    value "S".

      *>----Dados do header do retorno e da competição
       77 ws-competicao-retorno                    pic x(06) value spaces.
       77 ws-entidade-retorno                      pic x(10) value spaces.
       77 ws-data-processamento                    pic 9(08) value zero.
       77 ws-comp-nome                             pic x(40) value spaces.
       77 ws-competicao-achada                     pic x(01) value "N".
           88 ws-tem-competicao                    value "S".

      *>----Totais de controle: lidos do trailer x apurados nos detalhes
       77 ws-trailer-lido                          pic x(01) value "N".
           88 ws-tem-trailer                       value "S".
       77 ws-trailer-qtd                           pic 9(06) value zero.
       77 ws-trailer-soma                          pic 9(12) value zero.
       77 ws-apurado-qtd                           pic 9(06) value zero.
       77 ws-apurado-soma                          pic 9(12) value zero.
       77 ws-total-linhas-invalidas                pic 9(06) value zero.

      *>----Tabela dos retornos lidos, com o resultado da aplicação:
      *>    A aceite carimbado / R recusa carimbada / N sem inscrição /
      *>    C outra competição / X situação inválida / P inscrição
      *>    alterada depois do envio (retorno ignorado)
       77 ws-qtd-retornos                          pic 9(04) value zero.
       77 ws-ind-retorno                           pic 9(04).
       01 ws-tabela-retornos.
           05 ws-retorno-entrada occurs 2000.
               10 ws-ret-competicao                pic x(06).
               10 ws-ret-id-atleta                 pic 9(06).
               10 ws-ret-situacao                  pic x(01).
               10 ws-ret-cod-motivo                pic x(03).
               10 ws-ret-motivo                    pic x(40).
               10 ws-ret-classe-sexo               pic x(01).
               10 ws-ret-classe-codigo             pic x(03).
               10 ws-ret-resultado                 pic x(01).
                   88 ws-ret-aceite                value "A".
                   88 ws-ret-recusa                value "R".
                   88 ws-ret-sem-inscricao         values "N" "C" "X".

      *>----Tabela de atletas (nomes para o relatório)
       77 ws-qtd-atletas                           pic 9(04) value zero.
       77 ws-ind-atleta                            pic 9(04).
       01 ws-tabela-atletas.
           05 ws-atleta-entrada occurs 5000.
               10 ws-atleta-id                     pic 9(06).
               10 ws-atleta-nome                   pic x(50).

       77 ws-id-procurado                          pic 9(06).
       77 ws-achou-atleta                          pic x(01).
           88 ws-atleta-cadastrado                 value "S".
       77 ws-nome-listado                          pic x(40).
       77 ws-observacao                            pic x(40).

       77 ws-total-aceitas                         pic 9(06) value zero.
       77 ws-total-recusadas                       pic 9(06) value zero.
       77 ws-total-sem-inscricao                   pic 9(06) value zero.
       77 ws-total-alteradas                       pic 9(06) value zero.
       77 ws-total-sem-retorno                     pic 9(06) value zero.
       77 ws-total-nao-enviadas                    pic 9(06) value zero.
       77 ws-total-reenviar                        pic 9(06) value zero.

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
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       1000-inicializa section.
           accept ws-data-atual                    from date yyyymmdd
           open input arq-retorno
           if   ws-fs-arq-retorno <> "00" then
                move "P47ATLETA"                          to ws-msn-erro-pmg
                move 1                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-retorno                    to ws-msn-erro-cod
                move "Erro ao abrir arq-federacao-retorno" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-competicoes
           if   ws-fs-arq-comp <> "00"
           and  ws-fs-arq-comp <> "05" then
                move "P47ATLETA"                          to ws-msn-erro-pmg
                move 2                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-comp                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-competicoes" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-inscricoes                 *> i-o: cada retorno é carimbado na inscrição
           if   ws-fs-arq-insc <> "00"
           and  ws-fs-arq-insc <> "05" then
                move "P47ATLETA"                          to ws-msn-erro-pmg
                move 3                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-insc                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-inscricoes"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-atletas
           if   ws-fs-arq-atletas <> "00"
           and  ws-fs-arq-atletas <> "05" then
                move "P47ATLETA"                        to ws-msn-erro-pmg
                move 4                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-atletas                  to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-atletas"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-relatorio
           if   ws-fs-arq-rel <> "00" then
                move "P47ATLETA"                          to ws-msn-erro-pmg
                move 5                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-rel                        to ws-msn-erro-cod
                move "Erro ao abrir arq-federacao-retorno-rel" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega e confere o retorno inteiro
      *>  antes de carimbar qualquer inscrição; depois aplica os retornos
      *>  e escreve o relatório de exceções
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform 2100-carregar-retorno
           perform 2150-conferir-totais
           perform 2200-carregar-atletas
           perform 2300-localizar-competicao
           perform varying ws-ind-retorno from 1 by 1
                   until ws-ind-retorno > ws-qtd-retornos
                perform 2400-aplicar-retorno
           end-perform
           perform 2500-gerar-relatorio
           display "P47ATLETA: competicao " ws-competicao-retorno ": "
                   ws-apurado-qtd " retorno(s), "
                   ws-total-aceitas " aceita(s), "
                   ws-total-recusadas " recusada(s), "
                   ws-total-sem-inscricao " sem inscricao, "
                   ws-total-alteradas " alterada(s) apos o envio"
           display "P47ATLETA: inscricoes sem retorno: "
                   ws-total-sem-retorno " enviada(s), "
                   ws-total-nao-enviadas " nunca enviada(s), "
                   ws-total-reenviar " a reenviar"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê o arquivo de retorno: a primeira linha tem de ser o header;
      *>  os detalhes vão para a tabela e somam nos totais apurados; o
      *>  trailer encerra a leitura
      *>------------------------------------------------------------------------
       2100-carregar-retorno section.
           read arq-retorno
           if   ws-fs-arq-retorno <> "00"
           or   fl-ret-tipo <> "0" then
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 6                                     to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move ws-fs-arq-retorno                     to ws-msn-erro-cod
                move "Retorno da federacao sem header"     to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move fl-ret-h-competicao                to ws-competicao-retorno
           move fl-ret-h-entidade                  to ws-entidade-retorno
           if   fl-ret-h-data-processamento is numeric then
                move fl-ret-h-data-processamento   to ws-data-processamento
           end-if
           move "N" to ws-fim-arquivo
           read arq-retorno
           perform until ws-fim-do-arquivo or ws-tem-trailer
                evaluate ws-fs-arq-retorno
                    when "00"
                         evaluate fl-ret-tipo
                             when "1"
                                  perform 2110-guardar-detalhe
                             when "9"
                                  set ws-tem-trailer          to true
                                  if   fl-ret-t-qtd-registros is numeric
                                  and  fl-ret-t-soma-ids is numeric then
                                       move fl-ret-t-qtd-registros to ws-trailer-qtd
                                       move fl-ret-t-soma-ids      to ws-trailer-soma
                                  end-if
                             when other
                                  add 1 to ws-total-linhas-invalidas
                         end-evaluate
                         if   not ws-tem-trailer then
                              read arq-retorno
                         end-if
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P47ATLETA"                         to ws-msn-erro-pmg
                         move 7                                   to ws-msn-erro-offset
                         move 12                                  to ws-return-code
                         move ws-fs-arq-retorno                   to ws-msn-erro-cod
                         move "Erro ao ler arq-federacao-retorno" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2100-carregar-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o detalhe corrente na tabela de retornos
      *>------------------------------------------------------------------------
       2110-guardar-detalhe section.
           if   fl-ret-d-id-atleta is not numeric then
                add 1 to ws-total-linhas-invalidas
                exit section
           end-if
           if   ws-qtd-retornos = 2000 then
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 8                                     to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move spaces                                to ws-msn-erro-cod
                move "Tabela de retornos cheia (max 2000)" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-qtd-retornos
           move fl-ret-d-competicao   to ws-ret-competicao(ws-qtd-retornos)
           move fl-ret-d-id-atleta    to ws-ret-id-atleta(ws-qtd-retornos)
           move fl-ret-d-situacao     to ws-ret-situacao(ws-qtd-retornos)
           move fl-ret-d-cod-motivo   to ws-ret-cod-motivo(ws-qtd-retornos)
           move fl-ret-d-motivo       to ws-ret-motivo(ws-qtd-retornos)
           move spaces                to ws-ret-classe-sexo(ws-qtd-retornos)
           move spaces                to ws-ret-classe-codigo(ws-qtd-retornos)
           move spaces                to ws-ret-resultado(ws-qtd-retornos)
           add 1                      to ws-apurado-qtd
           add fl-ret-d-id-atleta     to ws-apurado-soma
           .
       2110-guardar-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere os totais de controle do trailer contra os detalhes
      *>  lidos; retorno incompleto ou divergente é recusado sem carimbar
      *>  nenhuma inscrição, para ser pedido de novo à federação
      *>------------------------------------------------------------------------
       2150-conferir-totais section.
           if   not ws-tem-trailer then
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 9                                     to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move spaces                                to ws-msn-erro-cod
                move "Retorno da federacao sem trailer"    to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           if   ws-trailer-qtd <> ws-apurado-qtd
           or   ws-trailer-soma <> ws-apurado-soma then
                display "P47ATLETA: trailer " ws-trailer-qtd " registro(s), soma "
                        ws-trailer-soma "; lidos " ws-apurado-qtd
                        " registro(s), soma " ws-apurado-soma
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 10                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move spaces                                to ws-msn-erro-cod
                move "Totais de controle do retorno divergentes" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2150-conferir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a tabela de atletas (id + nome) para o relatório
      *>------------------------------------------------------------------------
       2200-carregar-atletas section.
           move "N" to ws-fim-arquivo
           read arq-atletas next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         if   ws-qtd-atletas = 5000 then
                              move "P47ATLETA"                    to ws-msn-erro-pmg
                              move 11                             to ws-msn-erro-offset
                              move 12                             to ws-return-code
                              move spaces                         to ws-msn-erro-cod
                              move "Tabela de atletas cheia (max 5000)" to ws-msn-erro-text
                              perform 9000-finaliza-anormal
                         end-if
                         add 1 to ws-qtd-atletas
                         move fl-id-atleta to ws-atleta-id(ws-qtd-atletas)
                         move fl-nome      to ws-atleta-nome(ws-qtd-atletas)
                         read arq-atletas next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P47ATLETA"                     to ws-msn-erro-pmg
                         move 12                              to ws-msn-erro-offset
                         move 12                              to ws-return-code
                         move ws-fs-arq-atletas               to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-atletas"  to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2200-carregar-atletas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca ws-id-procurado na tabela de atletas e devolve o nome em
      *>  ws-nome-listado ("(sem cadastro)" quando o id não existe)
      *>------------------------------------------------------------------------
       2210-buscar-atleta section.
           move "N" to ws-achou-atleta
           move "(sem cadastro)" to ws-nome-listado
           perform varying ws-ind-atleta from 1 by 1
                   until ws-ind-atleta > ws-qtd-atletas
                   or ws-atleta-cadastrado
                if   ws-atleta-id(ws-ind-atleta) = ws-id-procurado then
                     set ws-atleta-cadastrado to true
                     move ws-atleta-nome(ws-ind-atleta) to ws-nome-listado
                end-if
           end-perform
           .
       2210-buscar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza no calendário o nome da competição do retorno;
      *>  competição fora do calendário não impede o processamento (os
      *>  retornos caem como sem inscrição)
      *>------------------------------------------------------------------------
       2300-localizar-competicao section.
           move "(competicao fora do calendario)" to ws-comp-nome
           move "N" to ws-fim-arquivo
           read arq-competicoes next
           perform until ws-fim-do-arquivo or ws-tem-competicao
                evaluate ws-fs-arq-comp
                    when "00"
                    when "02"
                         if   fl-comp-codigo = ws-competicao-retorno then
                              set ws-tem-competicao to true
                              move fl-comp-nome         to ws-comp-nome
                         else
                              read arq-competicoes next
                         end-if
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P47ATLETA"                        to ws-msn-erro-pmg
                         move 13                                 to ws-msn-erro-offset
                         move 12                                 to ws-return-code
                         move ws-fs-arq-comp                     to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-competicoes" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2300-localizar-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica o retorno corrente da tabela à inscrição correspondente
      *>  (competição + id) e anota o resultado na tabela
      *>------------------------------------------------------------------------
       2400-aplicar-retorno section.
           if   ws-ret-competicao(ws-ind-retorno) <> ws-competicao-retorno then
                move "C"                           to ws-ret-resultado(ws-ind-retorno)
                add 1 to ws-total-sem-inscricao
                exit section
           end-if
           if   ws-ret-situacao(ws-ind-retorno) <> "A"
           and  ws-ret-situacao(ws-ind-retorno) <> "R" then
                move "X"                           to ws-ret-resultado(ws-ind-retorno)
                add 1 to ws-total-sem-inscricao
                exit section
           end-if
           move ws-ret-competicao(ws-ind-retorno)  to fl-insc-competicao
           move ws-ret-id-atleta(ws-ind-retorno)   to fl-insc-id-atleta
           read arq-inscricoes key is fl-insc-chave
           evaluate ws-fs-arq-insc
               when "00"
                    continue
               when "23"                           *> inscrição excluída depois do envio
                    move "N"                       to ws-ret-resultado(ws-ind-retorno)
                    add 1 to ws-total-sem-inscricao
                    exit section
               when other
                    move "P47ATLETA"                        to ws-msn-erro-pmg
                    move 14                                 to ws-msn-erro-offset
                    move 12                                 to ws-return-code
                    move ws-fs-arq-insc                     to ws-msn-erro-cod
                    move "Erro ao ler arq. arq-inscricoes"  to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           move fl-insc-classe-sexo                to ws-ret-classe-sexo(ws-ind-retorno)
           move fl-insc-classe-codigo              to ws-ret-classe-codigo(ws-ind-retorno)
           if   fl-insc-fed-situacao = "P" then    *> alterada depois do envio: o retorno é dos dados antigos
                move "P"                           to ws-ret-resultado(ws-ind-retorno)
                add 1 to ws-total-alteradas
                exit section
           end-if
           move ws-ret-situacao(ws-ind-retorno)    to fl-insc-fed-situacao
           move ws-ret-situacao(ws-ind-retorno)    to ws-ret-resultado(ws-ind-retorno)
           move ws-data-atual                      to fl-insc-fed-data
           if   ws-ret-recusa(ws-ind-retorno) then
                move spaces                        to fl-insc-fed-motivo
                string ws-ret-cod-motivo(ws-ind-retorno) delimited by size
                       " "                               delimited by size
                       ws-ret-motivo(ws-ind-retorno)     delimited by size
                  into fl-insc-fed-motivo
                end-string
                add 1 to ws-total-recusadas
           else
                move spaces                        to fl-insc-fed-motivo
                add 1 to ws-total-aceitas
           end-if
           rewrite fl-inscricao
           if   ws-fs-arq-insc <> "00" then
                move "P47ATLETA"                        to ws-msn-erro-pmg
                move 15                                 to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-insc                     to ws-msn-erro-cod
                move "Erro ao carimbar retorno na inscricao" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2400-aplicar-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatório de exceções do retorno
      *>------------------------------------------------------------------------
       2500-gerar-relatorio section.
           move spaces to ws-linha-saida
           string "RETORNO DA FEDERACAO - COMPETICAO " delimited by size
                  ws-competicao-retorno               delimited by size
                  " - "                               delimited by size
                  ws-comp-nome                        delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "ENTIDADE: "                        delimited by size
                  ws-entidade-retorno                 delimited by size
                  "  PROCESSADO NA FEDERACAO EM: "    delimited by size
                  ws-data-processamento               delimited by size
                  "  APLICADO EM: "                   delimited by size
                  ws-data-atual                       delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "RETORNOS: "                        delimited by size
                  ws-apurado-qtd                      delimited by size
                  "  ACEITAS: "                       delimited by size
                  ws-total-aceitas                    delimited by size
                  "  RECUSADAS: "                     delimited by size
                  ws-total-recusadas                  delimited by size
                  "  LINHAS INVALIDAS: "              delimited by size
                  ws-total-linhas-invalidas           delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform 2510-listar-recusadas
           perform 2520-listar-sem-inscricao
           perform 2530-listar-sem-retorno
           .
       2500-gerar-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as inscrições recusadas pela federação, com o motivo
      *>------------------------------------------------------------------------
       2510-listar-recusadas section.
           move spaces                             to ws-linha-saida
           perform 2910-escrever-linha
           move "INSCRICOES RECUSADAS PELA FEDERACAO" to ws-linha-saida
           perform 2910-escrever-linha
           move "ID     NOME                                     CLASSE COD MOTIVO"
                                                   to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-retorno from 1 by 1
                   until ws-ind-retorno > ws-qtd-retornos
                if   ws-ret-recusa(ws-ind-retorno) then
                     move ws-ret-id-atleta(ws-ind-retorno) to ws-id-procurado
                     perform 2210-buscar-atleta
                     move spaces to ws-linha-saida
                     string ws-id-procurado                      delimited by size
                            " "                                  delimited by size
                            ws-nome-listado                      delimited by size
                            " "                                  delimited by size
                            ws-ret-classe-sexo(ws-ind-retorno)   delimited by size
                            " "                                  delimited by size
                            ws-ret-classe-codigo(ws-ind-retorno) delimited by size
                            "  "                                 delimited by size
                            ws-ret-cod-motivo(ws-ind-retorno)    delimited by size
                            " "                                  delimited by size
                            ws-ret-motivo(ws-ind-retorno)        delimited by size
                       into ws-linha-saida
                     end-string
                     perform 2910-escrever-linha
                end-if
           end-perform
           if   ws-total-recusadas = zero then
                move "(nenhuma inscricao recusada)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2510-listar-recusadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os retornos que não casaram com nenhuma inscrição
      *>------------------------------------------------------------------------
       2520-listar-sem-inscricao section.
           move spaces                             to ws-linha-saida
           perform 2910-escrever-linha
           move "RETORNOS SEM INSCRICAO CORRESPONDENTE" to ws-linha-saida
           perform 2910-escrever-linha
           move "COMPET ID     S OBSERVACAO"       to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-retorno from 1 by 1
                   until ws-ind-retorno > ws-qtd-retornos
                if   ws-ret-sem-inscricao(ws-ind-retorno) then
                     evaluate ws-ret-resultado(ws-ind-retorno)
                         when "C"
                              move "retorno de outra competicao"     to ws-observacao
                         when "X"
                              move "situacao invalida no retorno"    to ws-observacao
                         when other
                              move "inscricao inexistente (excluida?)" to ws-observacao
                     end-evaluate
                     move spaces to ws-linha-saida
                     string ws-ret-competicao(ws-ind-retorno) delimited by size
                            " "                               delimited by size
                            ws-ret-id-atleta(ws-ind-retorno)  delimited by size
                            " "                               delimited by size
                            ws-ret-situacao(ws-ind-retorno)   delimited by size
                            " "                               delimited by size
                            ws-observacao                     delimited by size
                       into ws-linha-saida
                     end-string
                     perform 2910-escrever-linha
                end-if
           end-perform
           if   ws-total-sem-inscricao = zero then
                move "(nenhum retorno sem inscricao)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2520-listar-sem-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as inscrições da competição que continuam sem retorno
      *>  depois da aplicação: enviadas sem resposta ("E"), alteradas
      *>  depois do envio ("P") e nunca enviadas (branco)
      *>------------------------------------------------------------------------
       2530-listar-sem-retorno section.
           move spaces                             to ws-linha-saida
           perform 2910-escrever-linha
           move "INSCRICOES DA COMPETICAO SEM RETORNO" to ws-linha-saida
           perform 2910-escrever-linha
           move "ID     NOME                                     CLASSE ENVIO    OBSERVACAO"
                                                   to ws-linha-saida
           perform 2910-escrever-linha
           move ws-competicao-retorno              to fl-insc-competicao
           move zero                               to fl-insc-id-atleta
           start arq-inscricoes key is not less than fl-insc-chave
           if   ws-fs-arq-insc = "00" then
                move "N" to ws-fim-arquivo
                read arq-inscricoes next
                perform until ws-fim-do-arquivo
                     evaluate ws-fs-arq-insc
                         when "00"
                         when "02"
                              if   fl-insc-competicao <> ws-competicao-retorno then
                                   set ws-fim-do-arquivo to true
                              else
                                   perform 2540-conferir-sem-retorno
                                   read arq-inscricoes next
                              end-if
                         when "10"
                              set ws-fim-do-arquivo to true
                         when other
                              move "P47ATLETA"                       to ws-msn-erro-pmg
                              move 16                                to ws-msn-erro-offset
                              move 12                                to ws-return-code
                              move ws-fs-arq-insc                    to ws-msn-erro-cod
                              move "Erro ao ler arq. arq-inscricoes" to ws-msn-erro-text
                              perform 9000-finaliza-anormal
                     end-evaluate
                end-perform
           end-if
           if   ws-total-sem-retorno = zero
           and  ws-total-nao-enviadas = zero
           and  ws-total-reenviar = zero then
                move "(todas as inscricoes da competicao tiveram retorno)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2530-listar-sem-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista a inscrição corrente se ela ficou sem retorno
      *>------------------------------------------------------------------------
       2540-conferir-sem-retorno section.
           evaluate fl-insc-fed-situacao
               when "E"
                    move "enviada, sem retorno da federacao" to ws-observacao
                    add 1 to ws-total-sem-retorno
               when "P"
                    move "alterada apos o envio - reenviar"  to ws-observacao
                    add 1 to ws-total-reenviar
               when spaces
                    move "nunca enviada - incluir no proximo envio" to ws-observacao
                    add 1 to ws-total-nao-enviadas
               when other
                    exit section
           end-evaluate
           move fl-insc-id-atleta                  to ws-id-procurado
           perform 2210-buscar-atleta
           move spaces to ws-linha-saida
           string ws-id-procurado              delimited by size
                  " "                          delimited by size
                  ws-nome-listado              delimited by size
                  " "                          delimited by size
                  fl-insc-classe-sexo          delimited by size
                  " "                          delimited by size
                  fl-insc-classe-codigo        delimited by size
                  "  "                         delimited by size
                  fl-insc-fed-data             delimited by size
                  " "                          delimited by size
                  ws-observacao                delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2540-conferir-sem-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-saida no relatório
      *>------------------------------------------------------------------------
       2910-escrever-linha section.
           write fl-relatorio-linha from ws-linha-saida
           if   ws-fs-arq-rel <> "00" then
                move "P47ATLETA"                        to ws-msn-erro-pmg
                move 17                                 to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-rel                      to ws-msn-erro-cod
                move "Erro ao gravar arq-federacao-retorno-rel" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2910-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P47ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-retorno
           close arq-competicoes
           close arq-inscricoes
           close arq-atletas
           close arq-relatorio
           move ws-return-code to return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-retorno
           if   ws-fs-arq-retorno <> "00" then
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 18                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq-federacao-retorno" to ws-msn-erro-text
                move ws-fs-arq-retorno                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-competicoes
           if   ws-fs-arq-comp <> "00" then
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 19                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-competicoes" to ws-msn-erro-text
                move ws-fs-arq-comp                        to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-inscricoes
           if   ws-fs-arq-insc <> "00" then
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 20                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-inscricoes"  to ws-msn-erro-text
                move ws-fs-arq-insc                        to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-atletas
           if   ws-fs-arq-atletas <> "00" then
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 21                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-atletas"     to ws-msn-erro-text
                move ws-fs-arq-atletas                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-relatorio
           if   ws-fs-arq-rel <> "00" then
                move "P47ATLETA"                           to ws-msn-erro-pmg
                move 22                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq-federacao-retorno-rel" to ws-msn-erro-text
                move ws-fs-arq-rel                         to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           stop run
           .
       3000-finaliza-exit.
           exit.

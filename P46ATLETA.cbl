      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P46ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job batch do envio das inscrições de uma competição à federação:
      *> depois de encerrado o prazo de inscrição (fl-comp-limite-inscr),
      *> grava as inscrições da competição (arq-inscricoes.dat, mantidas
      *> pelo P23ATLETA) no layout posicional de envio da federação, em
      *> arq-federacao-envio.txt, linhas de 120 posições:
      *>   - header (tipo "0"): layout, entidade, competição, data do
      *>     evento, data/hora da geração e indicador N primeiro envio /
      *>     R reenvio;
      *>   - um detalhe (tipo "1") por inscrição enviada, com o movimento
      *>     I inclusão (nunca enviada) ou A substituição (já enviada);
      *>   - trailer (tipo "9") com os totais de controle: quantidade de
      *>     detalhes e soma dos ids dos atletas.
      *> a referência de cada inscrição na federação é competição + id do
      *> atleta: reenviar a competição substitui as inscrições de mesma
      *> referência, sem duplicar nada do lado da federação. cada
      *> inscrição enviada fica carimbada como "E" (enviada, aguardando o
      *> retorno, processado pelo P47ATLETA) com a data do envio.
      *> inscrições de id fora de arq-atletas.dat ou de atleta inativo/
      *> transferido não são enviadas e saem listadas no log do job.
      *> o código da competição vem de arq-param-federacao.txt (primeira
      *> linha, colunas 1-6); sem o arquivo, a execução é recusada. a
      *> linha "ENTIDADE xxxxxxxxxx" (colunas 10-19), em qualquer linha
      *> seguinte, informa o código de filiação do clube na federação.
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

           select arq-parametros assign to "arq-param-federacao.txt"
           organization is line sequential
           file status is ws-fs-arq-param.

           select arq-envio assign to "arq-federacao-envio.txt"
           organization is line sequential
           file status is ws-fs-arq-envio.

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

       fd arq-parametros.
       01 fl-param-linha                           pic x(20).

       fd arq-envio.
       01 fl-envio-linha                           pic x(120).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-comp                           pic x(02).
       77 ws-fs-arq-insc                           pic x(02).
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-envio                          pic x(02).
       77 ws-data-atual                            pic 9(08).
       77 ws-hora-atual                            pic 9(08). *> hhmmsscc (ACCEPT FROM TIME)

      *>----Parâmetros: competição pedida e código da entidade
       77 ws-competicao-pedida                     pic x(06) value spaces.
       77 ws-entidade                              pic x(10) value spaces.
       77 ws-competicao-achada                     pic x(01) value "N".
           88 ws-tem-competicao                    value "S".
       01 ws-competicao.
           05 ws-comp-nome                         pic x(40).
           05 ws-comp-data                         pic 9(08).
           05 ws-comp-local                        pic x(30).
           05 ws-comp-limite-inscr                 pic 9(08).

       77 ws-fim-arquivo                           pic x(01).
           88 ws-fim-do-arquivo                    value "S".

      *>----Tabela de atletas (dados que vão no detalhe do envio)
       77 ws-qtd-atletas                           pic 9(04) value zero.
       77 ws-ind-atleta                            pic 9(04).
       01 ws-tabela-atletas.
           05 ws-atleta-entrada occurs 5000.
               10 ws-atleta-id                     pic 9(06).
               10 ws-atleta-nome                   pic x(50).
               10 ws-atleta-sexo                   pic x(01).
               10 ws-atleta-nascimento             pic 9(08).
               10 ws-atleta-situacao               pic x(01).
                   88 ws-atleta-inativo            values "I" "T".
               10 ws-atleta-clube                  pic x(06).

       77 ws-id-procurado                          pic 9(06).
       77 ws-achou-atleta                          pic x(01).
           88 ws-atleta-cadastrado                 value "S".

      *>----Tabela das inscrições da competição pedida
       77 ws-qtd-inscritos                         pic 9(04) value zero.
       77 ws-ind-inscrito                          pic 9(04).
       01 ws-tabela-inscritos.
           05 ws-inscrito-entrada occurs 2000.
               10 ws-inscrito-id                   pic 9(06).
               10 ws-inscrito-classe-sexo          pic x(01).
               10 ws-inscrito-classe-codigo        pic x(03).
               10 ws-inscrito-data                 pic 9(08).
               10 ws-inscrito-fed-situacao         pic x(01).

      *>----Indicador do header: R quando alguma inscrição da competição
      *>    já tinha ido à federação
       77 ws-indicador-envio                       pic x(01) value "N".
           88 ws-reenvio                           value "R".

      *>----Totais de controle do trailer e do log do job
       77 ws-total-enviados                        pic 9(06) value zero.
       77 ws-soma-ids                              pic 9(12) value zero.
       77 ws-total-inclusoes                       pic 9(06) value zero.
       77 ws-total-substituicoes                   pic 9(06) value zero.
       77 ws-total-sem-cadastro                    pic 9(06) value zero.
       77 ws-total-inativos                        pic 9(06) value zero.

      *>----Layout posicional de envio da federação (120 posições)
       01 ws-envio-header.
           05 ws-env-h-tipo                        pic x(01) value "0".
           05 ws-env-h-layout                      pic x(08) value "INSCRFED".
           05 ws-env-h-versao                      pic x(02) value "01".
           05 ws-env-h-entidade                    pic x(10).
           05 ws-env-h-competicao                  pic x(06).
           05 ws-env-h-nome-comp                   pic x(40).
           05 ws-env-h-data-evento                 pic 9(08).
           05 ws-env-h-data-geracao                pic 9(08).
           05 ws-env-h-hora-geracao                pic 9(06).
           05 ws-env-h-indicador                   pic x(01). *> N primeiro envio / R reenvio
           05 filler                               pic x(30) value spaces.

       01 ws-envio-detalhe.
           05 ws-env-d-tipo                        pic x(01) value "1".
           05 ws-env-d-movimento                   pic x(01). *> I inclusão / A substituição
           05 ws-env-d-competicao                  pic x(06).
           05 ws-env-d-id-atleta                   pic 9(06).
           05 ws-env-d-nome                        pic x(50).
           05 ws-env-d-sexo                        pic x(01).
           05 ws-env-d-nascimento                  pic 9(08).
           05 ws-env-d-classe-sexo                 pic x(01).
           05 ws-env-d-classe-codigo               pic x(03).
           05 ws-env-d-clube                       pic x(06).
           05 ws-env-d-data-inscricao              pic 9(08).
           05 filler                               pic x(29) value spaces.

       01 ws-envio-trailer.
           05 ws-env-t-tipo                        pic x(01) value "9".
           05 ws-env-t-competicao                  pic x(06).
           05 ws-env-t-qtd-registros               pic 9(06).
           05 ws-env-t-soma-ids                    pic 9(12).
           05 filler                               pic x(95) value spaces.

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
           perform 1100-ler-parametros
           accept ws-data-atual                    from date yyyymmdd
           accept ws-hora-atual                    from time
           open input arq-competicoes
           if   ws-fs-arq-comp <> "00"
           and  ws-fs-arq-comp <> "05" then
                move "P46ATLETA"                          to ws-msn-erro-pmg
                move 1                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-comp                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-competicoes" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-inscricoes                 *> i-o: cada inscrição enviada é carimbada
           if   ws-fs-arq-insc <> "00"
           and  ws-fs-arq-insc <> "05" then
                move "P46ATLETA"                          to ws-msn-erro-pmg
                move 2                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-insc                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-inscricoes"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-atletas
           if   ws-fs-arq-atletas <> "00"
           and  ws-fs-arq-atletas <> "05" then
                move "P46ATLETA"                        to ws-msn-erro-pmg
                move 3                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-atletas                  to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-atletas"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-envio
           if   ws-fs-arq-envio <> "00" then
                move "P46ATLETA"                          to ws-msn-erro-pmg
                move 4                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-envio                      to ws-msn-erro-cod
                move "Erro ao abrir arq-federacao-envio"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           perform 1200-localizar-competicao
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê o código da competição do arquivo de parâmetros; sem o
      *>  arquivo ou com a primeira linha em branco, a execução é
      *>  recusada. nas linhas seguintes, ENTIDADE traz o código de
      *>  filiação do clube na federação, que vai no header
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-parametros
           if   ws-fs-arq-param = "00" then
                read arq-parametros
                if   ws-fs-arq-param = "00" then
                     move fl-param-linha(1:6)      to ws-competicao-pedida
                end-if
                read arq-parametros
                perform until ws-fs-arq-param <> "00"
                        if   fl-param-linha(1:9) = "ENTIDADE " then
                             move fl-param-linha(10:10) to ws-entidade
                        end-if
                        read arq-parametros
                end-perform
                close arq-parametros
           end-if
           if   ws-competicao-pedida = spaces then
                move "P46ATLETA"                           to ws-msn-erro-pmg
                move 5                                     to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move spaces                                to ws-msn-erro-cod
                move "Informe a competicao em arq-param-federacao" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1100-ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza a competição pedida varrendo o calendário na ordem da
      *>  chave; sem a competição a execução é recusada
      *>------------------------------------------------------------------------
       1200-localizar-competicao section.
           move "N" to ws-fim-arquivo
           read arq-competicoes next
           perform until ws-fim-do-arquivo or ws-tem-competicao
                evaluate ws-fs-arq-comp
                    when "00"
                    when "02"
                         if   fl-comp-codigo = ws-competicao-pedida then
                              set ws-tem-competicao to true
                              move fl-comp-nome         to ws-comp-nome
                              move fl-comp-data         to ws-comp-data
                              move fl-comp-local        to ws-comp-local
                              move fl-comp-limite-inscr to ws-comp-limite-inscr
                         else
                              read arq-competicoes next
                         end-if
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P46ATLETA"                        to ws-msn-erro-pmg
                         move 6                                  to ws-msn-erro-offset
                         move 12                                 to ws-return-code
                         move ws-fs-arq-comp                     to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-competicoes" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           if   not ws-tem-competicao then
                move "P46ATLETA"                           to ws-msn-erro-pmg
                move 7                                     to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move spaces                                to ws-msn-erro-cod
                move "Competicao pedida nao esta no calendario" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1200-localizar-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega atletas e inscrições da
      *>  competição e grava o arquivo de envio (header, detalhes,
      *>  trailer), carimbando as inscrições enviadas
      *>------------------------------------------------------------------------
       2000-processamento section.
           if   ws-data-atual not > ws-comp-limite-inscr then
                display "P46ATLETA: ATENCAO - prazo de inscricao da competicao "
                        ws-competicao-pedida " aberto ate " ws-comp-limite-inscr
                        "; inscricoes posteriores exigem novo envio"
           end-if
           perform 2100-carregar-atletas
           perform 2200-carregar-inscricoes
           perform 2300-escrever-header
           perform varying ws-ind-inscrito from 1 by 1
                   until ws-ind-inscrito > ws-qtd-inscritos
                perform 2400-enviar-inscricao
           end-perform
           perform 2500-escrever-trailer
           display "P46ATLETA: competicao " ws-competicao-pedida ": "
                   ws-total-enviados " inscricao(oes) enviada(s) ("
                   ws-total-inclusoes " inclusao(oes), "
                   ws-total-substituicoes " substituicao(oes)), soma dos ids "
                   ws-soma-ids
           display "P46ATLETA: nao enviadas: "
                   ws-total-sem-cadastro " sem cadastro, "
                   ws-total-inativos " de atleta inativo/transferido"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a tabela de atletas com os dados do detalhe de envio
      *>------------------------------------------------------------------------
       2100-carregar-atletas section.
           move "N" to ws-fim-arquivo
           read arq-atletas next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         if   ws-qtd-atletas = 5000 then
                              move "P46ATLETA"                    to ws-msn-erro-pmg
                              move 8                              to ws-msn-erro-offset
                              move 12                             to ws-return-code
                              move spaces                         to ws-msn-erro-cod
                              move "Tabela de atletas cheia (max 5000)" to ws-msn-erro-text
                              perform 9000-finaliza-anormal
                         end-if
                         add 1 to ws-qtd-atletas
                         move fl-id-atleta       to ws-atleta-id(ws-qtd-atletas)
                         move fl-nome            to ws-atleta-nome(ws-qtd-atletas)
                         move fl-sexo            to ws-atleta-sexo(ws-qtd-atletas)
                         move fl-data-nascimento to ws-atleta-nascimento(ws-qtd-atletas)
                         move fl-situacao        to ws-atleta-situacao(ws-qtd-atletas)
                         move fl-clube           to ws-atleta-clube(ws-qtd-atletas)
                         read arq-atletas next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P46ATLETA"                     to ws-msn-erro-pmg
                         move 9                               to ws-msn-erro-offset
                         move 12                              to ws-return-code
                         move ws-fs-arq-atletas               to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-atletas"  to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2100-carregar-atletas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca ws-id-procurado na tabela de atletas; quando encontrado,
      *>  ws-ind-atleta fica apontando para a entrada
      *>------------------------------------------------------------------------
       2110-buscar-atleta section.
           move "N" to ws-achou-atleta
           perform varying ws-ind-atleta from 1 by 1
                   until ws-ind-atleta > ws-qtd-atletas
                   or ws-atleta-cadastrado
                if   ws-atleta-id(ws-ind-atleta) = ws-id-procurado then
                     set ws-atleta-cadastrado to true
                end-if
           end-perform
           if   ws-atleta-cadastrado then
                subtract 1 from ws-ind-atleta     *> o perform varying avança 1 após achar
           end-if
           .
       2110-buscar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as inscrições da competição: posiciona no início da
      *>  chave (competição + id zero) e percorre enquanto o código da
      *>  competição se mantiver, como a operação CC do P23ATLETA
      *>------------------------------------------------------------------------
       2200-carregar-inscricoes section.
           move ws-competicao-pedida               to fl-insc-competicao
           move zero                               to fl-insc-id-atleta
           start arq-inscricoes key is not less than fl-insc-chave
           if   ws-fs-arq-insc <> "00" then        *> nenhuma inscrição a partir da competição
                exit section
           end-if
           move "N" to ws-fim-arquivo
           read arq-inscricoes next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-insc
                    when "00"
                    when "02"
                         if   fl-insc-competicao <> ws-competicao-pedida then
                              set ws-fim-do-arquivo to true *> passou do grupo da competição
                         else
                              if   ws-qtd-inscritos = 2000 then
                                   move "P46ATLETA"                    to ws-msn-erro-pmg
                                   move 10                             to ws-msn-erro-offset
                                   move 12                             to ws-return-code
                                   move spaces                         to ws-msn-erro-cod
                                   move "Tabela de inscritos cheia (max 2000)" to ws-msn-erro-text
                                   perform 9000-finaliza-anormal
                              end-if
                              add 1 to ws-qtd-inscritos
                              move fl-insc-id-atleta     to ws-inscrito-id(ws-qtd-inscritos)
                              move fl-insc-classe-sexo   to ws-inscrito-classe-sexo(ws-qtd-inscritos)
                              move fl-insc-classe-codigo to ws-inscrito-classe-codigo(ws-qtd-inscritos)
                              move fl-insc-data          to ws-inscrito-data(ws-qtd-inscritos)
                              move fl-insc-fed-situacao  to ws-inscrito-fed-situacao(ws-qtd-inscritos)
                              if   fl-insc-fed-situacao <> spaces then
                                   set ws-reenvio        to true
                              end-if
                              read arq-inscricoes next
                         end-if
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P46ATLETA"                       to ws-msn-erro-pmg
                         move 11                                to ws-msn-erro-offset
                         move 12                                to ws-return-code
                         move ws-fs-arq-insc                    to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-inscricoes" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2200-carregar-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o header do arquivo de envio
      *>------------------------------------------------------------------------
       2300-escrever-header section.
           move ws-entidade                        to ws-env-h-entidade
           move ws-competicao-pedida               to ws-env-h-competicao
           move ws-comp-nome                       to ws-env-h-nome-comp
           move ws-comp-data                       to ws-env-h-data-evento
           move ws-data-atual                      to ws-env-h-data-geracao
           move ws-hora-atual(1:6)                 to ws-env-h-hora-geracao
           move ws-indicador-envio                 to ws-env-h-indicador
           write fl-envio-linha from ws-envio-header
           perform 2910-conferir-gravacao
           .
       2300-escrever-header-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Envia a inscrição corrente da tabela: atleta sem cadastro ou
      *>  inativo/transferido fica de fora (listado no log); as demais
      *>  vão no detalhe e entram nos totais de controle
      *>------------------------------------------------------------------------
       2400-enviar-inscricao section.
           move ws-inscrito-id(ws-ind-inscrito)    to ws-id-procurado
           perform 2110-buscar-atleta
           if   not ws-atleta-cadastrado then
                add 1 to ws-total-sem-cadastro
                display "P46ATLETA: nao enviada - id " ws-id-procurado
                        " fora de arq-atletas"
                exit section
           end-if
           if   ws-atleta-inativo(ws-ind-atleta) then
                add 1 to ws-total-inativos
                display "P46ATLETA: nao enviada - id " ws-id-procurado
                        " atleta inativo/transferido"
                exit section
           end-if
           if   ws-inscrito-fed-situacao(ws-ind-inscrito) = spaces then
                move "I"                           to ws-env-d-movimento
                add 1 to ws-total-inclusoes
           else
                move "A"                           to ws-env-d-movimento
                add 1 to ws-total-substituicoes
           end-if
           move ws-competicao-pedida                        to ws-env-d-competicao
           move ws-id-procurado                             to ws-env-d-id-atleta
           move ws-atleta-nome(ws-ind-atleta)               to ws-env-d-nome
           move ws-atleta-sexo(ws-ind-atleta)               to ws-env-d-sexo
           move ws-atleta-nascimento(ws-ind-atleta)         to ws-env-d-nascimento
           move ws-inscrito-classe-sexo(ws-ind-inscrito)    to ws-env-d-classe-sexo
           move ws-inscrito-classe-codigo(ws-ind-inscrito)  to ws-env-d-classe-codigo
           move ws-atleta-clube(ws-ind-atleta)              to ws-env-d-clube
           move ws-inscrito-data(ws-ind-inscrito)           to ws-env-d-data-inscricao
           write fl-envio-linha from ws-envio-detalhe
           perform 2910-conferir-gravacao
           add 1 to ws-total-enviados
           add ws-id-procurado to ws-soma-ids
           perform 2410-carimbar-inscricao
           .
       2400-enviar-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carimba a inscrição enviada: situação "E" (aguardando o retorno
      *>  da federação), data do envio e motivo de recusa anterior limpo
      *>------------------------------------------------------------------------
       2410-carimbar-inscricao section.
           move ws-competicao-pedida               to fl-insc-competicao
           move ws-id-procurado                    to fl-insc-id-atleta
           read arq-inscricoes key is fl-insc-chave
           if   ws-fs-arq-insc <> "00" then
                move "P46ATLETA"                        to ws-msn-erro-pmg
                move 12                                 to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-insc                     to ws-msn-erro-cod
                move "Erro ao reler inscricao enviada"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move "E"                                to fl-insc-fed-situacao
           move ws-data-atual                      to fl-insc-fed-data
           move spaces                             to fl-insc-fed-motivo
           rewrite fl-inscricao
           if   ws-fs-arq-insc <> "00" then
                move "P46ATLETA"                        to ws-msn-erro-pmg
                move 13                                 to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-insc                     to ws-msn-erro-cod
                move "Erro ao carimbar inscricao enviada" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2410-carimbar-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o trailer com os totais de controle do envio
      *>------------------------------------------------------------------------
       2500-escrever-trailer section.
           move ws-competicao-pedida               to ws-env-t-competicao
           move ws-total-enviados                  to ws-env-t-qtd-registros
           move ws-soma-ids                        to ws-env-t-soma-ids
           write fl-envio-linha from ws-envio-trailer
           perform 2910-conferir-gravacao
           .
       2500-escrever-trailer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o file status da última gravação no arquivo de envio
      *>------------------------------------------------------------------------
       2910-conferir-gravacao section.
           if   ws-fs-arq-envio <> "00" then
                move "P46ATLETA"                          to ws-msn-erro-pmg
                move 14                                   to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-envio                      to ws-msn-erro-cod
                move "Erro ao gravar arq-federacao-envio" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2910-conferir-gravacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P46ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-competicoes
           close arq-inscricoes
           close arq-atletas
           close arq-envio
           move ws-return-code to return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-competicoes
           if   ws-fs-arq-comp <> "00" then
                move "P46ATLETA"                           to ws-msn-erro-pmg
                move 15                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-competicoes" to ws-msn-erro-text
                move ws-fs-arq-comp                        to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-inscricoes
           if   ws-fs-arq-insc <> "00" then
                move "P46ATLETA"                           to ws-msn-erro-pmg
                move 16                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-inscricoes"  to ws-msn-erro-text
                move ws-fs-arq-insc                        to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-atletas
           if   ws-fs-arq-atletas <> "00" then
                move "P46ATLETA"                           to ws-msn-erro-pmg
                move 17                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-atletas"     to ws-msn-erro-text
                move ws-fs-arq-atletas                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-envio
           if   ws-fs-arq-envio <> "00" then
                move "P46ATLETA"                           to ws-msn-erro-pmg
                move 18                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq-federacao-envio"  to ws-msn-erro-text
                move ws-fs-arq-envio                       to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           stop run
           .
       3000-finaliza-exit.
           exit.

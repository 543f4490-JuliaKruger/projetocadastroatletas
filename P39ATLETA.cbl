      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P39ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job batch do quadro de medalhas e do ranking da temporada, a
      *> partir dos resultados lançados pelo P37ATLETA
      *> (arq-resultados.dat). a temporada é o ano civil das competições
      *> (ano de fl-comp-data) e vem de arq-param-ranking.txt (primeira
      *> linha, "CCYY"); sem o arquivo, vale o ano da execução. o
      *> relatório arq-medalhas.txt tem duas partes:
      *>   - quadro de medalhas POR COMPETIÇÃO, em ordem de data do
      *>     evento: medalhistas por classe (ouro, prata, bronze) e o
      *>     total de medalhas, atletas com resultado e desclassificados
      *>     do evento, fechando com o total da temporada;
      *>   - ranking da temporada POR CLASSE E SEXO (a classe é a da
      *>     inscrição, copiada para o resultado): pontos por colocação
      *>     (ouro 10, prata 7, bronze 5, demais colocações 1,
      *>     desclassificado 0), desempate por ouros, pratas, bronzes e,
      *>     por fim, pelo id.
      *> as duas partes saem de sorts com output procedure, como o
      *> P16ATLETA faz por sexo.
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

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is sequential
           record key is fl-res-chave
           file status is ws-fs-arq-res.

           select arq-atletas assign to "arq-atletas.dat"
           organization is indexed
           access mode is sequential
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-ordenado assign to "P39ATLETA.wrk".

           select arq-ordenado-rank assign to "P39ATLETA-rank.wrk".

           select arq-parametros assign to "arq-param-ranking.txt"
           organization is line sequential
           file status is ws-fs-arq-param.

           select arq-medalhas assign to "arq-medalhas.txt"
           organization is line sequential
           file status is ws-fs-arq-med.

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

       fd arq-resultados.
       01 fl-resultado.
           05 fl-res-chave.
               10 fl-res-competicao                pic x(06).
               10 fl-res-id-atleta                 pic 9(06).
           05 fl-res-classe-sexo                   pic x(01).
           05 fl-res-classe-codigo                 pic x(03).
           05 fl-res-colocacao                     pic 9(03). *> zero quando desclassificado
           05 fl-res-medalha                       pic x(01). *> O ouro / P prata / B bronze / espaço
           05 fl-res-motivo-desclass               pic x(40). *> preenchido = desclassificado
           05 fl-res-data                          pic 9(08).

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

      *>----Resultados da temporada, ordenados por data do evento,
      *>    competição, classe e colocação (desclassificado por último)
       sd arq-ordenado.
       01 sl-resultado.
           05 sl-comp-data                         pic 9(08).
           05 sl-competicao                        pic x(06).
           05 sl-classe-sexo                       pic x(01).
           05 sl-classe-codigo                     pic x(03).
           05 sl-ordem                             pic 9(03). *> colocação; 999 desclassificado
           05 sl-id-atleta                         pic 9(06).
           05 sl-colocacao                         pic 9(03).
           05 sl-medalha                           pic x(01).
           05 sl-motivo-desclass                   pic x(40).

      *>----Acumulado da temporada por atleta e classe, ordenado para o
      *>    ranking
       sd arq-ordenado-rank.
       01 sk-ranking.
           05 sk-classe-sexo                       pic x(01).
           05 sk-classe-codigo                     pic x(03).
           05 sk-pontos                            pic 9(05).
           05 sk-ouro                              pic 9(03).
           05 sk-prata                             pic 9(03).
           05 sk-bronze                            pic 9(03).
           05 sk-id-atleta                         pic 9(06).
           05 sk-participacoes                     pic 9(03).

       fd arq-parametros.
       01 fl-param-linha                           pic x(20).

       fd arq-medalhas.
       01 fl-med-linha                             pic x(120).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-comp                           pic x(02).
       77 ws-fs-arq-res                            pic x(02).
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-med                            pic x(02).
       77 ws-linha-saida                           pic x(120).
       77 ws-data-atual                            pic 9(08).

      *>----Temporada pedida (ano civil das competições)
       77 ws-temporada                             pic 9(04).

      *>----Sem arq-resultados.dat (nenhum resultado lançado ainda) o
      *>    relatório sai só com os cabeçalhos
       77 ws-resultados-existentes                 pic x(01) value "S".
           88 ws-resultados-inexistentes           value "N".

       77 ws-fim-arquivo                           pic x(01).
           88 ws-fim-do-arquivo                    value "S".
       77 ws-fim-ordenado                          pic x(01) value "N".
           88 ws-fim-do-arquivo-ordenado           value "S".

      *>----Pontos por colocação no ranking da temporada
       77 ws-pontos-ouro                           pic 9(02) value 10.
       77 ws-pontos-prata                          pic 9(02) value 07.
       77 ws-pontos-bronze                         pic 9(02) value 05.
       77 ws-pontos-colocado                       pic 9(02) value 01.

      *>----Tabela das competições da temporada
       77 ws-qtd-competicoes                       pic 9(03) value zero.
       77 ws-ind-competicao                        pic 9(03).
       01 ws-tabela-competicoes.
           05 ws-competicao-entrada occurs 500.
               10 ws-comp-codigo                   pic x(06).
               10 ws-comp-nome                     pic x(40).
               10 ws-comp-data                     pic 9(08).
       77 ws-codigo-procurado                      pic x(06).
       77 ws-achou-competicao                      pic x(01).
           88 ws-competicao-da-temporada           value "S".

      *>----Tabela de atletas (id + nome) para as linhas do relatório
       77 ws-qtd-atletas                           pic 9(04) value zero.
       77 ws-ind-atleta                            pic 9(04).
       01 ws-tabela-atletas.
           05 ws-atleta-entrada occurs 5000.
               10 ws-atleta-id                     pic 9(06).
               10 ws-atleta-nome                   pic x(50).
       77 ws-id-procurado                          pic 9(06).
       77 ws-achou-atleta                          pic x(01).
           88 ws-atleta-cadastrado                 value "S".
       77 ws-nome-impressao                        pic x(50).

      *>----Acumulado da temporada por atleta + classe
       77 ws-qtd-ranking                           pic 9(04) value zero.
       77 ws-ind-ranking                           pic 9(04).
       01 ws-tabela-ranking.
           05 ws-ranking-entrada occurs 5000.
               10 ws-rank-id-atleta                pic 9(06).
               10 ws-rank-classe-sexo              pic x(01).
               10 ws-rank-classe-codigo            pic x(03).
               10 ws-rank-pontos                   pic 9(05).
               10 ws-rank-ouro                     pic 9(03).
               10 ws-rank-prata                    pic 9(03).
               10 ws-rank-bronze                   pic 9(03).
               10 ws-rank-participacoes            pic 9(03).
       77 ws-achou-ranking                         pic x(01).
           88 ws-ranking-encontrado                value "S".

      *>----Controle de quebra do quadro de medalhas (competição)
       77 ws-competicao-anterior                   pic x(06) value spaces.
       77 ws-comp-ouro                             pic 9(04) value zero.
       77 ws-comp-prata                            pic 9(04) value zero.
       77 ws-comp-bronze                           pic 9(04) value zero.
       77 ws-comp-atletas                          pic 9(04) value zero.
       77 ws-comp-desclass                         pic 9(04) value zero.
       77 ws-tot-competicoes                       pic 9(04) value zero.
       77 ws-tot-ouro                              pic 9(05) value zero.
       77 ws-tot-prata                             pic 9(05) value zero.
       77 ws-tot-bronze                            pic 9(05) value zero.
       77 ws-tot-resultados                        pic 9(05) value zero.
       77 ws-tot-desclass                          pic 9(05) value zero.

      *>----Controle de quebra do ranking (sexo + classe)
       01 ws-classe-anterior.
           05 ws-classe-ant-sexo                   pic x(01) value spaces.
           05 ws-classe-ant-codigo                 pic x(03) value spaces.
       77 ws-posicao                               pic 9(04).
       77 ws-tot-classes-ranking                   pic 9(04) value zero.

      *>----Campos editados para impressão
       77 ws-medalha-edit                          pic x(06).
       77 ws-posicao-edit                          pic zzz9.
       77 ws-pontos-edit                           pic zzzz9.

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
           accept ws-data-atual from date yyyymmdd
           perform 1100-ler-parametros
           open input arq-competicoes
           if   ws-fs-arq-comp <> "00"
           and  ws-fs-arq-comp <> "05" then
                move "P39ATLETA"                          to ws-msn-erro-pmg
                move 1                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-comp                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-competicoes" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-resultados
           evaluate ws-fs-arq-res
               when "00"
               when "05"
                    continue
               when "35"                           *> nenhum resultado lançado ainda
                    set ws-resultados-inexistentes to true
               when other
                    move "P39ATLETA"                          to ws-msn-erro-pmg
                    move 2                                    to ws-msn-erro-offset
                    move 12                                   to ws-return-code
                    move ws-fs-arq-res                        to ws-msn-erro-cod
                    move "Erro ao abrir arq. arq-resultados"  to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           open input arq-atletas
           if   ws-fs-arq-atletas <> "00"
           and  ws-fs-arq-atletas <> "05" then
                move "P39ATLETA"                        to ws-msn-erro-pmg
                move 3                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-atletas                  to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-atletas"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-medalhas
           if   ws-fs-arq-med <> "00" then
                move "P39ATLETA"                        to ws-msn-erro-pmg
                move 4                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-med                      to ws-msn-erro-cod
                move "Erro ao abrir arq-medalhas"       to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê a temporada (ano "CCYY") do arquivo de parâmetros; sem o
      *>  arquivo ou com valor inválido, vale o ano da execução
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           move ws-data-atual(1:4)                 to ws-temporada
           open input arq-parametros
           if   ws-fs-arq-param = "00" then
                read arq-parametros
                if   ws-fs-arq-param = "00"
                and  fl-param-linha(1:4) is numeric
                and  fl-param-linha(1:4) > "1900" then
                     move fl-param-linha(1:4)      to ws-temporada
                end-if
                close arq-parametros
           end-if
           .
       1100-ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega as tabelas de referência e
      *>  gera as duas partes do relatório
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform 2010-carregar-competicoes
           perform 2020-carregar-atletas
           move spaces to ws-linha-saida
           string "QUADRO DE MEDALHAS E RANKING DA TEMPORADA " delimited by size
                  ws-temporada                                 delimited by size
                  "      EMITIDO EM: "                         delimited by size
                  ws-data-atual                                delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           sort arq-ordenado
                on ascending key sl-comp-data
                on ascending key sl-competicao
                on ascending key sl-classe-sexo
                on ascending key sl-classe-codigo
                on ascending key sl-ordem
                on ascending key sl-id-atleta
                input procedure 2100-selecionar-resultados
                output procedure 2200-gerar-quadro-medalhas
           sort arq-ordenado-rank
                on ascending key sk-classe-sexo
                on ascending key sk-classe-codigo
                on descending key sk-pontos
                on descending key sk-ouro
                on descending key sk-prata
                on descending key sk-bronze
                on ascending key sk-id-atleta
                input procedure 2300-liberar-ranking
                output procedure 2400-gerar-ranking
           display "P39ATLETA: temporada " ws-temporada ": "
                   ws-tot-competicoes " competicao(oes) com resultado, "
                   ws-tot-resultados " resultado(s), "
                   ws-tot-ouro " ouro(s), "
                   ws-tot-prata " prata(s), "
                   ws-tot-bronze " bronze(s)"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as competições cuja data do evento cai na temporada
      *>------------------------------------------------------------------------
       2010-carregar-competicoes section.
           move "N" to ws-fim-arquivo
           read arq-competicoes next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-comp
                    when "00"
                    when "02"
                         if   fl-comp-data(1:4) = ws-temporada then
                              if   ws-qtd-competicoes = 500 then
                                   move "P39ATLETA"                    to ws-msn-erro-pmg
                                   move 5                              to ws-msn-erro-offset
                                   move 12                             to ws-return-code
                                   move spaces                         to ws-msn-erro-cod
                                   move "Tabela de competicoes cheia (max 500)" to ws-msn-erro-text
                                   perform 9000-finaliza-anormal
                              end-if
                              add 1 to ws-qtd-competicoes
                              move fl-comp-codigo to ws-comp-codigo(ws-qtd-competicoes)
                              move fl-comp-nome   to ws-comp-nome(ws-qtd-competicoes)
                              move fl-comp-data   to ws-comp-data(ws-qtd-competicoes)
                         end-if
                         read arq-competicoes next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P39ATLETA"                        to ws-msn-erro-pmg
                         move 6                                  to ws-msn-erro-offset
                         move 12                                 to ws-return-code
                         move ws-fs-arq-comp                     to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-competicoes" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2010-carregar-competicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os atletas cadastrados (id + nome)
      *>------------------------------------------------------------------------
       2020-carregar-atletas section.
           move "N" to ws-fim-arquivo
           read arq-atletas next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         if   ws-qtd-atletas = 5000 then
                              move "P39ATLETA"                    to ws-msn-erro-pmg
                              move 7                              to ws-msn-erro-offset
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
                         move "P39ATLETA"                     to ws-msn-erro-pmg
                         move 8                               to ws-msn-erro-offset
                         move 12                              to ws-return-code
                         move ws-fs-arq-atletas               to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-atletas"  to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2020-carregar-atletas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca ws-codigo-procurado na tabela de competições da
      *>  temporada; quando encontrada, ws-ind-competicao aponta para ela
      *>------------------------------------------------------------------------
       2030-buscar-competicao section.
           move "N" to ws-achou-competicao
           perform varying ws-ind-competicao from 1 by 1
                   until ws-ind-competicao > ws-qtd-competicoes
                   or ws-competicao-da-temporada
                if   ws-comp-codigo(ws-ind-competicao) = ws-codigo-procurado then
                     set ws-competicao-da-temporada to true
                end-if
           end-perform
           if   ws-competicao-da-temporada then
                subtract 1 from ws-ind-competicao  *> o perform varying avança 1 após achar
           end-if
           .
       2030-buscar-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca ws-id-procurado na tabela de atletas e devolve o nome para
      *>  impressão (id fora do cadastro sai marcado)
      *>------------------------------------------------------------------------
       2040-buscar-atleta section.
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
                move ws-atleta-nome(ws-ind-atleta) to ws-nome-impressao
           else
                move "(SEM CADASTRO EM ARQ-ATLETAS)" to ws-nome-impressao
           end-if
           .
       2040-buscar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Input procedure do quadro de medalhas: libera para o sort os
      *>  resultados das competições da temporada, com a data do evento
      *>  na frente da chave
      *>------------------------------------------------------------------------
       2100-selecionar-resultados section.
           if   ws-resultados-inexistentes then
                exit section
           end-if
           move "N" to ws-fim-arquivo
           read arq-resultados next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-res
                    when "00"
                    when "02"
                         move fl-res-competicao to ws-codigo-procurado
                         perform 2030-buscar-competicao
                         if   ws-competicao-da-temporada then
                              move ws-comp-data(ws-ind-competicao) to sl-comp-data
                              move fl-res-competicao       to sl-competicao
                              move fl-res-classe-sexo      to sl-classe-sexo
                              move fl-res-classe-codigo    to sl-classe-codigo
                              if   fl-res-motivo-desclass <> spaces then
                                   move 999                to sl-ordem
                              else
                                   move fl-res-colocacao   to sl-ordem
                              end-if
                              move fl-res-id-atleta        to sl-id-atleta
                              move fl-res-colocacao        to sl-colocacao
                              move fl-res-medalha          to sl-medalha
                              move fl-res-motivo-desclass  to sl-motivo-desclass
                              release sl-resultado
                         end-if
                         read arq-resultados next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P39ATLETA"                       to ws-msn-erro-pmg
                         move 9                                 to ws-msn-erro-offset
                         move 12                                to ws-return-code
                         move ws-fs-arq-res                     to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-resultados" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2100-selecionar-resultados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Output procedure do quadro de medalhas: control-break por
      *>  competição, listando os medalhistas e acumulando o ranking
      *>------------------------------------------------------------------------
       2200-gerar-quadro-medalhas section.
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "PARTE 1 - QUADRO DE MEDALHAS POR COMPETICAO" to ws-linha-saida
           perform 2910-escrever-linha
           perform until ws-fim-do-arquivo-ordenado
                return arq-ordenado
                at end
                     set ws-fim-do-arquivo-ordenado to true
                not at end
                     if   sl-competicao <> ws-competicao-anterior then
                          if   ws-competicao-anterior <> spaces then
                               perform 2230-fechar-competicao
                          end-if
                          perform 2210-abrir-competicao
                     end-if
                     perform 2220-tratar-resultado
                     perform 2250-acumular-ranking
           end-perform
           if   ws-competicao-anterior <> spaces then
                perform 2230-fechar-competicao
           end-if
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           if   ws-tot-competicoes = zero then
                move "(nenhum resultado lancado para a temporada)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           move spaces to ws-linha-saida
           string "TOTAL DA TEMPORADA: "  delimited by size
                  ws-tot-competicoes      delimited by size
                  " COMPETICAO(OES)  OURO " delimited by size
                  ws-tot-ouro             delimited by size
                  "  PRATA "              delimited by size
                  ws-tot-prata            delimited by size
                  "  BRONZE "             delimited by size
                  ws-tot-bronze           delimited by size
                  "  RESULTADOS "         delimited by size
                  ws-tot-resultados       delimited by size
                  "  DESCLASSIFICADOS "   delimited by size
                  ws-tot-desclass         delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2200-gerar-quadro-medalhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o bloco de uma competição: cabeçalho com código, nome e
      *>  data do evento e zera os acumuladores do evento
      *>------------------------------------------------------------------------
       2210-abrir-competicao section.
           move sl-competicao                      to ws-competicao-anterior
           move sl-competicao                      to ws-codigo-procurado
           perform 2030-buscar-competicao
           add 1 to ws-tot-competicoes
           move zero to ws-comp-ouro
           move zero to ws-comp-prata
           move zero to ws-comp-bronze
           move zero to ws-comp-atletas
           move zero to ws-comp-desclass
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "COMPETICAO "                       delimited by size
                  sl-competicao                       delimited by size
                  " - "                               delimited by size
                  ws-comp-nome(ws-ind-competicao)     delimited by size
                  "  DATA: "                          delimited by size
                  sl-comp-data                        delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2210-abrir-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta o resultado corrente no evento e, se for medalha, escreve
      *>  a linha do medalhista
      *>------------------------------------------------------------------------
       2220-tratar-resultado section.
           add 1 to ws-comp-atletas
           add 1 to ws-tot-resultados
           if   sl-motivo-desclass <> spaces then
                add 1 to ws-comp-desclass
                add 1 to ws-tot-desclass
                exit section
           end-if
           evaluate sl-medalha
               when "O"
                    add 1 to ws-comp-ouro
                    add 1 to ws-tot-ouro
                    move "OURO"                    to ws-medalha-edit
               when "P"
                    add 1 to ws-comp-prata
                    add 1 to ws-tot-prata
                    move "PRATA"                   to ws-medalha-edit
               when "B"
                    add 1 to ws-comp-bronze
                    add 1 to ws-tot-bronze
                    move "BRONZE"                  to ws-medalha-edit
               when other
                    exit section
           end-evaluate
           move sl-id-atleta                       to ws-id-procurado
           perform 2040-buscar-atleta
           move spaces to ws-linha-saida
           string "  CLASSE "            delimited by size
                  sl-classe-codigo       delimited by size
                  " ("                   delimited by size
                  sl-classe-sexo         delimited by size
                  ") "                   delimited by size
                  ws-medalha-edit        delimited by size
                  " "                    delimited by size
                  sl-id-atleta           delimited by size
                  " "                    delimited by size
                  ws-nome-impressao      delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2220-tratar-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o bloco da competição com o total de medalhas do evento
      *>------------------------------------------------------------------------
       2230-fechar-competicao section.
           move spaces to ws-linha-saida
           string "  TOTAL DO EVENTO: OURO " delimited by size
                  ws-comp-ouro               delimited by size
                  "  PRATA "                 delimited by size
                  ws-comp-prata              delimited by size
                  "  BRONZE "                delimited by size
                  ws-comp-bronze             delimited by size
                  "  ATLETAS "               delimited by size
                  ws-comp-atletas            delimited by size
                  "  DESCLASSIFICADOS "      delimited by size
                  ws-comp-desclass           delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2230-fechar-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula o resultado corrente na tabela do ranking (atleta +
      *>  classe da inscrição)
      *>------------------------------------------------------------------------
       2250-acumular-ranking section.
           move "N" to ws-achou-ranking
           perform varying ws-ind-ranking from 1 by 1
                   until ws-ind-ranking > ws-qtd-ranking
                   or ws-ranking-encontrado
                if   ws-rank-id-atleta(ws-ind-ranking) = sl-id-atleta
                and  ws-rank-classe-sexo(ws-ind-ranking) = sl-classe-sexo
                and  ws-rank-classe-codigo(ws-ind-ranking) = sl-classe-codigo then
                     set ws-ranking-encontrado to true
                end-if
           end-perform
           if   ws-ranking-encontrado then
                subtract 1 from ws-ind-ranking    *> o perform varying avança 1 após achar
           else
                if   ws-qtd-ranking = 5000 then
                     move "P39ATLETA"                    to ws-msn-erro-pmg
                     move 10                             to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move spaces                         to ws-msn-erro-cod
                     move "Tabela do ranking cheia (max 5000)" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
                add 1 to ws-qtd-ranking
                move ws-qtd-ranking                to ws-ind-ranking
                move sl-id-atleta                  to ws-rank-id-atleta(ws-ind-ranking)
                move sl-classe-sexo                to ws-rank-classe-sexo(ws-ind-ranking)
                move sl-classe-codigo              to ws-rank-classe-codigo(ws-ind-ranking)
                move zero                          to ws-rank-pontos(ws-ind-ranking)
                move zero                          to ws-rank-ouro(ws-ind-ranking)
                move zero                          to ws-rank-prata(ws-ind-ranking)
                move zero                          to ws-rank-bronze(ws-ind-ranking)
                move zero                          to ws-rank-participacoes(ws-ind-ranking)
           end-if
           add 1 to ws-rank-participacoes(ws-ind-ranking)
           if   sl-motivo-desclass <> spaces then  *> desclassificado não pontua
                exit section
           end-if
           evaluate sl-medalha
               when "O"
                    add 1              to ws-rank-ouro(ws-ind-ranking)
                    add ws-pontos-ouro to ws-rank-pontos(ws-ind-ranking)
               when "P"
                    add 1               to ws-rank-prata(ws-ind-ranking)
                    add ws-pontos-prata to ws-rank-pontos(ws-ind-ranking)
               when "B"
                    add 1                to ws-rank-bronze(ws-ind-ranking)
                    add ws-pontos-bronze to ws-rank-pontos(ws-ind-ranking)
               when other
                    add ws-pontos-colocado to ws-rank-pontos(ws-ind-ranking)
           end-evaluate
           .
       2250-acumular-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Input procedure do ranking: libera a tabela acumulada da
      *>  temporada para o sort por classe e pontos
      *>------------------------------------------------------------------------
       2300-liberar-ranking section.
           perform varying ws-ind-ranking from 1 by 1
                   until ws-ind-ranking > ws-qtd-ranking
                move ws-rank-classe-sexo(ws-ind-ranking)   to sk-classe-sexo
                move ws-rank-classe-codigo(ws-ind-ranking) to sk-classe-codigo
                move ws-rank-pontos(ws-ind-ranking)        to sk-pontos
                move ws-rank-ouro(ws-ind-ranking)          to sk-ouro
                move ws-rank-prata(ws-ind-ranking)         to sk-prata
                move ws-rank-bronze(ws-ind-ranking)        to sk-bronze
                move ws-rank-id-atleta(ws-ind-ranking)     to sk-id-atleta
                move ws-rank-participacoes(ws-ind-ranking) to sk-participacoes
                release sk-ranking
           end-perform
           .
       2300-liberar-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Output procedure do ranking: control-break por sexo + classe,
      *>  numerando a posição dentro da classe
      *>------------------------------------------------------------------------
       2400-gerar-ranking section.
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "PARTE 2 - RANKING DA TEMPORADA POR CLASSE E SEXO" to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "PONTOS: OURO "         delimited by size
                  ws-pontos-ouro          delimited by size
                  "  PRATA "              delimited by size
                  ws-pontos-prata         delimited by size
                  "  BRONZE "             delimited by size
                  ws-pontos-bronze        delimited by size
                  "  DEMAIS COLOCACOES "  delimited by size
                  ws-pontos-colocado      delimited by size
                  "  DESCLASSIFICADO 00"  delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move "N" to ws-fim-ordenado
           perform until ws-fim-do-arquivo-ordenado
                return arq-ordenado-rank
                at end
                     set ws-fim-do-arquivo-ordenado to true
                not at end
                     if   sk-classe-sexo <> ws-classe-ant-sexo
                     or   sk-classe-codigo <> ws-classe-ant-codigo then
                          perform 2410-abrir-classe
                     end-if
                     perform 2420-escrever-posicao
           end-perform
           if   ws-tot-classes-ranking = zero then
                move spaces to ws-linha-saida
                perform 2910-escrever-linha
                move "(nenhum atleta pontuou na temporada)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2400-gerar-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o bloco de uma classe do ranking
      *>------------------------------------------------------------------------
       2410-abrir-classe section.
           move sk-classe-sexo                     to ws-classe-ant-sexo
           move sk-classe-codigo                   to ws-classe-ant-codigo
           move zero                               to ws-posicao
           add 1 to ws-tot-classes-ranking
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "CLASSE "               delimited by size
                  sk-classe-codigo        delimited by size
                  " ("                    delimited by size
                  sk-classe-sexo          delimited by size
                  ")"                     delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move "  POS. ID     NOME                                               PONTOS  O   P   B  COMP"
                                                   to ws-linha-saida
           perform 2910-escrever-linha
           .
       2410-abrir-classe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve a posição do atleta corrente na classe
      *>------------------------------------------------------------------------
       2420-escrever-posicao section.
           add 1 to ws-posicao
           move ws-posicao                         to ws-posicao-edit
           move sk-pontos                          to ws-pontos-edit
           move sk-id-atleta                       to ws-id-procurado
           perform 2040-buscar-atleta
           move spaces to ws-linha-saida
           string "  "                   delimited by size
                  ws-posicao-edit        delimited by size
                  " "                    delimited by size
                  sk-id-atleta           delimited by size
                  " "                    delimited by size
                  ws-nome-impressao      delimited by size
                  " "                    delimited by size
                  ws-pontos-edit         delimited by size
                  " "                    delimited by size
                  sk-ouro                delimited by size
                  " "                    delimited by size
                  sk-prata               delimited by size
                  " "                    delimited by size
                  sk-bronze              delimited by size
                  " "                    delimited by size
                  sk-participacoes       delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2420-escrever-posicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório de medalhas
      *>------------------------------------------------------------------------
       2910-escrever-linha section.
           write fl-med-linha from ws-linha-saida
           if   ws-fs-arq-med <> "00" then
                move "P39ATLETA"                        to ws-msn-erro-pmg
                move 11                                 to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-med                      to ws-msn-erro-cod
                move "Erro ao gravar arq-medalhas"      to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2910-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P39ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-competicoes
           if   not ws-resultados-inexistentes then
                close arq-resultados
           end-if
           close arq-atletas
           close arq-medalhas
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
                move "P39ATLETA"                           to ws-msn-erro-pmg
                move 12                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-competicoes" to ws-msn-erro-text
                move ws-fs-arq-comp                        to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   not ws-resultados-inexistentes then
                close arq-resultados
                if   ws-fs-arq-res <> "00" then
                     move "P39ATLETA"                           to ws-msn-erro-pmg
                     move 13                                    to ws-msn-erro-offset
                     move 12                                    to ws-return-code
                     move "Erro ao fechar arq. arq-resultados"  to ws-msn-erro-text
                     move ws-fs-arq-res                         to ws-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           close arq-atletas
           if   ws-fs-arq-atletas <> "00" then
                move "P39ATLETA"                           to ws-msn-erro-pmg
                move 14                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-atletas"     to ws-msn-erro-text
                move ws-fs-arq-atletas                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-medalhas
           if   ws-fs-arq-med <> "00" then
                move "P39ATLETA"                           to ws-msn-erro-pmg
                move 15                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq-medalhas"         to ws-msn-erro-text
                move ws-fs-arq-med                         to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           stop run
           .
       3000-finaliza-exit.
           exit.

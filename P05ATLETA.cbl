      *> fisiologia conferir antes das competições.
      *> o percentual vem do arquivo arq-param-alertas.txt (primeira linha,
      *> ex.: "05,00"); se o arquivo não existir ou vier zerado, é assumido
      *> o padrão de 5,00%. nas linhas seguintes, "CLUBE xxxxxx" e/ou
      *> "TECNICO xxxxxx" restringem o relatório aos atletas do
      *> clube/técnico (arq-atletas.dat e o cadastro arq-clubes.dat,
      *> mantido pelo P42ATLETA); o relatório fecha com os totais por
      *> clube.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
           record key is fl-pesagem-chave
           file status is ws-fs-arq-pesagens.

           select arq-atletas assign to "arq-atletas.dat"
           organization is indexed
           access mode is sequential
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-clubes assign to "arq-clubes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-clu-chave
           file status is ws-fs-arq-clubes.

           select arq-parametros assign to "arq-param-alertas.txt"
           organization is line sequential
           file status is ws-fs-arq-param.
           05 fl-pesagem-imc                       pic -99,99.
           05 fl-pesagem-peso-ideal                pic -999,99.

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

       fd arq-clubes.
       01 fl-clu-registro.
           05 fl-clu-chave.
               10 fl-clu-tipo                      pic x(01). *> "C" clube / "T" técnico
               10 fl-clu-codigo                    pic x(06).
           05 fl-clu-nome                          pic x(40).
           05 fl-clu-clube                         pic x(06).
           05 fl-clu-situacao                      pic x(01).
           05 fl-clu-contato                       pic x(40).

       fd arq-parametros.
       01 fl-param-linha                           pic x(20).

       77 ws-fs-arq-pesagens                       pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-alertas                        pic x(02).
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-linha-saida                           pic x(120).

      *>----Percentual de variação (em 7 dias) que dispara o alerta
       77 ws-fim-pesagens                          pic x(01) value "N".
           88 ws-fim-do-arquivo-pesagens           value "S".

      *>----Clube e técnico de cada atleta, para a seleção e os totais
      *>    por clube; sem arq-atletas.dat (fs 35) todos ficam sem clube
       77 ws-sem-arq-atletas                       pic x(01) value "N".
           88 ws-atletas-inexistentes              value "S".
       77 ws-fim-atletas                           pic x(01).
       77 ws-qtd-atletas                           pic 9(04) value zero.
       77 ws-ind-atleta                            pic 9(04).
       01 ws-tabela-atletas.
           05 ws-atleta-entrada occurs 5000.
               10 ws-atleta-id                     pic 9(06).
               10 ws-atleta-clube                  pic x(06).
               10 ws-atleta-tecnico                pic x(06).
       77 ws-achou-atleta                          pic x(01).
           88 ws-atleta-cadastrado                 value "S".

      *>----Atleta corrente da varredura: já conferido contra a seleção e
      *>    com o índice do seu clube na tabela de totais
       77 ws-id-conferido                          pic 9(06) value zero.
       77 ws-ind-clube-atleta                      pic 9(03).

      *>----Seleção opcional por clube/técnico (linhas "CLUBE xxxxxx" e
      *>    "TECNICO xxxxxx" do arquivo de parâmetros): o técnico recebe
      *>    só os próprios atletas. sem seleção, sai o elenco inteiro
       77 ws-filtro-clube                          pic x(06) value spaces.
       77 ws-filtro-tecnico                        pic x(06) value spaces.
       77 ws-nome-filtro-clube                     pic x(40) value spaces.
       77 ws-nome-filtro-tecnico                   pic x(40) value spaces.
       77 ws-sel-clube                             pic x(06).
       77 ws-sel-tecnico                           pic x(06).
       77 ws-selecao                               pic x(01).
           88 ws-na-selecao                        value "S".
       77 ws-total-fora-selecao                    pic 9(06) value zero.

      *>----Tabela dos totais por clube, carregada de arq-clubes.dat
      *>    (mantido pelo P42ATLETA); atleta sem clube cai em "(SEM
      *>    CLUBE)" e código fora do cadastro entra com o próprio código
       77 ws-fs-arq-clubes                         pic x(02).
       77 ws-fim-clubes                            pic x(01).
       77 ws-qtd-clubes                            pic 9(03) value zero.
       77 ws-ind-clube                             pic 9(03).
       77 ws-clube-procurado                       pic x(06).
       77 ws-achou-clube                           pic x(01).
           88 ws-clube-na-tabela                   value "S".
       77 ws-total-clubes-listados                 pic 9(03).
       01 ws-tabela-clubes.
           05 ws-clube-entrada occurs 300.
               10 ws-clube-codigo                  pic x(06).
               10 ws-clube-nome                    pic x(40).
               10 ws-clube-qtd-atletas             pic 9(05).
               10 ws-clube-qtd-pesagens            pic 9(05).
               10 ws-clube-qtd-alertas             pic 9(05).


      *>----Janela móvel com as pesagens dos últimos 7 dias do atleta
      *>    corrente: o alerta compara a pesagem atual com CADA pesagem
      *>    retida na janela, para flagrar também a variação acumulada em
                perform 9000-finaliza-anormal
           end-if
           perform 1100-ler-parametros
           perform 2800-carregar-clubes
           perform 1200-carregar-atletas
           move ws-percentual-alerta               to ws-percentual-edit
           move spaces to ws-linha-saida
           string "RELATORIO DE EVOLUCAO DE PESAGENS - ALERTA ACIMA DE "
             into ws-linha-saida
           end-string
           perform 2920-escrever-linha
           perform 2820-escrever-selecao
           move "DATA      HORA    PESO    DELTA   DELTA%  DIST. PESO IDEAL"
                                                    to ws-linha-saida
           perform 2920-escrever-linha

      *>------------------------------------------------------------------------
      *>  Lê o percentual de alerta do arquivo de parâmetros; se o arquivo
      *>  não existir ou o valor vier zerado, mantém o padrão de 5,00%.
      *>  as linhas seguintes trazem a seleção por clube/técnico
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-parametros
                                  function numval(fl-param-linha)
                     end-if
                end-if
                read arq-parametros
                perform until ws-fs-arq-param <> "00"
                        evaluate true
                            when fl-param-linha(1:6) = "CLUBE "
                                 move fl-param-linha(7:6)  to ws-filtro-clube
                            when fl-param-linha(1:8) = "TECNICO "
                                 move fl-param-linha(9:6)  to ws-filtro-tecnico
                        end-evaluate
                        read arq-parametros
                end-perform
                close arq-parametros
           end-if
           .
       1100-ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o clube e o técnico de cada atleta cadastrado; o
      *>  cadastro é lido na ordem da chave, que começa pelo id
      *>------------------------------------------------------------------------
       1200-carregar-atletas section.
           open input arq-atletas
           if   ws-fs-arq-atletas = "35" then      *> cadastro ainda não criado
                set ws-atletas-inexistentes to true
                exit section
           end-if
           if   ws-fs-arq-atletas <> "00"
           and  ws-fs-arq-atletas <> "05" then
                move "P05ATLETA"                        to ws-msn-erro-pmg
                move 7                                   to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-atletas                   to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-atletas"    to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move "N" to ws-fim-atletas
           read arq-atletas next
           perform until ws-fim-atletas = "S"
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         if   ws-qtd-atletas = 5000 then
                              move "P05ATLETA"                        to ws-msn-erro-pmg
                              move 8                                   to ws-msn-erro-offset
                              move 12                                 to ws-return-code
                              move spaces                              to ws-msn-erro-cod
                              move "Tabela de atletas cheia (max 5000)"to ws-msn-erro-text
                              perform 9000-finaliza-anormal
                         end-if
                         add 1 to ws-qtd-atletas
                         move fl-id-atleta to ws-atleta-id(ws-qtd-atletas)
                         move fl-clube     to ws-atleta-clube(ws-qtd-atletas)
                         move fl-tecnico   to ws-atleta-tecnico(ws-qtd-atletas)
                         read arq-atletas next
                    when "10"
                         move "S" to ws-fim-atletas
                    when other
                         move "P05ATLETA"                        to ws-msn-erro-pmg
                         move 9                                   to ws-msn-erro-offset
                         move 12                                 to ws-return-code
                         move ws-fs-arq-atletas                   to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-atletas"      to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           close arq-atletas
           .
       1200-carregar-atletas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - percorre arq-pesagens na ordem da chave
      *>  (id + data + hora) com quebra de controle por atleta
                end-evaluate
           end-perform
           perform 2930-escrever-resumo
           perform 2830-escrever-totais-clube
           display "P05ATLETA: " ws-total-pesagens " pesagem(ns) analisada(s), "
                   ws-total-alertas " alerta(s) emitido(s), "
                   ws-total-fora-selecao " atleta(s) fora da selecao"
           .
       2000-processamento-exit.
           exit.
      *>  verifica a janela de alerta de 7 dias
      *>------------------------------------------------------------------------
       2100-processar-pesagem section.
           if   fl-pesagem-id-atleta <> ws-id-conferido then
                move fl-pesagem-id-atleta          to ws-id-conferido
                perform 2160-conferir-atleta
           end-if
           if   not ws-na-selecao then             *> atleta fora da seleção por clube/técnico
                exit section
           end-if
           add 1 to ws-total-pesagens
           add 1 to ws-clube-qtd-pesagens(ws-ind-clube-atleta)
           move fl-pesagem-peso                    to ws-peso-atual
           move fl-pesagem-peso-ideal              to ws-peso-ideal-atual
           compute ws-dias-atual =
                  fl-pesagem-id-atleta             delimited by size
             into ws-linha-saida
           end-string
           if   ws-clube-codigo(ws-ind-clube-atleta) not = spaces then
                string "  CLUBE "                  delimited by size
                       ws-clube-codigo(ws-ind-clube-atleta) delimited by size
                  into ws-linha-saida(14:20)
                end-string
           end-if
           perform 2920-escrever-linha
           move "N"                                to ws-atleta-ja-alertado
           move zero                               to ws-qtd-janela
      *>------------------------------------------------------------------------
       2120-emitir-alerta section.
           add 1 to ws-total-alertas
           add 1 to ws-clube-qtd-alertas(ws-ind-clube-atleta)
           move spaces to ws-linha-saida
           string "*** ALERTA: variacao de "       delimited by size
                  ws-percentual-edit               delimited by size
       2150-incluir-na-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Na troca de atleta, confere o clube/técnico dele contra a
      *>  seleção e posiciona o clube na tabela de totais; pesagem de id
      *>  fora do cadastro fica sem clube
      *>------------------------------------------------------------------------
       2160-conferir-atleta section.
           move spaces                             to ws-sel-clube
           move spaces                             to ws-sel-tecnico
           move "N" to ws-achou-atleta
           perform varying ws-ind-atleta from 1 by 1
                   until ws-ind-atleta > ws-qtd-atletas
                   or ws-atleta-cadastrado
                if   ws-atleta-id(ws-ind-atleta) = ws-id-conferido then
                     set ws-atleta-cadastrado to true
                     move ws-atleta-clube(ws-ind-atleta)   to ws-sel-clube
                     move ws-atleta-tecnico(ws-ind-atleta) to ws-sel-tecnico
                end-if
           end-perform
           perform 2840-conferir-selecao
           if   not ws-na-selecao then
                add 1 to ws-total-fora-selecao
                exit section
           end-if
           move ws-sel-clube                       to ws-clube-procurado
           perform 2810-localizar-clube
           move ws-ind-clube                       to ws-ind-clube-atleta
           add 1 to ws-clube-qtd-atletas(ws-ind-clube-atleta)
           .
       2160-conferir-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório de alertas
      *>------------------------------------------------------------------------
       2920-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o cadastro de clubes na tabela dos totais por clube e
      *>  guarda os nomes do clube/técnico selecionados; sem o cadastro
      *>  (fs 35) os totais saem só com os códigos
      *>------------------------------------------------------------------------
       2800-carregar-clubes section.
           open input arq-clubes
           if   ws-fs-arq-clubes = "35" then
                exit section
           end-if
           if   ws-fs-arq-clubes <> "00"
           and  ws-fs-arq-clubes <> "05" then
                move "P05ATLETA"                        to ws-msn-erro-pmg
                move 10                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-clubes                    to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-clubes"     to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move "N" to ws-fim-clubes
           read arq-clubes next
           perform until ws-fim-clubes = "S"
                evaluate ws-fs-arq-clubes
                    when "00"
                    when "02"
                         if   fl-clu-tipo = "C" then
                              move fl-clu-codigo   to ws-clube-procurado
                              perform 2810-localizar-clube
                              move fl-clu-nome     to ws-clube-nome(ws-ind-clube)
                              if   fl-clu-codigo = ws-filtro-clube then
                                   move fl-clu-nome to ws-nome-filtro-clube
                              end-if
                         end-if
                         if   fl-clu-tipo = "T"
                         and  fl-clu-codigo = ws-filtro-tecnico then
                              move fl-clu-nome     to ws-nome-filtro-tecnico
                         end-if
                         read arq-clubes next
                    when "10"
                         move "S" to ws-fim-clubes
                    when other
                         move "P05ATLETA"                        to ws-msn-erro-pmg
                         move 11                                  to ws-msn-erro-offset
                         move 12                                 to ws-return-code
                         move ws-fs-arq-clubes                    to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-clubes"       to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           close arq-clubes
           .
       2800-carregar-clubes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona ws-ind-clube na entrada de ws-clube-procurado,
      *>  incluindo a entrada (com os totais zerados) quando o código
      *>  ainda não está na tabela
      *>------------------------------------------------------------------------
       2810-localizar-clube section.
           move "N" to ws-achou-clube
           perform varying ws-ind-clube from 1 by 1
                   until ws-ind-clube > ws-qtd-clubes
                   or ws-clube-na-tabela
                if   ws-clube-codigo(ws-ind-clube) = ws-clube-procurado then
                     set ws-clube-na-tabela to true
                end-if
           end-perform
           if   ws-clube-na-tabela then
                subtract 1 from ws-ind-clube      *> o perform varying avança 1 após achar
                exit section
           end-if
           if   ws-qtd-clubes = 300 then
                move "P05ATLETA"                        to ws-msn-erro-pmg
                move 12                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move spaces                              to ws-msn-erro-cod
                move "Tabela de clubes cheia (max 300)"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-qtd-clubes
           move ws-qtd-clubes                      to ws-ind-clube
           initialize ws-clube-entrada(ws-ind-clube)
           move ws-clube-procurado                 to ws-clube-codigo(ws-ind-clube)
           if   ws-clube-procurado = spaces then
                move "(SEM CLUBE)"                 to ws-clube-nome(ws-ind-clube)
           else
                move "(clube nao cadastrado)"      to ws-clube-nome(ws-ind-clube)
           end-if
           .
       2810-localizar-clube-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve no cabeçalho do relatório a seleção por clube/técnico
      *>  pedida no arquivo de parâmetros
      *>------------------------------------------------------------------------
       2820-escrever-selecao section.
           if   ws-filtro-clube not = spaces then
                if   ws-nome-filtro-clube = spaces then
                     move "(clube nao cadastrado)" to ws-nome-filtro-clube
                end-if
                move spaces to ws-linha-saida
                string "SELECAO: CLUBE "           delimited by size
                       ws-filtro-clube             delimited by size
                       " - "                       delimited by size
                       ws-nome-filtro-clube        delimited by size
                  into ws-linha-saida
                end-string
                perform 2920-escrever-linha
           end-if
           if   ws-filtro-tecnico not = spaces then
                if   ws-nome-filtro-tecnico = spaces then
                     move "(tecnico nao cadastrado)" to ws-nome-filtro-tecnico
                end-if
                move spaces to ws-linha-saida
                string "SELECAO: TECNICO "         delimited by size
                       ws-filtro-tecnico           delimited by size
                       " - "                       delimited by size
                       ws-nome-filtro-tecnico      delimited by size
                  into ws-linha-saida
                end-string
                perform 2920-escrever-linha
           end-if
           .
       2820-escrever-selecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o relatório com os totais por clube (só os clubes com
      *>  algum atleta no relatório)
      *>------------------------------------------------------------------------
       2830-escrever-totais-clube section.
           move spaces                             to ws-linha-saida
           perform 2920-escrever-linha
           move "TOTAIS POR CLUBE"
                                                   to ws-linha-saida
           perform 2920-escrever-linha
           move "CLUBE  NOME                                     ATLETAS   PESAGENS  ALERTAS"
                                                   to ws-linha-saida
           perform 2920-escrever-linha
           move zero to ws-total-clubes-listados
           perform varying ws-ind-clube from 1 by 1
                   until ws-ind-clube > ws-qtd-clubes
                if   ws-clube-qtd-atletas(ws-ind-clube) > zero then
                     add 1 to ws-total-clubes-listados
                     move spaces to ws-linha-saida
                     string ws-clube-codigo(ws-ind-clube) delimited by size
                            " "                           delimited by size
                            ws-clube-nome(ws-ind-clube)   delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-atletas(ws-ind-clube)
                                                          delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-pesagens(ws-ind-clube)
                                                          delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-alertas(ws-ind-clube)
                                                          delimited by size
                       into ws-linha-saida
                     end-string
                     perform 2920-escrever-linha
                end-if
           end-perform
           if   ws-total-clubes-listados = zero then
                move "(nenhum atleta no relatorio)" to ws-linha-saida
                perform 2920-escrever-linha
           end-if
           .
       2830-escrever-totais-clube-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o clube/técnico do atleta (ws-sel-clube/ws-sel-tecnico)
      *>  contra a seleção pedida
      *>------------------------------------------------------------------------
       2840-conferir-selecao section.
           set ws-na-selecao to true
           if   ws-filtro-clube not = spaces
           and  ws-sel-clube not = ws-filtro-clube then
                move "N" to ws-selecao
           end-if
           if   ws-filtro-tecnico not = spaces
           and  ws-sel-tecnico not = ws-filtro-tecnico then
                move "N" to ws-selecao
           end-if
           .
       2840-conferir-selecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo final: lista dos atletas com alerta de variação rápida,
      *>  para a equipe de fisiologia conferir antes das competições

      *> não dias. a janela da tendência vem de arq-param-projecao.txt
      *> (primeira linha, em dias); sem o arquivo, são usados 30 dias.
      *> alvos de atleta sem nenhuma pesagem saem relacionados no final.
      *> nas linhas seguintes do arquivo de parâmetros, "CLUBE xxxxxx"
      *> e/ou "TECNICO xxxxxx" restringem o relatório aos atletas do
      *> clube/técnico (cadastro arq-clubes.dat, mantido pelo
      *> P42ATLETA), para cada técnico receber só os próprios atletas;
      *> o relatório fecha com os totais por clube.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-clubes assign to "arq-clubes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-clu-chave
           file status is ws-fs-arq-clubes.

           select arq-parametros assign to "arq-param-projecao.txt"
           organization is line sequential
           file status is ws-fs-arq-param.
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
       77 ws-fim-arquivo                           pic x(01).
           88 ws-fim-do-arquivo                    value "S".

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
               10 ws-clube-qtd-avisos              pic 9(05).
               10 ws-clube-qtd-sem-pesagem         pic 9(05).

       77 ws-avisos-antes                          pic 9(06).

      *>----Tabela dos alvos dos treinadores, com a marcação de quem
      *>    teve pesagem encontrada na varredura
       77 ws-qtd-alvos                             pic 9(04) value zero.
           05 ws-atleta-entrada occurs 5000.
               10 ws-atleta-id                     pic 9(06).
               10 ws-atleta-nome                   pic x(50).
               10 ws-atleta-clube                  pic x(06).
               10 ws-atleta-tecnico                pic x(06).

       77 ws-id-procurado                          pic 9(06).
       77 ws-achou-alvo                            pic x(01).
                perform 9000-finaliza-anormal
           end-if
           perform 1100-ler-parametros
           perform 2800-carregar-clubes
           move spaces to ws-linha-saida
           string "PROJECAO DE TRAJETORIA CONTRA O ALVO DO TREINADOR (tendencia de "
                                                   delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform 2820-escrever-selecao
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê a janela da tendência (dias) do arquivo de parâmetros; sem
      *>  o arquivo ou com valor zerado, mantém 30 dias. as linhas
      *>  seguintes trazem a seleção por clube/técnico
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-parametros
                     compute ws-janela-dias-param =
                             function numval(fl-param-linha)
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
                perform 2200-carregar-nomes
                perform 2300-percorrer-pesagens
                perform 2700-listar-alvos-sem-pesagem
                perform 2830-escrever-totais-clube
           end-if
           display "P35ATLETA: " ws-total-projetados " atleta(s) projetado(s), "
                   ws-total-avisos " aviso(s), "
                   ws-total-sem-pesagem " alvo(s) sem pesagem, "
                   ws-total-fora-selecao " alvo(s) fora da selecao"
           .
       2000-processamento-exit.
           exit.
                         add 1 to ws-qtd-atletas
                         move fl-id-atleta to ws-atleta-id(ws-qtd-atletas)
                         move fl-nome      to ws-atleta-nome(ws-qtd-atletas)
                         move fl-clube     to ws-atleta-clube(ws-qtd-atletas)
                         move fl-tecnico   to ws-atleta-tecnico(ws-qtd-atletas)
                         read arq-atletas next
                    when "10"
                         set ws-fim-do-arquivo to true
                exit section
           end-if
           move "S" to ws-alvo-tem-pesagem(ws-ind-alvo)
           perform 2440-conferir-selecao-alvo
           if   not ws-na-selecao then             *> atleta de outro clube/técnico
                exit section
           end-if
           move ws-total-avisos                    to ws-avisos-antes
           perform 2420-ajustar-tendencia
           perform 2430-projetar-e-imprimir
           add 1 to ws-clube-qtd-atletas(ws-ind-clube)
           compute ws-clube-qtd-avisos(ws-ind-clube) =
                   ws-clube-qtd-avisos(ws-ind-clube)
                 + ws-total-avisos - ws-avisos-antes
           .
       2400-fechar-atleta-exit.
           exit.
       2430-projetar-e-imprimir-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o atleta do alvo corrente (ws-id-procurado) contra a
      *>  seleção por clube/técnico e, quando selecionado, posiciona o
      *>  clube dele na tabela de totais
      *>------------------------------------------------------------------------
       2440-conferir-selecao-alvo section.
           perform 2415-buscar-atleta
           if   ws-atleta-cadastrado then
                move ws-atleta-clube(ws-ind-atleta)   to ws-sel-clube
                move ws-atleta-tecnico(ws-ind-atleta) to ws-sel-tecnico
           else
                move spaces                        to ws-sel-clube
                move spaces                        to ws-sel-tecnico
           end-if
           perform 2840-conferir-selecao
           if   not ws-na-selecao then
                add 1 to ws-total-fora-selecao
                exit section
           end-if
           move ws-sel-clube                       to ws-clube-procurado
           perform 2810-localizar-clube
           .
       2440-conferir-selecao-alvo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relaciona no final os alvos de atleta sem nenhuma pesagem
      *>  registrada (não há trajetória para projetar)
           perform varying ws-ind-alvo from 1 by 1
                   until ws-ind-alvo > ws-qtd-alvos
                if   ws-alvo-tem-pesagem(ws-ind-alvo) = "N" then
                     move ws-alvo-id(ws-ind-alvo)  to ws-id-procurado
                     perform 2440-conferir-selecao-alvo
                end-if
                if   ws-alvo-tem-pesagem(ws-ind-alvo) = "N"
                and  ws-na-selecao then
                     add 1 to ws-clube-qtd-sem-pesagem(ws-ind-clube)
                     add 1 to ws-total-sem-pesagem
                     move ws-alvo-peso(ws-ind-alvo) to ws-alvo-edit
                     move spaces to ws-linha-saida
       2910-escrever-linha-exit.
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
                move "P35ATLETA"                        to ws-msn-erro-pmg
                move 15                                  to ws-msn-erro-offset
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
                         move "P35ATLETA"                        to ws-msn-erro-pmg
                         move 16                                  to ws-msn-erro-offset
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
                move "P35ATLETA"                        to ws-msn-erro-pmg
                move 17                                  to ws-msn-erro-offset
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
                perform 2910-escrever-linha
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
                perform 2910-escrever-linha
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
           perform 2910-escrever-linha
           move "TOTAIS POR CLUBE"
                                                   to ws-linha-saida
           perform 2910-escrever-linha
           move "CLUBE  NOME                                     PROJET.   AVISOS    SEM PES."
                                                   to ws-linha-saida
           perform 2910-escrever-linha
           move zero to ws-total-clubes-listados
           perform varying ws-ind-clube from 1 by 1
                   until ws-ind-clube > ws-qtd-clubes
                if   ws-clube-qtd-atletas(ws-ind-clube) > zero
                or   ws-clube-qtd-sem-pesagem(ws-ind-clube) > zero then
                     add 1 to ws-total-clubes-listados
                     move spaces to ws-linha-saida
                     string ws-clube-codigo(ws-ind-clube) delimited by size
                            " "                           delimited by size
                            ws-clube-nome(ws-ind-clube)   delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-atletas(ws-ind-clube)
                                                          delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-avisos(ws-ind-clube)
                                                          delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-sem-pesagem(ws-ind-clube)
                                                          delimited by size
                       into ws-linha-saida
                     end-string
                     perform 2910-escrever-linha
                end-if
           end-perform
           if   ws-total-clubes-listados = zero then
                move "(nenhum atleta no relatorio)" to ws-linha-saida
                perform 2910-escrever-linha
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
      *>  Finalização Anormal
      *>------------------------------------------------------------------------

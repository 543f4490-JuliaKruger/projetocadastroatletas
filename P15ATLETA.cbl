      *> médicos (arq-atestados.dat, mantido pelo P26ATLETA): atestado
      *> vencido, situação inapto ou falta de atestado marcam a linha em
      *> vez de o atleta sair como pronto; restrito sai anotado.
      *> atletas inativos ou transferidos (fl-situacao "I"/"T") ficam
      *> fora do roster.
      *> a margem vem de arq-param-roster.txt (primeira linha, em kg,
      *> ex.: "01,00"); sem o arquivo, é assumido 1,00 kg. nas linhas
      *> seguintes, em qualquer ordem: INATIVOS inclui os
      *> inativos/transferidos; "CLUBE xxxxxx" e/ou "TECNICO xxxxxx"
      *> restringem o roster aos atletas do clube/técnico (cadastro
      *> arq-clubes.dat, mantido pelo P42ATLETA). o roster fecha com os
      *> totais por clube.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
           record key is fl-atest-id-atleta
           file status is ws-fs-arq-atest.

           select arq-clubes assign to "arq-clubes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-clu-chave
           file status is ws-fs-arq-clubes.

           select arq-parametros assign to "arq-param-roster.txt"
           organization is line sequential
           file status is ws-fs-arq-param.
           05 fl-imc                               pic -99,99.
           05 fl-peso-ideal                        pic -999,99.
           05 fl-data-nascimento                   pic 9(08). *> ccyymmdd; zero = não informada
           05 fl-situacao                          pic x(01). *> "A" ativo / "I" inativo / "T" transferido
           05 fl-data-situacao                     pic 9(08). *> ccyymmdd da última mudança de situação
           05 fl-motivo-situacao                   pic x(40). *> motivo da inativação/transferência
           05 fl-clube                             pic x(06). *> clube do atleta (arq-clubes.dat); espaços = sem clube
           05 fl-tecnico                           pic x(06). *> técnico responsável (arq-clubes.dat); espaços = sem técnico

       fd arq-pesagens.
       01 fl-pesagem.
           05 fl-atest-data-validade               pic 9(08).
           05 fl-atest-situacao                    pic x(01). *> A apto / I inapto / R restrito

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

      *>----Margem (em kg) do aviso de proximidade do limite da classe
       77 ws-margem-limite                         pic 9(03)v99 value 1,00.

      *>----Inativos/transferidos só entram a pedido (INATIVOS em qualquer
      *>    linha após a primeira do arquivo de parâmetros)
       77 ws-incluir-inativos                      pic x(01) value "N".
           88 ws-com-inativos                      value "S".
       77 ws-total-inativos-fora                   pic 9(06) value zero.

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
               10 ws-clube-qtd-enquadrados         pic 9(05).
               10 ws-clube-qtd-fora-classe         pic 9(05).
               10 ws-clube-qtd-sem-pesagem         pic 9(05).


      *>----Tabela de classes de peso (sexo + código + limites)
       77 ws-qtd-classes                           pic 9(03) value zero.
       77 ws-ind-classe                            pic 9(03).
               10 ws-atleta-tem-atestado           pic x(01).
               10 ws-atleta-atest-situacao         pic x(01).
               10 ws-atleta-atest-validade         pic 9(08).
               10 ws-atleta-clube                  pic x(06).

      *>----O arquivo de atestados pode ainda não existir (fs 35 no open
      *>    input): todos os atletas saem então marcados sem atestado

      *>------------------------------------------------------------------------
      *>  Lê a margem de proximidade do limite (kg) do arquivo de
      *>  parâmetros; sem o arquivo ou com valor zerado, mantém 1,00 kg.
      *>  as linhas seguintes trazem INATIVOS e a seleção por clube/técnico
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-parametros
                     compute ws-margem-limite =
                             function numval(fl-param-linha)
                end-if
                read arq-parametros
                perform until ws-fs-arq-param <> "00"
                        evaluate true
                            when fl-param-linha(1:8) = "INATIVOS"
                                 set ws-com-inativos       to true
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
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform 2100-carregar-classes
           perform 2800-carregar-clubes
           perform 2200-carregar-atletas
           perform 2250-carregar-atestados
           perform 2300-carregar-ultimas-pesagens
           display "P15ATLETA: " ws-total-enquadrados " atleta(s) enquadrado(s), "
                   ws-total-perto-limite " perto do limite, "
                   ws-total-fora-classe " fora de qualquer classe, "
                   ws-total-sem-pesagem " sem pesagem, "
                   ws-total-inativos-fora " inativo(s)/transferido(s) fora, "
                   ws-total-fora-selecao " fora da selecao"
           .
       2000-processamento-exit.
           exit.
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         move fl-clube    to ws-sel-clube
                         move fl-tecnico  to ws-sel-tecnico
                         perform 2840-conferir-selecao
                         evaluate true
                             when not ws-na-selecao
                                  add 1 to ws-total-fora-selecao
                             when (fl-situacao = "I" or fl-situacao = "T")
                              and not ws-com-inativos
                                  add 1 to ws-total-inativos-fora
                             when other
                                  if   ws-qtd-atletas = 5000 then
                                       move "P15ATLETA"                    to ws-msn-erro-pmg
                                       move 7                              to ws-msn-erro-offset
                                       move 12                             to ws-return-code
                                       move spaces                         to ws-msn-erro-cod
                                       move "Tabela de atletas cheia (max 5000)" to ws-msn-erro-text
                                       perform 9000-finaliza-anormal
                                  end-if
                                  add 1 to ws-qtd-atletas
                                  move fl-id-atleta to ws-atleta-id(ws-qtd-atletas)
                                  move fl-nome      to ws-atleta-nome(ws-qtd-atletas)
                                  move fl-sexo      to ws-atleta-sexo(ws-qtd-atletas)
                                  move "N"          to ws-atleta-tem-pesagem(ws-qtd-atletas)
                                  move zero         to ws-atleta-ultimo-peso(ws-qtd-atletas)
                                  move zero         to ws-atleta-ultima-data(ws-qtd-atletas)
                                  move "N"          to ws-atleta-tem-atestado(ws-qtd-atletas)
                                  move spaces       to ws-atleta-atest-situacao(ws-qtd-atletas)
                                  move zero         to ws-atleta-atest-validade(ws-qtd-atletas)
                                  move fl-clube     to ws-atleta-clube(ws-qtd-atletas)
                                  perform 2210-classificar-categoria
                         end-evaluate
                         read arq-atletas next
                    when "10"
                         set ws-fim-do-arquivo to true
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform 2820-escrever-selecao
           perform 2410-listar-classe
                   varying ws-ind-classe from 1 by 1
                   until ws-ind-classe > ws-qtd-classes
           perform 2430-listar-fora-de-classe
           perform 2440-listar-sem-pesagem
           perform 2450-totalizar-por-clube
           perform 2830-escrever-totais-clube
           .
       2400-gerar-roster-exit.
           exit.
       2440-listar-sem-pesagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma cada atleta do roster nos totais do seu clube: enquadrado,
      *>  fora de qualquer classe ou sem pesagem
      *>------------------------------------------------------------------------
       2450-totalizar-por-clube section.
           perform varying ws-ind-atleta from 1 by 1
                   until ws-ind-atleta > ws-qtd-atletas
                move ws-atleta-clube(ws-ind-atleta) to ws-clube-procurado
                perform 2810-localizar-clube
                add 1 to ws-clube-qtd-atletas(ws-ind-clube)
                if   ws-atleta-tem-pesagem(ws-ind-atleta) = "N" then
                     add 1 to ws-clube-qtd-sem-pesagem(ws-ind-clube)
                else
                     perform 2435-procurar-classe-do-atleta
                     if   ws-atleta-enquadrado then
                          add 1 to ws-clube-qtd-enquadrados(ws-ind-clube)
                     else
                          add 1 to ws-clube-qtd-fora-classe(ws-ind-clube)
                     end-if
                end-if
           end-perform
           .
       2450-totalizar-por-clube-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório de roster
      *>------------------------------------------------------------------------
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
                move "P15ATLETA"                        to ws-msn-erro-pmg
                move 18                                  to ws-msn-erro-offset
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
                         move "P15ATLETA"                        to ws-msn-erro-pmg
                         move 19                                  to ws-msn-erro-offset
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
                move "P15ATLETA"                        to ws-msn-erro-pmg
                move 20                                  to ws-msn-erro-offset
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
           move "CLUBE  NOME                                     ATLETAS   ENQUADR.  FORA CL.  SEM PES."
                                                   to ws-linha-saida
           perform 2910-escrever-linha
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
                            ws-clube-qtd-enquadrados(ws-ind-clube)
                                                          delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-fora-classe(ws-ind-clube)
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

      *>   - inscritos cuja pesagem atual não cabe mais na classe em que
      *>     foram inscritos (para corrigir antes do prazo de inscrição);
      *>   - inscritos sem nenhuma pesagem registrada;
      *>   - inscrições apontando para id fora de arq-atletas.dat;
      *>   - inscritos sem atestado médico (arq-atestados.dat, mantido
      *>     pelo P26ATLETA), com atestado inapto ou com a validade
      *>     vencida na data do evento; restrito não é exceção;
      *>   - inscritos cujo atleta está inativo ou transferido
      *>     (fl-situacao "I"/"T"), que saem das classes do roster;
      *>   - inscrições com a taxa da competição ainda não quitada
      *>     (fl-insc-pag-situacao "P", pagamentos pelo P52ATLETA).
      *> o código da competição vem de arq-param-competicao.txt
      *> (primeira linha); sem o arquivo, a execução é recusada. nas
      *> linhas seguintes, em qualquer ordem: INATIVOS mantém os
      *> inscritos inativos ou transferidos nas classes, como antes;
      *> "CLUBE xxxxxx" e/ou "TECNICO xxxxxx" restringem o roster aos
      *> inscritos do clube/técnico (cadastro arq-clubes.dat, mantido
      *> pelo P42ATLETA). o roster fecha com os totais por clube.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
           record key is fl-classe-chave
           file status is ws-fs-arq-classes.

           select arq-atestados assign to "arq-atestados.dat"
           organization is indexed
           access mode is sequential
           record key is fl-atest-id-atleta
           file status is ws-fs-arq-atest.

           select arq-clubes assign to "arq-clubes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-clu-chave
           file status is ws-fs-arq-clubes.

           select arq-parametros assign to "arq-param-competicao.txt"
           organization is line sequential
           file status is ws-fs-arq-param.
           05 fl-comp-data                         pic 9(08).
           05 fl-comp-local                        pic x(30).
           05 fl-comp-limite-inscr                 pic 9(08).
           05 fl-comp-taxa-inscr                   pic -99999,99. *> taxa de inscrição por atleta
           05 fl-comp-taxa-atraso                  pic -99999,99. *> acréscimo para inscrição feita após a data de corte
           05 fl-comp-data-corte                   pic 9(08). *> ccyymmdd; zero = sem taxa de atraso

       fd arq-inscricoes.
       01 fl-inscricao.
           05 fl-insc-classe-sexo                  pic x(01).
           05 fl-insc-classe-codigo                pic x(03).
           05 fl-insc-data                         pic 9(08).
           05 fl-insc-fed-situacao                 pic x(01). *> federação: branco não enviada / E enviada / A aceita / R recusada / P alterada
           05 fl-insc-fed-data                     pic 9(08). *> ccyymmdd do último envio ou retorno da federação
           05 fl-insc-fed-motivo                   pic x(40). *> motivo da recusa devolvido pela federação
           05 fl-insc-pag-situacao                 pic x(01). *> pagamento: branco sem taxa / P pendente / Q quitada
           05 fl-insc-valor-devido                 pic -99999,99. *> taxa devida (inscrição + atraso), fixada na gravação
           05 fl-insc-valor-pago                   pic -99999,99. *> soma dos pagamentos registrados (arq-pagamentos.dat)

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

       fd arq-pesagens.
       01 fl-pesagem.
           05 fl-classe-peso-min                   pic -999,99.
           05 fl-classe-peso-max                   pic -999,99.

       fd arq-atestados.
       01 fl-atestado.
           05 fl-atest-id-atleta                   pic 9(06).
           05 fl-atest-data-emissao                pic 9(08).
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

       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-pesagens                       pic x(02).
       77 ws-fs-arq-classes                        pic x(02).
       77 ws-fs-arq-atest                          pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-roster                         pic x(02).
       77 ws-linha-saida                           pic x(120).
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
               10 ws-clube-qtd-inscritos           pic 9(05).
               10 ws-clube-qtd-excecoes            pic 9(05).

       77 ws-excecoes-antes                        pic 9(06).
       77 ws-excecoes-depois                       pic 9(06).

      *>----Tabela de classes de peso (sexo + código + limites)
       77 ws-qtd-classes                           pic 9(03) value zero.
       77 ws-ind-classe                            pic 9(03).
               10 ws-atleta-tem-pesagem            pic x(01).
               10 ws-atleta-ultimo-peso            pic 9(03)v99.
               10 ws-atleta-ultima-data            pic 9(08).
               10 ws-atleta-tem-atestado           pic x(01).
               10 ws-atleta-atest-situacao         pic x(01).
               10 ws-atleta-atest-validade         pic 9(08).
               10 ws-atleta-situacao               pic x(01).
                   88 ws-atleta-inativo            values "I" "T".
               10 ws-atleta-data-situacao          pic 9(08).
               10 ws-atleta-clube                  pic x(06).
               10 ws-atleta-tecnico                pic x(06).

      *>----Inativos/transferidos só ficam no roster a pedido (INATIVOS
      *>    em qualquer linha após a primeira do arquivo de parâmetros)
       77 ws-incluir-inativos                      pic x(01) value "N".
           88 ws-com-inativos                      value "S".

      *>----O arquivo de atestados pode ainda não existir (fs 35 no open
      *>    input): todos os inscritos saem então como sem atestado
       77 ws-sem-arq-atestados                     pic x(01) value "N".
           88 ws-atestados-inexistentes            value "S".

      *>----Tabela das inscrições da competição pedida
       77 ws-qtd-inscritos                         pic 9(04) value zero.
               10 ws-inscrito-classe-sexo          pic x(01).
               10 ws-inscrito-classe-codigo        pic x(03).
               10 ws-inscrito-data                 pic 9(08).
               10 ws-inscrito-pag-situacao         pic x(01).
               10 ws-inscrito-valor-devido         pic 9(05)v99.
               10 ws-inscrito-valor-pago           pic 9(05)v99.

       77 ws-id-procurado                          pic 9(06).
       77 ws-achou-atleta                          pic x(01).
       77 ws-peso-edit                             pic -999,99.
       77 ws-peso-min-edit                         pic -999,99.
       77 ws-peso-max-edit                         pic -999,99.
       77 ws-devido-edit                           pic -99999,99.
       77 ws-pago-edit                             pic -99999,99.
       77 ws-saldo-edit                            pic -99999,99.
       77 ws-total-na-classe                       pic 9(04).

       77 ws-total-listados                        pic 9(06) value zero.
       77 ws-total-fora-classe                     pic 9(06) value zero.
       77 ws-total-sem-pesagem                     pic 9(06) value zero.
       77 ws-total-sem-cadastro                    pic 9(06) value zero.
       77 ws-total-atestado-irregular              pic 9(06) value zero.
       77 ws-total-inativos                        pic 9(06) value zero.
       77 ws-total-pagamento-pendente              pic 9(06) value zero.

       01 ws-retorno.
           05 ws-msn-erro-pmg                      pic x(09).
                move "Erro ao abrir arq. arq-classes"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-atestados
           if   ws-fs-arq-atest = "35" then        *> arquivo de atestados ainda não criado
                set ws-atestados-inexistentes to true
           else
                if   ws-fs-arq-atest <> "00"
                and  ws-fs-arq-atest <> "05" then
                     move "P25ATLETA"                        to ws-msn-erro-pmg
                     move 24                                 to ws-msn-erro-offset
                     move 12                                 to ws-return-code
                     move ws-fs-arq-atest                    to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-atestados" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open output arq-roster
           if   ws-fs-arq-roster <> "00" then
                move "P25ATLETA"                        to ws-msn-erro-pmg
      *>------------------------------------------------------------------------
      *>  Lê o código da competição do arquivo de parâmetros; sem o
      *>  arquivo ou com a primeira linha em branco, a execução é
      *>  recusada (não há competição "padrão" para montar roster). a
      *>  linhas seguintes trazem INATIVOS (mantém os inativos nas
      *>  classes) e a seleção por clube/técnico
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-parametros
                if   ws-fs-arq-param = "00" then
                     move fl-param-linha(1:6)      to ws-competicao-pedida
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
           if   ws-competicao-pedida = spaces then
           perform 2100-carregar-classes
           perform 2200-carregar-atletas
           perform 2300-carregar-ultimas-pesagens
           perform 2320-carregar-atestados
           perform 2350-carregar-inscricoes
           perform 2800-carregar-clubes
           perform 2400-gerar-roster
           display "P25ATLETA: competicao " ws-competicao-pedida ": "
                   ws-qtd-inscritos " inscrito(s), "
                   ws-total-fora-classe " fora da classe de inscricao, "
                   ws-total-sem-pesagem " sem pesagem, "
                   ws-total-sem-cadastro " sem cadastro, "
                   ws-total-atestado-irregular " com atestado irregular, "
                   ws-total-inativos " inativo(s)/transferido(s), "
                   ws-total-pagamento-pendente " com pagamento pendente, "
                   ws-total-fora-selecao " fora da selecao"
           .
       2000-processamento-exit.
           exit.
                         move "N"          to ws-atleta-tem-pesagem(ws-qtd-atletas)
                         move zero         to ws-atleta-ultimo-peso(ws-qtd-atletas)
                         move zero         to ws-atleta-ultima-data(ws-qtd-atletas)
                         move "N"          to ws-atleta-tem-atestado(ws-qtd-atletas)
                         move spaces       to ws-atleta-atest-situacao(ws-qtd-atletas)
                         move zero         to ws-atleta-atest-validade(ws-qtd-atletas)
                         move fl-situacao      to ws-atleta-situacao(ws-qtd-atletas)
                         move fl-data-situacao to ws-atleta-data-situacao(ws-qtd-atletas)
                         move fl-clube         to ws-atleta-clube(ws-qtd-atletas)
                         move fl-tecnico       to ws-atleta-tecnico(ws-qtd-atletas)
                         read arq-atletas next
                    when "10"
                         set ws-fim-do-arquivo to true
       2310-buscar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os atestados médicos na tabela de atletas, como no
      *>  P15ATLETA; atestado de id fora do cadastro é ignorado aqui
      *>------------------------------------------------------------------------
       2320-carregar-atestados section.
           if   ws-atestados-inexistentes then
                exit section
           end-if
           move "N" to ws-fim-arquivo
           read arq-atestados next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-atest
                    when "00"
                    when "02"
                         move fl-atest-id-atleta to ws-id-procurado
                         perform 2310-buscar-atleta
                         if   ws-atleta-cadastrado then
                              move "S"                    to ws-atleta-tem-atestado(ws-ind-atleta)
                              move fl-atest-situacao      to ws-atleta-atest-situacao(ws-ind-atleta)
                              move fl-atest-data-validade to ws-atleta-atest-validade(ws-ind-atleta)
                         end-if
                         read arq-atestados next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P25ATLETA"                      to ws-msn-erro-pmg
                         move 25                               to ws-msn-erro-offset
                         move 12                               to ws-return-code
                         move ws-fs-arq-atest                  to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-atestados" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2320-carregar-atestados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as inscrições da competição pedida
      *>------------------------------------------------------------------------
                    when "00"
                    when "02"
                         if   fl-insc-competicao = ws-competicao-pedida then
                              perform 2360-conferir-selecao-inscrito
                         end-if
                         if   fl-insc-competicao = ws-competicao-pedida
                         and  ws-na-selecao then
                              if   ws-qtd-inscritos = 2000 then
                                   move "P25ATLETA"                    to ws-msn-erro-pmg
                                   move 15                             to ws-msn-erro-offset
                              move fl-insc-classe-sexo   to ws-inscrito-classe-sexo(ws-qtd-inscritos)
                              move fl-insc-classe-codigo to ws-inscrito-classe-codigo(ws-qtd-inscritos)
                              move fl-insc-data          to ws-inscrito-data(ws-qtd-inscritos)
                              move fl-insc-pag-situacao  to ws-inscrito-pag-situacao(ws-qtd-inscritos)
                              move zero                  to ws-inscrito-valor-devido(ws-qtd-inscritos)
                              move zero                  to ws-inscrito-valor-pago(ws-qtd-inscritos)
                              if   fl-insc-valor-devido <> spaces then *> valor em branco: inscrição sem taxa
                                   move fl-insc-valor-devido to ws-inscrito-valor-devido(ws-qtd-inscritos)
                              end-if
                              if   fl-insc-valor-pago <> spaces then
                                   move fl-insc-valor-pago   to ws-inscrito-valor-pago(ws-qtd-inscritos)
                              end-if
                         end-if
                         read arq-inscricoes next
                    when "10"
       2350-carregar-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a inscrição lida contra a seleção por clube/técnico;
      *>  com seleção pedida, inscrição sem cadastro fica de fora
      *>------------------------------------------------------------------------
       2360-conferir-selecao-inscrito section.
           move fl-insc-id-atleta                  to ws-id-procurado
           perform 2310-buscar-atleta
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
           end-if
           .
       2360-conferir-selecao-inscrito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera o roster da competição: cabeçalho com os dados do evento,
      *>  uma seção por classe de inscrição e as seções de exceção
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform 2820-escrever-selecao
           perform 2410-listar-classe
                   varying ws-ind-classe from 1 by 1
                   until ws-ind-classe > ws-qtd-classes
           perform 2430-listar-excecoes
           perform 2830-escrever-totais-clube
           .
       2400-gerar-roster-exit.
           exit.
                   until ws-ind-inscrito > ws-qtd-inscritos
                if   ws-inscrito-classe-sexo(ws-ind-inscrito) = ws-classe-sexo(ws-ind-classe)
                and  ws-inscrito-classe-codigo(ws-ind-inscrito) = ws-classe-codigo(ws-ind-classe) then
                     move ws-inscrito-id(ws-ind-inscrito) to ws-id-procurado
                     perform 2310-buscar-atleta
                     if   ws-atleta-cadastrado
                     and  ws-atleta-inativo(ws-ind-atleta)
                     and  not ws-com-inativos then
                          continue                 *> inativo/transferido sai só nas exceções
                     else
                          if   ws-total-na-classe = zero then
                               perform 2415-escrever-cabecalho-classe
                          end-if
                          add 1 to ws-total-na-classe
                          add 1 to ws-total-listados
                          perform 2420-escrever-inscrito
                     end-if
                end-if
           end-perform
           .
      *>------------------------------------------------------------------------
      *>  Seções de exceção do final do roster: inscritos cujo peso atual
      *>  não cabe mais na classe de inscrição (corrigir antes do prazo),
      *>  inscritos sem pesagem, inscrições sem cadastro, inscritos sem
      *>  atestado válido na data do evento, inscritos inativos e
      *>  inscrições com pagamento pendente
      *>------------------------------------------------------------------------
       2430-listar-excecoes section.
           move spaces                             to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-inscrito from 1 by 1
                   until ws-ind-inscrito > ws-qtd-inscritos
                compute ws-excecoes-antes = ws-total-fora-classe
                      + ws-total-sem-pesagem + ws-total-sem-cadastro
                      + ws-total-atestado-irregular + ws-total-inativos
                      + ws-total-pagamento-pendente
                perform 2440-conferir-inscrito
                perform 2460-conferir-atestado
                perform 2465-conferir-pagamento
                perform 2470-totalizar-inscrito
           end-perform
           if   ws-total-fora-classe = zero
           and  ws-total-sem-pesagem = zero
           and  ws-total-sem-cadastro = zero
           and  ws-total-atestado-irregular = zero
           and  ws-total-inativos = zero
           and  ws-total-pagamento-pendente = zero then
                move "(nenhuma excecao encontrada)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
                perform 2910-escrever-linha
                exit section
           end-if
           if   ws-atleta-inativo(ws-ind-atleta)
           and  not ws-com-inativos then
                add 1 to ws-total-inativos
                move spaces to ws-linha-saida
                if   ws-atleta-situacao(ws-ind-atleta) = "T" then
                     string "ATLETA TRANSFERIDO: "            delimited by size
                            ws-atleta-id(ws-ind-atleta)       delimited by size
                            " "                               delimited by size
                            ws-atleta-nome(ws-ind-atleta)     delimited by size
                            " DESDE "                         delimited by size
                            ws-atleta-data-situacao(ws-ind-atleta) delimited by size
                       into ws-linha-saida
                     end-string
                else
                     string "ATLETA INATIVO: "                delimited by size
                            ws-atleta-id(ws-ind-atleta)       delimited by size
                            " "                               delimited by size
                            ws-atleta-nome(ws-ind-atleta)     delimited by size
                            " DESDE "                         delimited by size
                            ws-atleta-data-situacao(ws-ind-atleta) delimited by size
                       into ws-linha-saida
                     end-string
                end-if
                perform 2910-escrever-linha
                exit section
           end-if
           if   ws-atleta-tem-pesagem(ws-ind-atleta) = "N" then
                add 1 to ws-total-sem-pesagem
                move spaces to ws-linha-saida
       2450-buscar-classe-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o atestado médico do inscrito corrente na data do
      *>  evento: sem atestado, inapto ou vencido até a data da
      *>  competição é exceção (restrito não é); inscrição sem cadastro
      *>  e inscrito inativo já saíram como exceção em
      *>  2440-conferir-inscrito
      *>------------------------------------------------------------------------
       2460-conferir-atestado section.
           move ws-inscrito-id(ws-ind-inscrito)    to ws-id-procurado
           perform 2310-buscar-atleta
           if   not ws-atleta-cadastrado then
                exit section
           end-if
           if   ws-atleta-inativo(ws-ind-atleta)
           and  not ws-com-inativos then
                exit section
           end-if
           move spaces to ws-linha-saida
           evaluate true
               when ws-atleta-tem-atestado(ws-ind-atleta) = "N"
                    string "SEM ATESTADO: "                  delimited by size
                           ws-atleta-id(ws-ind-atleta)       delimited by size
                           " "                               delimited by size
                           ws-atleta-nome(ws-ind-atleta)     delimited by size
                      into ws-linha-saida
                    end-string
               when ws-atleta-atest-situacao(ws-ind-atleta) = "I"
                    string "ATESTADO INAPTO: "               delimited by size
                           ws-atleta-id(ws-ind-atleta)       delimited by size
                           " "                               delimited by size
                           ws-atleta-nome(ws-ind-atleta)     delimited by size
                      into ws-linha-saida
                    end-string
               when ws-atleta-atest-validade(ws-ind-atleta) < ws-comp-data
                    string "ATESTADO VENCIDO NO EVENTO: "    delimited by size
                           ws-atleta-id(ws-ind-atleta)       delimited by size
                           " "                               delimited by size
                           ws-atleta-nome(ws-ind-atleta)     delimited by size
                           " VALIDADE "                      delimited by size
                           ws-atleta-atest-validade(ws-ind-atleta) delimited by size
                      into ws-linha-saida
                    end-string
               when other
                    exit section
           end-evaluate
           add 1 to ws-total-atestado-irregular
           perform 2910-escrever-linha
           .
       2460-conferir-atestado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o pagamento da taxa do inscrito corrente: inscrição
      *>  pendente ("P") é exceção, com o devido, o pago e o saldo;
      *>  inscrição sem cadastro e inscrito inativo já saíram como
      *>  exceção em 2440-conferir-inscrito
      *>------------------------------------------------------------------------
       2465-conferir-pagamento section.
           if   ws-inscrito-pag-situacao(ws-ind-inscrito) <> "P" then
                exit section
           end-if
           move ws-inscrito-id(ws-ind-inscrito)    to ws-id-procurado
           perform 2310-buscar-atleta
           if   not ws-atleta-cadastrado then
                exit section
           end-if
           if   ws-atleta-inativo(ws-ind-atleta)
           and  not ws-com-inativos then
                exit section
           end-if
           add 1 to ws-total-pagamento-pendente
           move ws-inscrito-valor-devido(ws-ind-inscrito) to ws-devido-edit
           move ws-inscrito-valor-pago(ws-ind-inscrito)   to ws-pago-edit
           compute ws-saldo-edit = ws-inscrito-valor-devido(ws-ind-inscrito)
                                 - ws-inscrito-valor-pago(ws-ind-inscrito)
           move spaces to ws-linha-saida
           string "PAGAMENTO PENDENTE: "            delimited by size
                  ws-atleta-id(ws-ind-atleta)       delimited by size
                  " "                               delimited by size
                  ws-atleta-nome(ws-ind-atleta)     delimited by size
                  " DEVIDO "                        delimited by size
                  ws-devido-edit                    delimited by size
                  " PAGO "                          delimited by size
                  ws-pago-edit                      delimited by size
                  " SALDO "                         delimited by size
                  ws-saldo-edit                     delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2465-conferir-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o inscrito corrente e as exceções dele nos totais do seu
      *>  clube (inscrição sem cadastro cai em "(SEM CLUBE)")
      *>------------------------------------------------------------------------
       2470-totalizar-inscrito section.
           compute ws-excecoes-depois = ws-total-fora-classe
                 + ws-total-sem-pesagem + ws-total-sem-cadastro
                 + ws-total-atestado-irregular + ws-total-inativos
                 + ws-total-pagamento-pendente
           move ws-inscrito-id(ws-ind-inscrito)    to ws-id-procurado
           perform 2310-buscar-atleta
           if   ws-atleta-cadastrado then
                move ws-atleta-clube(ws-ind-atleta) to ws-clube-procurado
           else
                move spaces                        to ws-clube-procurado
           end-if
           perform 2810-localizar-clube
           add 1 to ws-clube-qtd-inscritos(ws-ind-clube)
           compute ws-clube-qtd-excecoes(ws-ind-clube) =
                   ws-clube-qtd-excecoes(ws-ind-clube)
                 + ws-excecoes-depois - ws-excecoes-antes
           .
       2470-totalizar-inscrito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório de roster da competição
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
                move "P25ATLETA"                        to ws-msn-erro-pmg
                move 27                                  to ws-msn-erro-offset
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
                         move "P25ATLETA"                        to ws-msn-erro-pmg
                         move 28                                  to ws-msn-erro-offset
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
                move "P25ATLETA"                        to ws-msn-erro-pmg
                move 29                                  to ws-msn-erro-offset
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
           move "CLUBE  NOME                                     INSCRI.   EXCECOES"
                                                   to ws-linha-saida
           perform 2910-escrever-linha
           move zero to ws-total-clubes-listados
           perform varying ws-ind-clube from 1 by 1
                   until ws-ind-clube > ws-qtd-clubes
                if   ws-clube-qtd-inscritos(ws-ind-clube) > zero then
                     add 1 to ws-total-clubes-listados
                     move spaces to ws-linha-saida
                     string ws-clube-codigo(ws-ind-clube) delimited by size
                            " "                           delimited by size
                            ws-clube-nome(ws-ind-clube)   delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-inscritos(ws-ind-clube)
                                                          delimited by size
                            "   "                         delimited by size
                            ws-clube-qtd-excecoes(ws-ind-clube)
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
           close arq-atletas
           close arq-pesagens
           close arq-classes
           if   not ws-atestados-inexistentes then
                close arq-atestados
           end-if
           close arq-roster
           move ws-return-code to return-code
           stop run
                move ws-fs-arq-classes                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   not ws-atestados-inexistentes then
                close arq-atestados
                if   ws-fs-arq-atest <> "00" then
                     move "P25ATLETA"                           to ws-msn-erro-pmg
                     move 26                                    to ws-msn-erro-offset
                     move 12                                    to ws-return-code
                     move "Erro ao fechar arq. arq-atestados"   to ws-msn-erro-text
                     move ws-fs-arq-atest                       to ws-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           close arq-roster
           if   ws-fs-arq-roster <> "00" then
                move "P25ATLETA"                           to ws-msn-erro-pmg

      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P56ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> relatório mensal de recebíveis das taxas de inscrição em
      *> competição. a posição é a do último dia do mês: o valor devido
      *> de cada inscrição (fixado pelo P23ATLETA) contra os pagamentos
      *> registrados pelo P52ATLETA (arq-pagamentos.dat) com data até o
      *> fim do mês. o relatório (arq-recebiveis.txt) tem três seções:
      *>   1. por competição: inscrições com taxa, devido, pago, pago no
      *>      mês, saldo e vencido;
      *>   2. por atleta, com as mesmas colunas;
      *>   3. conciliação: o total dos pagamentos registrados até o fim
      *>      do mês tem de bater com o total pago das seções 1 e 2 mais
      *>      os pagamentos sem inscrição, listados um a um; saem também
      *>      as inscrições cujo valor pago gravado diverge da soma dos
      *>      pagamentos dela.
      *> o saldo é vencido quando o prazo de inscrição da competição
      *> (fl-comp-limite-inscr) terminou antes do fim do mês. entram as
      *> inscrições feitas até o fim do mês, ou que já tenham pagamento
      *> até ele; inscrição sem taxa e sem pagamento fica de fora.
      *> inscrições e pagamentos são lidos juntos na ordem da chave
      *> (competição + id do atleta).
      *> a primeira linha de arq-param-recebiveis.txt traz o mês
      *> (ccyymm); sem o arquivo, vale o mês anterior ao da execução.
      *> roda sob demanda, fora da cadeia do P09ATLETA.
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-inscricoes assign to "arq-inscricoes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-insc-chave
           file status is ws-fs-arq-insc.

           select arq-pagamentos assign to "arq-pagamentos.dat"
           organization is indexed
           access mode is sequential
           record key is fl-pag-chave
           file status is ws-fs-arq-pag.

           select arq-competicoes assign to "arq-competicoes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-comp-codigo
           file status is ws-fs-arq-comp.

           select arq-atletas assign to "arq-atletas.dat"
           organization is indexed
           access mode is sequential
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-parametros assign to "arq-param-recebiveis.txt"
           organization is line sequential
           file status is ws-fs-arq-param.

           select arq-recebiveis assign to "arq-recebiveis.txt"
           organization is line sequential
           file status is ws-fs-arq-receb.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
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

       fd arq-pagamentos.
       01 fl-pagamento.
           05 fl-pag-chave.
               10 fl-pag-competicao                pic x(06).
               10 fl-pag-id-atleta                 pic 9(06).
               10 fl-pag-sequencia                 pic 9(02). *> 01, 02... por inscrição
           05 fl-pag-valor                         pic -99999,99.
           05 fl-pag-data                          pic 9(08). *> ccyymmdd do pagamento
           05 fl-pag-forma                         pic x(01). *> D dinheiro / P pix / C cartão / T transferência / B boleto
           05 fl-pag-recibo                        pic x(10).
           05 fl-pag-operador                      pic x(10). *> operador que registrou o pagamento

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
       01 fl-param-linha                           pic x(40).

       fd arq-recebiveis.
       01 fl-rec-linha                             pic x(132).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-insc                           pic x(02).
       77 ws-fs-arq-pag                            pic x(02).
       77 ws-fs-arq-comp                           pic x(02).
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-receb                          pic x(02).
       77 ws-linha-saida                           pic x(132).
       77 ws-data-atual                            pic 9(08).
       77 ws-data-edit                             pic x(10).

      *>----Mês do relatório: do dia 01 ao último dia do mês
       01 ws-mes-relatorio.
           05 ws-mes-ano                           pic 9(04).
           05 ws-mes-mes                           pic 9(02).
       77 ws-mes-edit                              pic x(07).
       77 ws-data-inicio-mes                       pic 9(08).
       77 ws-data-referencia                       pic 9(08). *> último dia do mês
       77 ws-data-referencia-edit                  pic x(10).
       77 ws-data-proximo-mes                      pic 9(08).
       77 ws-data-aux                              pic 9(08).

      *>----Arquivos que podem ainda não existir (fs 35 no open input)
       77 ws-sem-arq-inscricoes                    pic x(01) value "N".
           88 ws-inscricoes-inexistentes           value "S".
       77 ws-sem-arq-pagamentos                    pic x(01) value "N".
           88 ws-pagamentos-inexistentes           value "S".
       77 ws-sem-arq-competicoes                   pic x(01) value "N".
           88 ws-competicoes-inexistentes          value "S".
       77 ws-sem-arq-atletas                       pic x(01) value "N".
           88 ws-atletas-inexistentes              value "S".

      *>----Chaves correntes da leitura conjunta (high-values no fim)
       77 ws-chave-inscricao                       pic x(12).
       77 ws-chave-pagamento                       pic x(12).

      *>----Colunas de valores de uma linha (competição, atleta ou total)
       01 ws-acum-linha.
           05 ws-acum-qtd                          pic 9(05).
           05 ws-acum-devido                       pic s9(09)v99.
           05 ws-acum-pago                         pic s9(09)v99.
           05 ws-acum-pago-mes                     pic s9(09)v99.
           05 ws-acum-saldo                        pic s9(09)v99.
           05 ws-acum-vencido                      pic s9(09)v99.

      *>----Competições do calendário, com os totais do mês
       77 ws-qtd-comps                             pic 9(04) value zero.
       77 ws-ind-comp                              pic 9(04) value zero.
       77 ws-comp-localizada                       pic x(01).
           88 ws-comp-na-tabela                    value "S".
       01 ws-tabela-comps.
           05 ws-comp-entrada occurs 500.
               10 ws-comp-codigo                   pic x(06).
               10 ws-comp-nome                     pic x(30).
               10 ws-comp-limite                   pic 9(08). *> zero = competição não cadastrada
               10 ws-comp-valores.
                   15 ws-comp-qtd                  pic 9(05).
                   15 ws-comp-devido               pic s9(09)v99.
                   15 ws-comp-pago                 pic s9(09)v99.
                   15 ws-comp-pago-mes             pic s9(09)v99.
                   15 ws-comp-saldo                pic s9(09)v99.
                   15 ws-comp-vencido              pic s9(09)v99.

      *>----Atletas do cadastro (ordem de id), com os totais do mês;
      *>    id inscrito sem cadastro entra no fim da tabela
       77 ws-qtd-atletas                           pic 9(04) value zero.
       77 ws-ind-atleta                            pic 9(04).
       77 ws-atleta-localizado                     pic x(01).
           88 ws-atleta-na-tabela                  value "S".
       01 ws-tabela-atletas.
           05 ws-atleta-entrada occurs 5000.
               10 ws-atleta-id                     pic 9(06).
               10 ws-atleta-nome                   pic x(30).
               10 ws-atleta-valores.
                   15 ws-atleta-qtd                pic 9(05).
                   15 ws-atleta-devido             pic s9(09)v99.
                   15 ws-atleta-pago               pic s9(09)v99.
                   15 ws-atleta-pago-mes           pic s9(09)v99.
                   15 ws-atleta-saldo              pic s9(09)v99.
                   15 ws-atleta-vencido            pic s9(09)v99.

      *>----Inscrição corrente e os pagamentos dela
       77 ws-insc-devido                           pic s9(05)v99.
       77 ws-insc-pago-gravado                     pic s9(05)v99.
       77 ws-insc-pago-ref                         pic s9(07)v99. *> pagamentos até o fim do mês
       77 ws-insc-pago-mes                         pic s9(07)v99. *> pagamentos dentro do mês
       77 ws-insc-pago-total                       pic s9(07)v99. *> todos os pagamentos, p/ conferir o valor pago gravado
       77 ws-insc-qtd-pag-ref                      pic 9(03).
       77 ws-insc-saldo                            pic s9(07)v99.
       77 ws-insc-vencido                          pic s9(07)v99.
       77 ws-valor-lido                            pic s9(05)v99.

      *>----Pagamentos sem inscrição (até o fim do mês), listados na
      *>    conciliação
       77 ws-qtd-orfaos                            pic 9(04) value zero.
       77 ws-ind-orfao                             pic 9(04).
       01 ws-tabela-orfaos.
           05 ws-orfao-entrada occurs 1000.
               10 ws-orfao-chave                   pic x(14).
               10 ws-orfao-data                    pic 9(08).
               10 ws-orfao-valor                   pic s9(05)v99.
               10 ws-orfao-recibo                  pic x(10).

      *>----Inscrições com valor pago gravado diferente da soma dos
      *>    pagamentos dela, listadas na conciliação
       77 ws-qtd-divergencias                      pic 9(04) value zero.
       77 ws-ind-divergencia                       pic 9(04).
       01 ws-tabela-divergencias.
           05 ws-diverg-entrada occurs 1000.
               10 ws-diverg-chave                  pic x(12).
               10 ws-diverg-gravado                pic s9(05)v99.
               10 ws-diverg-soma                   pic s9(07)v99.

      *>----Campos editados do relatório
       77 ws-qtd-edit                              pic zzzz9.
       77 ws-devido-edit                           pic -zzzzzz9,99.
       77 ws-pago-edit                             pic -zzzzzz9,99.
       77 ws-pago-mes-edit                         pic -zzzzzz9,99.
       77 ws-saldo-edit                            pic -zzzzzz9,99.
       77 ws-vencido-edit                          pic -zzzzzz9,99.
       77 ws-valor-edit                            pic -zzzzzz9,99.
       77 ws-valor2-edit                           pic -zzzzzz9,99.
       77 ws-limite-edit                           pic x(10).
       77 ws-data-aux-edit                         pic x(10).

      *>----Paginação do relatório
       77 ws-pagina                                pic 9(03) value zero.
       77 ws-linhas-pagina                         pic 9(02) value 99. *> força o cabeçalho na primeira linha
       77 ws-linhas-por-pagina                     pic 9(02) value 56.

      *>----Totais
       77 ws-total-inscricoes-lidas                pic 9(06) value zero.
       77 ws-total-pagamentos-lidos                pic 9(06) value zero.
       77 ws-total-pagamentos-ref                  pic 9(06) value zero. *> registrados até o fim do mês
       77 ws-valor-pagamentos-ref                  pic s9(09)v99 value zero.
       77 ws-total-orfaos                          pic 9(06) value zero.
       77 ws-valor-orfaos                          pic s9(09)v99 value zero.
       77 ws-diferenca                             pic s9(09)v99.
       01 ws-total-geral.
           05 ws-total-qtd                         pic 9(05) value zero.
           05 ws-total-devido                      pic s9(09)v99 value zero.
           05 ws-total-pago                        pic s9(09)v99 value zero.
           05 ws-total-pago-mes                    pic s9(09)v99 value zero.
           05 ws-total-saldo                       pic s9(09)v99 value zero.
           05 ws-total-vencido                     pic s9(09)v99 value zero.

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
      *>  Procedimentos de inicialização - mês do relatório e abertura
      *>  dos arquivos
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
                     move fl-param-linha(1:6)      to ws-mes-relatorio
                end-if
                close arq-parametros
           end-if
           move ws-mes-relatorio                   to ws-data-inicio-mes(1:6)
           move "01"                               to ws-data-inicio-mes(7:2)
           if   ws-mes-mes = 12 then               *> último dia do mês = véspera do dia 01 do mês seguinte
                compute ws-data-proximo-mes = (ws-mes-ano + 1) * 10000 + 0101
           else
                compute ws-data-proximo-mes = ws-data-inicio-mes + 100
           end-if
           compute ws-data-referencia = function date-of-integer
                   (function integer-of-date(ws-data-proximo-mes) - 1)
           move spaces to ws-mes-edit
           string ws-mes-mes                       delimited by size
                  "/"                              delimited by size
                  ws-mes-ano                       delimited by size
             into ws-mes-edit
           end-string
           move ws-data-atual                      to ws-data-aux
           perform 2960-formatar-data
           move ws-data-aux-edit                   to ws-data-edit
           move ws-data-referencia                 to ws-data-aux
           perform 2960-formatar-data
           move ws-data-aux-edit                   to ws-data-referencia-edit
           open input arq-inscricoes
           if   ws-fs-arq-insc = "35" then         *> nenhuma inscrição gravada ainda
                set ws-inscricoes-inexistentes to true
           else
                if   ws-fs-arq-insc <> "00"
                and  ws-fs-arq-insc <> "05" then
                     move "P56ATLETA"                    to ws-msn-erro-pmg
                     move 1                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-insc                 to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-inscricoes" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-pagamentos
           if   ws-fs-arq-pag = "35" then          *> nenhum pagamento registrado ainda
                set ws-pagamentos-inexistentes to true
           else
                if   ws-fs-arq-pag <> "00"
                and  ws-fs-arq-pag <> "05" then
                     move "P56ATLETA"                    to ws-msn-erro-pmg
                     move 2                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-pag                  to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-pagamentos" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-competicoes
           if   ws-fs-arq-comp = "35" then         *> calendário ainda não criado
                set ws-competicoes-inexistentes to true
           else
                if   ws-fs-arq-comp <> "00"
                and  ws-fs-arq-comp <> "05" then
                     move "P56ATLETA"                    to ws-msn-erro-pmg
                     move 3                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-comp                 to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-competicoes" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-atletas
           if   ws-fs-arq-atletas = "35" then      *> cadastro ainda não criado
                set ws-atletas-inexistentes to true
           else
                if   ws-fs-arq-atletas <> "00"
                and  ws-fs-arq-atletas <> "05" then
                     move "P56ATLETA"                    to ws-msn-erro-pmg
                     move 4                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-atletas              to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-atletas" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open output arq-recebiveis
           if   ws-fs-arq-receb <> "00" then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 5                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-receb                     to ws-msn-erro-cod
                move "Erro ao abrir arq-recebiveis"      to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega competições e atletas, lê
      *>  inscrições e pagamentos juntos e imprime as seções
      *>------------------------------------------------------------------------
       2000-processamento section.
           if   not ws-competicoes-inexistentes then
                perform 2100-carregar-competicoes
           end-if
           if   not ws-atletas-inexistentes then
                perform 2150-carregar-atletas
           end-if
           perform 2200-conciliar-arquivos
           perform 2500-imprimir-recebiveis
           display "P56ATLETA: " ws-total-inscricoes-lidas " inscricao(oes) e "
                   ws-total-pagamentos-lidos " pagamento(s) lido(s), mes "
                   ws-mes-edit ", " ws-pagina " pagina(s)"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega código, nome e prazo de inscrição das competições
      *>------------------------------------------------------------------------
       2100-carregar-competicoes section.
           read arq-competicoes next
           perform until ws-fs-arq-comp <> "00" and ws-fs-arq-comp <> "02"
                if   ws-qtd-comps = 500 then
                     move "P56ATLETA"                         to ws-msn-erro-pmg
                     move 6                                   to ws-msn-erro-offset
                     move 12                                  to ws-return-code
                     move spaces                              to ws-msn-erro-cod
                     move "Tabela de competicoes cheia (max 500)" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
                add 1 to ws-qtd-comps
                move fl-comp-codigo                to ws-comp-codigo(ws-qtd-comps)
                move fl-comp-nome                  to ws-comp-nome(ws-qtd-comps)
                move fl-comp-limite-inscr          to ws-comp-limite(ws-qtd-comps)
                initialize ws-comp-valores(ws-qtd-comps)
                read arq-competicoes next
           end-perform
           if   ws-fs-arq-comp <> "10" then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 7                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-comp                      to ws-msn-erro-cod
                move "Erro ao ler arq. arq-competicoes"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2100-carregar-competicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega id e nome dos atletas, na ordem do cadastro (id)
      *>------------------------------------------------------------------------
       2150-carregar-atletas section.
           read arq-atletas next
           perform until ws-fs-arq-atletas <> "00" and ws-fs-arq-atletas <> "02"
                if   ws-qtd-atletas = 5000 then
                     move "P56ATLETA"                         to ws-msn-erro-pmg
                     move 8                                   to ws-msn-erro-offset
                     move 12                                  to ws-return-code
                     move spaces                              to ws-msn-erro-cod
                     move "Tabela de atletas cheia (max 5000)" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
                add 1 to ws-qtd-atletas
                move fl-id-atleta                  to ws-atleta-id(ws-qtd-atletas)
                move fl-nome                       to ws-atleta-nome(ws-qtd-atletas)
                initialize ws-atleta-valores(ws-qtd-atletas)
                read arq-atletas next
           end-perform
           if   ws-fs-arq-atletas <> "10" then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 9                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-atletas                   to ws-msn-erro-cod
                move "Erro ao ler arq. arq-atletas"      to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2150-carregar-atletas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê inscrições e pagamentos juntos pela chave competição + id:
      *>  pagamento com chave menor que a da inscrição corrente não tem
      *>  inscrição (órfão); os de chave igual são somados à inscrição
      *>------------------------------------------------------------------------
       2200-conciliar-arquivos section.
           move high-values                        to ws-chave-inscricao
           move high-values                        to ws-chave-pagamento
           if   not ws-inscricoes-inexistentes then
                perform 2210-ler-inscricao
           end-if
           if   not ws-pagamentos-inexistentes then
                perform 2220-ler-pagamento
           end-if
           perform until ws-chave-inscricao = high-values
                     and ws-chave-pagamento = high-values
                if   ws-chave-pagamento < ws-chave-inscricao then
                     perform 2230-pagamento-orfao
                     perform 2220-ler-pagamento
                else
                     perform 2240-processar-inscricao
                     perform 2210-ler-inscricao
                end-if
           end-perform
           .
       2200-conciliar-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Próxima inscrição; no fim do arquivo a chave fica high-values
      *>------------------------------------------------------------------------
       2210-ler-inscricao section.
           read arq-inscricoes next
           evaluate ws-fs-arq-insc
               when "00"
               when "02"
                    add 1 to ws-total-inscricoes-lidas
                    move fl-insc-chave             to ws-chave-inscricao
               when "10"
                    move high-values               to ws-chave-inscricao
               when other
                    move "P56ATLETA"                         to ws-msn-erro-pmg
                    move 10                                  to ws-msn-erro-offset
                    move 12                                  to ws-return-code
                    move ws-fs-arq-insc                      to ws-msn-erro-cod
                    move "Erro ao ler arq. arq-inscricoes"   to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2210-ler-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Próximo pagamento; os pagamentos até o fim do mês vão para o
      *>  total da conciliação. no fim do arquivo a chave fica high-values
      *>------------------------------------------------------------------------
       2220-ler-pagamento section.
           read arq-pagamentos next
           evaluate ws-fs-arq-pag
               when "00"
               when "02"
                    add 1 to ws-total-pagamentos-lidos
                    move fl-pag-chave(1:12)        to ws-chave-pagamento
                    move zero                      to ws-valor-lido
                    if   fl-pag-valor <> spaces then
                         move fl-pag-valor         to ws-valor-lido
                    end-if
                    if   fl-pag-data <= ws-data-referencia then
                         add 1                     to ws-total-pagamentos-ref
                         add ws-valor-lido         to ws-valor-pagamentos-ref
                    end-if
               when "10"
                    move high-values               to ws-chave-pagamento
               when other
                    move "P56ATLETA"                         to ws-msn-erro-pmg
                    move 11                                  to ws-msn-erro-offset
                    move 12                                  to ws-return-code
                    move ws-fs-arq-pag                       to ws-msn-erro-cod
                    move "Erro ao ler arq. arq-pagamentos"   to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2220-ler-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagamento sem inscrição: entra na conciliação se for até o fim
      *>  do mês
      *>------------------------------------------------------------------------
       2230-pagamento-orfao section.
           if   fl-pag-data > ws-data-referencia then
                exit section
           end-if
           add 1                                   to ws-total-orfaos
           add ws-valor-lido                       to ws-valor-orfaos
           if   ws-qtd-orfaos < 1000 then          *> além do limite só o total sai na conciliação
                add 1 to ws-qtd-orfaos
                move fl-pag-chave                  to ws-orfao-chave(ws-qtd-orfaos)
                move fl-pag-data                   to ws-orfao-data(ws-qtd-orfaos)
                move ws-valor-lido                 to ws-orfao-valor(ws-qtd-orfaos)
                move fl-pag-recibo                 to ws-orfao-recibo(ws-qtd-orfaos)
           end-if
           .
       2230-pagamento-orfao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma os pagamentos da inscrição corrente e acumula o devido, o
      *>  pago, o saldo e o vencido dela na competição, no atleta e no
      *>  total geral
      *>------------------------------------------------------------------------
       2240-processar-inscricao section.
           move zero                               to ws-insc-devido
           move zero                               to ws-insc-pago-gravado
           if   fl-insc-valor-devido <> spaces then *> valor em branco: inscrição sem taxa
                move fl-insc-valor-devido          to ws-insc-devido
           end-if
           if   fl-insc-valor-pago <> spaces then
                move fl-insc-valor-pago            to ws-insc-pago-gravado
           end-if
           move zero                               to ws-insc-pago-ref
           move zero                               to ws-insc-pago-mes
           move zero                               to ws-insc-pago-total
           move zero                               to ws-insc-qtd-pag-ref
           perform until ws-chave-pagamento <> ws-chave-inscricao
                add ws-valor-lido                  to ws-insc-pago-total
                if   fl-pag-data <= ws-data-referencia then
                     add 1                         to ws-insc-qtd-pag-ref
                     add ws-valor-lido             to ws-insc-pago-ref
                     if   fl-pag-data >= ws-data-inicio-mes then
                          add ws-valor-lido        to ws-insc-pago-mes
                     end-if
                end-if
                perform 2220-ler-pagamento
           end-perform
           if   ws-insc-pago-total <> ws-insc-pago-gravado then
                perform 2280-guardar-divergencia
           end-if
           if   ws-insc-devido = zero
           and  ws-insc-qtd-pag-ref = zero then    *> sem taxa e sem pagamento: fora do relatório
                exit section
           end-if
           if   fl-insc-data > ws-data-referencia
           and  ws-insc-qtd-pag-ref = zero then    *> inscrição feita depois do mês
                exit section
           end-if
           compute ws-insc-saldo = ws-insc-devido - ws-insc-pago-ref
           perform 2260-localizar-competicao
           move zero                               to ws-insc-vencido
           if   ws-insc-saldo > zero
           and  ws-comp-limite(ws-ind-comp) < ws-data-referencia then
                move ws-insc-saldo                 to ws-insc-vencido
           end-if
           move ws-comp-valores(ws-ind-comp)       to ws-acum-linha
           perform 2290-acumular-inscricao
           move ws-acum-linha                      to ws-comp-valores(ws-ind-comp)
           perform 2270-localizar-atleta
           move ws-atleta-valores(ws-ind-atleta)   to ws-acum-linha
           perform 2290-acumular-inscricao
           move ws-acum-linha                      to ws-atleta-valores(ws-ind-atleta)
           move ws-total-geral                     to ws-acum-linha
           perform 2290-acumular-inscricao
           move ws-acum-linha                      to ws-total-geral
           .
       2240-processar-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona ws-ind-comp na competição da inscrição corrente; as
      *>  inscrições vêm agrupadas por competição, então a última achada
      *>  é conferida antes da busca. competição fora do calendário entra
      *>  no fim da tabela
      *>------------------------------------------------------------------------
       2260-localizar-competicao section.
           if   ws-ind-comp > zero then
                if   ws-comp-codigo(ws-ind-comp) = fl-insc-competicao then
                     exit section
                end-if
           end-if
           move "N"                                to ws-comp-localizada
           perform varying ws-ind-comp from 1 by 1
                   until ws-ind-comp > ws-qtd-comps or ws-comp-na-tabela
                if   ws-comp-codigo(ws-ind-comp) = fl-insc-competicao then
                     set ws-comp-na-tabela         to true
                end-if
           end-perform
           if   ws-comp-na-tabela then
                subtract 1 from ws-ind-comp        *> o perform varying avança 1 após achar
                exit section
           end-if
           if   ws-qtd-comps = 500 then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 12                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move spaces                              to ws-msn-erro-cod
                move "Tabela de competicoes cheia (max 500)" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-qtd-comps
           move ws-qtd-comps                       to ws-ind-comp
           move fl-insc-competicao                 to ws-comp-codigo(ws-ind-comp)
           move "(competicao nao cadastrada)"      to ws-comp-nome(ws-ind-comp)
           move zero                               to ws-comp-limite(ws-ind-comp)
           initialize ws-comp-valores(ws-ind-comp)
           .
       2260-localizar-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona ws-ind-atleta no atleta da inscrição corrente; id sem
      *>  cadastro entra no fim da tabela
      *>------------------------------------------------------------------------
       2270-localizar-atleta section.
           move "N"                                to ws-atleta-localizado
           perform varying ws-ind-atleta from 1 by 1
                   until ws-ind-atleta > ws-qtd-atletas or ws-atleta-na-tabela
                if   ws-atleta-id(ws-ind-atleta) = fl-insc-id-atleta then
                     set ws-atleta-na-tabela       to true
                end-if
           end-perform
           if   ws-atleta-na-tabela then
                subtract 1 from ws-ind-atleta      *> o perform varying avança 1 após achar
                exit section
           end-if
           if   ws-qtd-atletas = 5000 then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 13                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move spaces                              to ws-msn-erro-cod
                move "Tabela de atletas cheia (max 5000)" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-qtd-atletas
           move ws-qtd-atletas                     to ws-ind-atleta
           move fl-insc-id-atleta                  to ws-atleta-id(ws-ind-atleta)
           move "(atleta nao cadastrado)"          to ws-atleta-nome(ws-ind-atleta)
           initialize ws-atleta-valores(ws-ind-atleta)
           .
       2270-localizar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a inscrição cujo valor pago gravado diverge da soma dos
      *>  pagamentos registrados para ela
      *>------------------------------------------------------------------------
       2280-guardar-divergencia section.
           if   ws-qtd-divergencias = 1000 then    *> além do limite a lista sai truncada
                exit section
           end-if
           add 1 to ws-qtd-divergencias
           move fl-insc-chave                      to ws-diverg-chave(ws-qtd-divergencias)
           move ws-insc-pago-gravado               to ws-diverg-gravado(ws-qtd-divergencias)
           move ws-insc-pago-total                 to ws-diverg-soma(ws-qtd-divergencias)
           .
       2280-guardar-divergencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a inscrição corrente nas colunas de ws-acum-linha
      *>------------------------------------------------------------------------
       2290-acumular-inscricao section.
           add 1                                   to ws-acum-qtd
           add ws-insc-devido                      to ws-acum-devido
           add ws-insc-pago-ref                    to ws-acum-pago
           add ws-insc-pago-mes                    to ws-acum-pago-mes
           add ws-insc-saldo                       to ws-acum-saldo
           add ws-insc-vencido                     to ws-acum-vencido
           .
       2290-acumular-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime as três seções do relatório
      *>------------------------------------------------------------------------
       2500-imprimir-recebiveis section.
      *> seção 1
           move spaces to ws-linha-saida
           string "POR COMPETICAO - POSICAO EM "   delimited by size
                  ws-data-referencia-edit          delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "COMPET NOME                           LIMITE     INSCR " delimited by size
                  "     DEVIDO        PAGO PAGO NO MES       SALDO     VENCIDO" delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform varying ws-ind-comp from 1 by 1
                   until ws-ind-comp > ws-qtd-comps
                if   ws-comp-qtd(ws-ind-comp) > zero then
                     perform 2510-escrever-competicao
                end-if
           end-perform
           if   ws-total-qtd = zero then
                move "(nenhuma inscricao com taxa)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           move ws-total-geral                     to ws-acum-linha
           perform 2590-editar-valores
           move spaces to ws-linha-saida
           string "TOTAL                                            " delimited by size
                  ws-qtd-edit                      delimited by size
                  " "                              delimited by size
                  ws-devido-edit                   delimited by size
                  " "                              delimited by size
                  ws-pago-edit                     delimited by size
                  " "                              delimited by size
                  ws-pago-mes-edit                 delimited by size
                  " "                              delimited by size
                  ws-saldo-edit                    delimited by size
                  " "                              delimited by size
                  ws-vencido-edit                  delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
      *> seção 2
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "POR ATLETA"                       to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "ID     NOME                                      INSCR " delimited by size
                  "     DEVIDO        PAGO PAGO NO MES       SALDO     VENCIDO" delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform varying ws-ind-atleta from 1 by 1
                   until ws-ind-atleta > ws-qtd-atletas
                if   ws-atleta-qtd(ws-ind-atleta) > zero then
                     perform 2520-escrever-atleta
                end-if
           end-perform
           if   ws-total-qtd = zero then
                move "(nenhuma inscricao com taxa)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           move ws-total-geral                     to ws-acum-linha
           perform 2590-editar-valores
           move spaces to ws-linha-saida
           string "TOTAL                                            " delimited by size
                  ws-qtd-edit                      delimited by size
                  " "                              delimited by size
                  ws-devido-edit                   delimited by size
                  " "                              delimited by size
                  ws-pago-edit                     delimited by size
                  " "                              delimited by size
                  ws-pago-mes-edit                 delimited by size
                  " "                              delimited by size
                  ws-saldo-edit                    delimited by size
                  " "                              delimited by size
                  ws-vencido-edit                  delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
      *> seção 3
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "CONCILIACAO COM OS PAGAMENTOS REGISTRADOS" to ws-linha-saida
           perform 2910-escrever-linha
           move ws-total-pagamentos-ref            to ws-qtd-edit
           move ws-valor-pagamentos-ref            to ws-valor-edit
           move spaces to ws-linha-saida
           string "PAGAMENTOS REGISTRADOS ATE "    delimited by size
                  ws-data-referencia-edit          delimited by size
                  " ......: "                      delimited by size
                  ws-valor-edit                    delimited by size
                  " ("                             delimited by size
                  ws-qtd-edit                      delimited by size
                  " PAGAMENTO(S))"                 delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move ws-total-pago                      to ws-valor-edit
           move spaces to ws-linha-saida
           string "  PAGO NAS INSCRICOES (TOTAL ACIMA) ......: " delimited by size
                  ws-valor-edit                    delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move ws-total-orfaos                    to ws-qtd-edit
           move ws-valor-orfaos                    to ws-valor-edit
           move spaces to ws-linha-saida
           string "  PAGAMENTOS SEM INSCRICAO ...............: " delimited by size
                  ws-valor-edit                    delimited by size
                  " ("                             delimited by size
                  ws-qtd-edit                      delimited by size
                  " PAGAMENTO(S))"                 delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           compute ws-diferenca = ws-valor-pagamentos-ref - ws-total-pago - ws-valor-orfaos
           move ws-diferenca                       to ws-valor-edit
           move spaces to ws-linha-saida
           string "DIFERENCA ................................: " delimited by size
                  ws-valor-edit                    delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "PAGAMENTOS SEM INSCRICAO"         to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-orfao from 1 by 1
                   until ws-ind-orfao > ws-qtd-orfaos
                perform 2530-escrever-orfao
           end-perform
           if   ws-total-orfaos = zero then
                move "(nenhum)"                    to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           if   ws-total-orfaos > ws-qtd-orfaos then
                move "(lista limitada a 1000 pagamentos)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "INSCRICOES COM VALOR PAGO DIFERENTE DA SOMA DOS PAGAMENTOS" to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ind-divergencia from 1 by 1
                   until ws-ind-divergencia > ws-qtd-divergencias
                perform 2540-escrever-divergencia
           end-perform
           if   ws-qtd-divergencias = zero then
                move "(nenhuma)"                   to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           if   ws-qtd-divergencias = 1000 then
                move "(lista limitada a 1000 inscricoes)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2500-imprimir-recebiveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma competição
      *>------------------------------------------------------------------------
       2510-escrever-competicao section.
           move ws-comp-valores(ws-ind-comp)       to ws-acum-linha
           perform 2590-editar-valores
           move spaces                             to ws-limite-edit
           if   ws-comp-limite(ws-ind-comp) > zero then
                move ws-comp-limite(ws-ind-comp)   to ws-data-aux
                perform 2960-formatar-data
                move ws-data-aux-edit              to ws-limite-edit
           end-if
           move spaces to ws-linha-saida
           string ws-comp-codigo(ws-ind-comp)      delimited by size
                  " "                              delimited by size
                  ws-comp-nome(ws-ind-comp)        delimited by size
                  " "                              delimited by size
                  ws-limite-edit                   delimited by size
                  " "                              delimited by size
                  ws-qtd-edit                      delimited by size
                  " "                              delimited by size
                  ws-devido-edit                   delimited by size
                  " "                              delimited by size
                  ws-pago-edit                     delimited by size
                  " "                              delimited by size
                  ws-pago-mes-edit                 delimited by size
                  " "                              delimited by size
                  ws-saldo-edit                    delimited by size
                  " "                              delimited by size
                  ws-vencido-edit                  delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2510-escrever-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um atleta
      *>------------------------------------------------------------------------
       2520-escrever-atleta section.
           move ws-atleta-valores(ws-ind-atleta)   to ws-acum-linha
           perform 2590-editar-valores
           move spaces to ws-linha-saida
           string ws-atleta-id(ws-ind-atleta)      delimited by size
                  " "                              delimited by size
                  ws-atleta-nome(ws-ind-atleta)    delimited by size
                  "            "                   delimited by size
                  ws-qtd-edit                      delimited by size
                  " "                              delimited by size
                  ws-devido-edit                   delimited by size
                  " "                              delimited by size
                  ws-pago-edit                     delimited by size
                  " "                              delimited by size
                  ws-pago-mes-edit                 delimited by size
                  " "                              delimited by size
                  ws-saldo-edit                    delimited by size
                  " "                              delimited by size
                  ws-vencido-edit                  delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2520-escrever-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um pagamento sem inscrição
      *>------------------------------------------------------------------------
       2530-escrever-orfao section.
           move ws-orfao-data(ws-ind-orfao)        to ws-data-aux
           perform 2960-formatar-data
           move ws-orfao-valor(ws-ind-orfao)       to ws-valor-edit
           move spaces to ws-linha-saida
           string "COMPET "                        delimited by size
                  ws-orfao-chave(ws-ind-orfao)(1:6)  delimited by size
                  " ID "                           delimited by size
                  ws-orfao-chave(ws-ind-orfao)(7:6)  delimited by size
                  " SEQ "                          delimited by size
                  ws-orfao-chave(ws-ind-orfao)(13:2) delimited by size
                  " DATA "                         delimited by size
                  ws-data-aux-edit                 delimited by size
                  " RECIBO "                       delimited by size
                  ws-orfao-recibo(ws-ind-orfao)    delimited by size
                  " VALOR "                        delimited by size
                  ws-valor-edit                    delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2530-escrever-orfao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma inscrição com valor pago divergente
      *>------------------------------------------------------------------------
       2540-escrever-divergencia section.
           move ws-diverg-gravado(ws-ind-divergencia) to ws-valor-edit
           move ws-diverg-soma(ws-ind-divergencia)    to ws-valor2-edit
           move spaces to ws-linha-saida
           string "COMPET "                        delimited by size
                  ws-diverg-chave(ws-ind-divergencia)(1:6) delimited by size
                  " ID "                           delimited by size
                  ws-diverg-chave(ws-ind-divergencia)(7:6) delimited by size
                  " PAGO NA INSCRICAO "            delimited by size
                  ws-valor-edit                    delimited by size
                  " SOMA DOS PAGAMENTOS "          delimited by size
                  ws-valor2-edit                   delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2540-escrever-divergencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edita as colunas de ws-acum-linha para a impressão
      *>------------------------------------------------------------------------
       2590-editar-valores section.
           move ws-acum-qtd                        to ws-qtd-edit
           move ws-acum-devido                     to ws-devido-edit
           move ws-acum-pago                       to ws-pago-edit
           move ws-acum-pago-mes                   to ws-pago-mes-edit
           move ws-acum-saldo                      to ws-saldo-edit
           move ws-acum-vencido                    to ws-vencido-edit
           .
       2590-editar-valores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha do relatório, abrindo página nova quando preciso
      *>------------------------------------------------------------------------
       2910-escrever-linha section.
           if   ws-linhas-pagina > ws-linhas-por-pagina then
                perform 2920-escrever-cabecalho
           end-if
           write fl-rec-linha from ws-linha-saida
           if   ws-fs-arq-receb <> "00" then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 14                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-receb                     to ws-msn-erro-cod
                move "Erro ao gravar arq-recebiveis"     to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-linhas-pagina
           .
       2910-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre uma página nova com o cabeçalho do relatório
      *>------------------------------------------------------------------------
       2920-escrever-cabecalho section.
           add 1 to ws-pagina
           move zero to ws-linhas-pagina
           move spaces to fl-rec-linha
           string "RECEBIVEIS DAS TAXAS DE INSCRICAO - MES " delimited by size
                  ws-mes-edit                      delimited by size
                  "  EMISSAO: "                    delimited by size
                  ws-data-edit                     delimited by size
                  "  PAGINA: "                     delimited by size
                  ws-pagina                        delimited by size
             into fl-rec-linha
           end-string
           write fl-rec-linha
           if   ws-fs-arq-receb <> "00" then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 15                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-receb                     to ws-msn-erro-cod
                move "Erro ao gravar arq-recebiveis"     to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move spaces to fl-rec-linha
           write fl-rec-linha
           if   ws-fs-arq-receb <> "00" then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 16                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-receb                     to ws-msn-erro-cod
                move "Erro ao gravar arq-recebiveis"     to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 2 to ws-linhas-pagina
           .
       2920-escrever-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-data-aux (ccyymmdd) para dd/mm/ccyy em
      *>  ws-data-aux-edit
      *>------------------------------------------------------------------------
       2960-formatar-data section.
           move spaces to ws-data-aux-edit
           string ws-data-aux(7:2)                 delimited by size
                  "/"                              delimited by size
                  ws-data-aux(5:2)                 delimited by size
                  "/"                              delimited by size
                  ws-data-aux(1:4)                 delimited by size
             into ws-data-aux-edit
           end-string
           .
       2960-formatar-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P56ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-inscricoes
           close arq-pagamentos
           close arq-competicoes
           close arq-atletas
           close arq-recebiveis
           move ws-return-code to return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           if   not ws-inscricoes-inexistentes then
                close arq-inscricoes
           end-if
           if   not ws-pagamentos-inexistentes then
                close arq-pagamentos
           end-if
           if   not ws-competicoes-inexistentes then
                close arq-competicoes
           end-if
           if   not ws-atletas-inexistentes then
                close arq-atletas
           end-if
           close arq-recebiveis
           if   ws-fs-arq-receb <> "00" then
                move "P56ATLETA"                         to ws-msn-erro-pmg
                move 17                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq-recebiveis"     to ws-msn-erro-text
                move ws-fs-arq-receb                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           stop run
           .
       3000-finaliza-exit.
           exit.

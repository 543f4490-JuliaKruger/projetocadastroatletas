      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P40ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job batch do sorteio das chaves (eliminatória simples) de uma
      *> competição organizada pelo clube: para cada sexo + classe de
      *> inscrição monta uma chave com os inscritos APTOS, isto é, fora
      *> da lista de exceções do roster da competição (P25ATLETA):
      *>   - inscrição sem cadastro em arq-atletas.dat, ou de atleta
      *>     inativo ou transferido (fl-situacao "I"/"T");
      *>   - inscrito sem pesagem ou com a última pesagem fora dos limites
      *>     da classe de inscrição (ou classe inexistente);
      *>   - sem atestado, atestado inapto ou vencido na data do evento;
      *>   - inscrição com a taxa ainda não quitada (fl-insc-pag-situacao
      *>     "P").
      *> o tamanho da chave é a menor potência de 2 que comporta os
      *> aptos; as posições seguem a ordem padrão de cabeças de chave
      *> (1 x ultimo, 2 x penúltimo...), de modo que os byes caem sempre
      *> contra um atleta na primeira rodada e ficam espalhados pelas
      *> metades da chave. a ordem dos aptos é sorteada e, depois de
      *> distribuídas as posições, atletas do mesmo clube (fl-clube,
      *> cadastro arq-clubes.dat) que cairiam um contra o outro na
      *> primeira rodada são separados por troca de posição sempre que
      *> houver troca possível; as lutas que não deu para separar saem
      *> anotadas abaixo da chave.
      *> o sorteio fica gravado em arq-chaves.dat (competição + sexo +
      *> classe + posição, id zero = bye): uma nova execução REIMPRIME a
      *> chave gravada em vez de sortear de novo, avisando quem entrou ou
      *> saiu da condição de apto desde o sorteio. para sortear de novo,
      *> a palavra REFAZER vai na coluna 8 do arquivo de parâmetros.
      *> o código da competição vem de arq-param-chaves.txt (primeira
      *> linha, colunas 1-6); sem o arquivo, a execução é recusada. as
      *> chaves saem em arq-chaves-competicao.txt.
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
           access mode is sequential
           record key is fl-insc-chave
           file status is ws-fs-arq-insc.

           select arq-atletas assign to "arq-atletas.dat"
           organization is indexed
           access mode is sequential
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-pesagens assign to "arq-pesagens.dat"
           organization is indexed
           access mode is sequential
           record key is fl-pesagem-chave
           file status is ws-fs-arq-pesagens.

           select arq-classes assign to "arq-classes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-classe-chave
           file status is ws-fs-arq-classes.

           select arq-atestados assign to "arq-atestados.dat"
           organization is indexed
           access mode is sequential
           record key is fl-atest-id-atleta
           file status is ws-fs-arq-atest.

           select arq-chaves assign to "arq-chaves.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-sort-chave
           file status is ws-fs-arq-chaves.

           select arq-parametros assign to "arq-param-chaves.txt"
           organization is line sequential
           file status is ws-fs-arq-param.

           select arq-relatorio assign to "arq-chaves-competicao.txt"
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
           05 fl-insc-data                         pic 9(08).
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

       fd arq-pesagens.
       01 fl-pesagem.
           05 fl-pesagem-chave.
               10 fl-pesagem-id-atleta              pic 9(06).
               10 fl-pesagem-data                   pic 9(08).
               10 fl-pesagem-hora                   pic 9(06).
           05 fl-pesagem-peso                      pic -999,99.
           05 fl-pesagem-altura                    pic -99,99.
           05 fl-pesagem-imc                       pic -99,99.
           05 fl-pesagem-peso-ideal                pic -999,99.

       fd arq-classes.
       01 fl-classe.
           05 fl-classe-chave.
               10 fl-classe-sexo                   pic x(01).
               10 fl-classe-codigo                 pic x(03).
           05 fl-classe-peso-min                   pic -999,99.
           05 fl-classe-peso-max                   pic -999,99.

       fd arq-atestados.
       01 fl-atestado.
           05 fl-atest-id-atleta                   pic 9(06).
           05 fl-atest-data-emissao                pic 9(08).
           05 fl-atest-data-validade               pic 9(08).
           05 fl-atest-situacao                    pic x(01). *> A apto / I inapto / R restrito

      *>----Sorteio gravado: uma linha por posição da chave
       fd arq-chaves.
       01 fl-sorteio.
           05 fl-sort-chave.
               10 fl-sort-competicao               pic x(06).
               10 fl-sort-classe-sexo              pic x(01).
               10 fl-sort-classe-codigo            pic x(03).
               10 fl-sort-posicao                  pic 9(03).
           05 fl-sort-id-atleta                    pic 9(06). *> zero = bye
           05 fl-sort-tamanho                      pic 9(03). *> posições da chave (potência de 2)
           05 fl-sort-data                         pic 9(08). *> ccyymmdd do sorteio

       fd arq-parametros.
       01 fl-param-linha                           pic x(20).

       fd arq-relatorio.
       01 fl-rel-linha                             pic x(120).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-comp                           pic x(02).
       77 ws-fs-arq-insc                           pic x(02).
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-pesagens                       pic x(02).
       77 ws-fs-arq-classes                        pic x(02).
       77 ws-fs-arq-atest                          pic x(02).
       77 ws-fs-arq-chaves                         pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-rel                            pic x(02).
       77 ws-linha-saida                           pic x(120).
       77 ws-data-atual                            pic 9(08).

      *>----Código da competição pedida e dados dela
       77 ws-competicao-pedida                     pic x(06) value spaces.
       77 ws-refazer-sorteio                       pic x(01) value "N".
           88 ws-refazer                           value "S".
       77 ws-competicao-achada                     pic x(01) value "N".
           88 ws-tem-competicao                    value "S".
       01 ws-competicao.
           05 ws-comp-nome                         pic x(40).
           05 ws-comp-data                         pic 9(08).
           05 ws-comp-local                        pic x(30).

       77 ws-fim-arquivo                           pic x(01).
           88 ws-fim-do-arquivo                    value "S".

      *>----O arquivo de atestados pode ainda não existir (fs 35 no open
      *>    input): ninguém fica apto, como no P25ATLETA
       77 ws-sem-arq-atestados                     pic x(01) value "N".
           88 ws-atestados-inexistentes            value "S".

      *>----Tabela de classes de peso (sexo + código + limites)
       77 ws-qtd-classes                           pic 9(03) value zero.
       77 ws-ind-classe                            pic 9(03).
       01 ws-tabela-classes.
           05 ws-classe-entrada occurs 100.
               10 ws-classe-sexo                   pic x(01).
               10 ws-classe-codigo                 pic x(03).
               10 ws-classe-peso-min               pic 9(03)v99.
               10 ws-classe-peso-max               pic 9(03)v99.

      *>----Tabela de atletas com a última pesagem e o atestado
       77 ws-qtd-atletas                           pic 9(04) value zero.
       77 ws-ind-atleta                            pic 9(04).
       01 ws-tabela-atletas.
           05 ws-atleta-entrada occurs 5000.
               10 ws-atleta-id                     pic 9(06).
               10 ws-atleta-nome                   pic x(50).
               10 ws-atleta-sexo                   pic x(01).
               10 ws-atleta-tem-pesagem            pic x(01).
               10 ws-atleta-ultimo-peso            pic 9(03)v99.
               10 ws-atleta-tem-atestado           pic x(01).
               10 ws-atleta-atest-situacao         pic x(01).
               10 ws-atleta-atest-validade         pic 9(08).
               10 ws-atleta-situacao               pic x(01).
                   88 ws-atleta-inativo            values "I" "T".
               10 ws-atleta-clube                  pic x(06).

      *>----Tabela das inscrições da competição pedida
       77 ws-qtd-inscritos                         pic 9(04) value zero.
       77 ws-ind-inscrito                          pic 9(04).
       01 ws-tabela-inscritos.
           05 ws-inscrito-entrada occurs 2000.
               10 ws-inscrito-id                   pic 9(06).
               10 ws-inscrito-classe-sexo          pic x(01).
               10 ws-inscrito-classe-codigo        pic x(03).
               10 ws-inscrito-pag-situacao         pic x(01). *> P = taxa de inscrição pendente

       77 ws-id-procurado                          pic 9(06).
       77 ws-achou-atleta                          pic x(01).
           88 ws-atleta-cadastrado                 value "S".
       77 ws-inscrito-apto                         pic x(01).
           88 ws-apto                              value "S".

      *>----Aptos da classe corrente, na ordem do sorteio (semente 1 é o
      *>    primeiro sorteado)
       77 ws-max-chave                             pic 9(03) value 128.
       77 ws-qtd-aptos                             pic 9(03).
       77 ws-ind-apto                              pic 9(03).
       01 ws-tabela-aptos.
           05 ws-apto-id                           pic 9(06) occurs 128.

      *>----Chave da classe corrente: id por posição (zero = bye)
       77 ws-tamanho-chave                         pic 9(03).
       77 ws-ind-posicao                           pic 9(03).
       77 ws-data-sorteio                          pic 9(08).
       01 ws-tabela-posicoes.
           05 ws-posicao-id                        pic 9(06) occurs 128.
       77 ws-qtd-gravadas                          pic 9(03).

      *>----Ordem padrão das cabeças de chave por posição, montada por
      *>    duplicação: (1 2) -> (1 4 2 3) -> (1 8 4 5 2 7 3 6)...
       77 ws-tam-ordem                             pic 9(03).
       77 ws-ind-ordem                             pic 9(03).
       01 ws-tabela-ordem.
           05 ws-ordem-semente                     pic 9(03) occurs 128.
       01 ws-tabela-ordem-aux.
           05 ws-ordem-aux                         pic 9(03) occurs 128.

      *>----Sorteio (embaralhamento dos aptos)
       77 ws-hora-semente                          pic 9(08).
       77 ws-aleatorio                             pic v9(09).
       77 ws-ind-troca                             pic 9(03).
       77 ws-id-troca                              pic 9(06).

      *>----Separação dos atletas do mesmo clube na primeira rodada: a e
      *>    b são as posições da luta, c a posição candidata à troca com
      *>    b e d a adversária de c
       77 ws-pos-a                                 pic 9(03).
       77 ws-pos-b                                 pic 9(03).
       77 ws-pos-c                                 pic 9(03).
       77 ws-pos-d                                 pic 9(03).
       77 ws-pos-quociente                         pic 9(03).
       77 ws-pos-resto                             pic 9(01).
       77 ws-pos-consulta                          pic 9(03).
       77 ws-clube-consulta                        pic x(06).
       77 ws-clube-a                               pic x(06).
       77 ws-clube-b                               pic x(06).
       77 ws-clube-c                               pic x(06).
       77 ws-clube-d                               pic x(06).
       77 ws-separou                               pic x(01).
           88 ws-luta-separada                     value "S".
       77 ws-total-mesmo-clube                     pic 9(03) value zero.
       77 ws-total-separadas                       pic 9(04) value zero.

      *>----Impressão das rodadas
       77 ws-qtd-rodadas                           pic 9(02).
       77 ws-rodada                                pic 9(02).
       77 ws-lutas-rodada                          pic 9(03).
       77 ws-ind-luta                              pic 9(03).
       77 ws-numero-luta                           pic 9(03).
       77 ws-primeira-luta-anterior                pic 9(03).
       77 ws-luta-a                                pic 9(03).
       77 ws-luta-b                                pic 9(03).
       77 ws-lado-a                                pic x(40).
       77 ws-lado-b                                pic x(40).
       77 ws-nome-rodada                           pic x(12).
       77 ws-origem-sorteio                        pic x(08).
       77 ws-conferencia-ok                        pic x(01).
       77 ws-achou-posicao                         pic x(01).
           88 ws-posicao-encontrada                value "S".

      *>----Totais da execução
       77 ws-total-chaves                          pic 9(04) value zero.
       77 ws-total-sorteadas                       pic 9(04) value zero.
       77 ws-total-reimpressas                     pic 9(04) value zero.
       77 ws-total-aptos                           pic 9(06) value zero.
       77 ws-total-excluidos                       pic 9(06) value zero.

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
                move "P40ATLETA"                          to ws-msn-erro-pmg
                move 1                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-comp                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-competicoes" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-inscricoes
           if   ws-fs-arq-insc <> "00"
           and  ws-fs-arq-insc <> "05" then
                move "P40ATLETA"                          to ws-msn-erro-pmg
                move 2                                    to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move ws-fs-arq-insc                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-inscricoes"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-atletas
           if   ws-fs-arq-atletas <> "00"
           and  ws-fs-arq-atletas <> "05" then
                move "P40ATLETA"                        to ws-msn-erro-pmg
                move 3                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-atletas                  to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-atletas"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-pesagens
           if   ws-fs-arq-pesagens <> "00"
           and  ws-fs-arq-pesagens <> "05" then
                move "P40ATLETA"                        to ws-msn-erro-pmg
                move 4                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-pesagens                 to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-pesagens"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-classes
           if   ws-fs-arq-classes <> "00"
           and  ws-fs-arq-classes <> "05" then
                move "P40ATLETA"                        to ws-msn-erro-pmg
                move 5                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-classes                  to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-classes"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-atestados
           if   ws-fs-arq-atest = "35" then        *> arquivo de atestados ainda não criado
                set ws-atestados-inexistentes to true
           else
                if   ws-fs-arq-atest <> "00"
                and  ws-fs-arq-atest <> "05" then
                     move "P40ATLETA"                        to ws-msn-erro-pmg
                     move 6                                  to ws-msn-erro-offset
                     move 12                                 to ws-return-code
                     move ws-fs-arq-atest                    to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-atestados" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open i-o arq-chaves                     *> open i-o cria o arquivo de sorteios na primeira execução
           if   ws-fs-arq-chaves <> "00"
           and  ws-fs-arq-chaves <> "05" then
                move "P40ATLETA"                        to ws-msn-erro-pmg
                move 7                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-chaves                   to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-chaves"    to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-relatorio
           if   ws-fs-arq-rel <> "00" then
                move "P40ATLETA"                        to ws-msn-erro-pmg
                move 8                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-rel                      to ws-msn-erro-cod
                move "Erro ao abrir arq-chaves-competicao" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           perform 1200-localizar-competicao
           accept ws-hora-semente from time
           compute ws-aleatorio = function random(ws-hora-semente)
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê o código da competição (colunas 1-6) e o pedido de novo
      *>  sorteio (REFAZER na coluna 8) do arquivo de parâmetros; sem o
      *>  arquivo ou com a competição em branco a execução é recusada
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-parametros
           if   ws-fs-arq-param = "00" then
                read arq-parametros
                if   ws-fs-arq-param = "00" then
                     move fl-param-linha(1:6)      to ws-competicao-pedida
                     if   fl-param-linha(8:7) = "REFAZER" then
                          set ws-refazer           to true
                     end-if
                end-if
                close arq-parametros
           end-if
           if   ws-competicao-pedida = spaces then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 9                                     to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move spaces                                to ws-msn-erro-cod
                move "Informe a competicao em arq-param-chaves" to ws-msn-erro-text
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
                         else
                              read arq-competicoes next
                         end-if
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P40ATLETA"                        to ws-msn-erro-pmg
                         move 10                                 to ws-msn-erro-offset
                         move 12                                 to ws-return-code
                         move ws-fs-arq-comp                     to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-competicoes" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           if   not ws-tem-competicao then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 11                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move spaces                                to ws-msn-erro-cod
                move "Competicao pedida nao esta no calendario" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1200-localizar-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega as tabelas e monta uma chave
      *>  por sexo + classe
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform 2100-carregar-classes
           perform 2200-carregar-atletas
           perform 2300-carregar-ultimas-pesagens
           perform 2320-carregar-atestados
           perform 2350-carregar-inscricoes
           move spaces to ws-linha-saida
           string "CHAVES DA COMPETICAO "  delimited by size
                  ws-competicao-pedida     delimited by size
                  " - "                    delimited by size
                  ws-comp-nome             delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "DATA DO EVENTO: "       delimited by size
                  ws-comp-data             delimited by size
                  "  LOCAL: "              delimited by size
                  ws-comp-local            delimited by size
                  "  EMITIDO EM: "         delimited by size
                  ws-data-atual            delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           perform 2500-processar-classe
                   varying ws-ind-classe from 1 by 1
                   until ws-ind-classe > ws-qtd-classes
           if   ws-total-chaves = zero then
                move spaces to ws-linha-saida
                perform 2910-escrever-linha
                move "(nenhuma classe com inscrito apto)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           display "P40ATLETA: competicao " ws-competicao-pedida ": "
                   ws-total-chaves " chave(s), "
                   ws-total-sorteadas " sorteada(s), "
                   ws-total-reimpressas " reimpressa(s), "
                   ws-total-aptos " apto(s), "
                   ws-total-excluidos " inscrito(s) fora das chaves, "
                   ws-total-separadas " luta(s) do mesmo clube separada(s)"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a tabela de classes na ordem da chave (sexo + código)
      *>------------------------------------------------------------------------
       2100-carregar-classes section.
           move "N" to ws-fim-arquivo
           read arq-classes next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-classes
                    when "00"
                    when "02"
                         if   ws-qtd-classes = 100 then
                              move "P40ATLETA"                    to ws-msn-erro-pmg
                              move 12                             to ws-msn-erro-offset
                              move 12                             to ws-return-code
                              move spaces                         to ws-msn-erro-cod
                              move "Tabela de classes cheia (max 100)" to ws-msn-erro-text
                              perform 9000-finaliza-anormal
                         end-if
                         add 1 to ws-qtd-classes
                         move fl-classe-sexo     to ws-classe-sexo(ws-qtd-classes)
                         move fl-classe-codigo   to ws-classe-codigo(ws-qtd-classes)
                         move fl-classe-peso-min to ws-classe-peso-min(ws-qtd-classes)
                         move fl-classe-peso-max to ws-classe-peso-max(ws-qtd-classes)
                         read arq-classes next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P40ATLETA"                     to ws-msn-erro-pmg
                         move 13                              to ws-msn-erro-offset
                         move 12                              to ws-return-code
                         move ws-fs-arq-classes               to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-classes"  to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2100-carregar-classes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os atletas cadastrados na tabela de referência
      *>------------------------------------------------------------------------
       2200-carregar-atletas section.
           move "N" to ws-fim-arquivo
           read arq-atletas next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         if   ws-qtd-atletas = 5000 then
                              move "P40ATLETA"                    to ws-msn-erro-pmg
                              move 14                             to ws-msn-erro-offset
                              move 12                             to ws-return-code
                              move spaces                         to ws-msn-erro-cod
                              move "Tabela de atletas cheia (max 5000)" to ws-msn-erro-text
                              perform 9000-finaliza-anormal
                         end-if
                         add 1 to ws-qtd-atletas
                         move fl-id-atleta to ws-atleta-id(ws-qtd-atletas)
                         move fl-nome      to ws-atleta-nome(ws-qtd-atletas)
                         move fl-sexo      to ws-atleta-sexo(ws-qtd-atletas)
                         move fl-clube     to ws-atleta-clube(ws-qtd-atletas)
                         move "N"          to ws-atleta-tem-pesagem(ws-qtd-atletas)
                         move zero         to ws-atleta-ultimo-peso(ws-qtd-atletas)
                         move "N"          to ws-atleta-tem-atestado(ws-qtd-atletas)
                         move spaces       to ws-atleta-atest-situacao(ws-qtd-atletas)
                         move zero         to ws-atleta-atest-validade(ws-qtd-atletas)
                         move fl-situacao  to ws-atleta-situacao(ws-qtd-atletas)
                         read arq-atletas next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P40ATLETA"                     to ws-msn-erro-pmg
                         move 15                              to ws-msn-erro-offset
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
      *>  Varre arq-pesagens na ordem da chave (id + data + hora): a
      *>  última pesagem lida de cada id é a mais recente, como no
      *>  P25ATLETA
      *>------------------------------------------------------------------------
       2300-carregar-ultimas-pesagens section.
           move "N" to ws-fim-arquivo
           read arq-pesagens next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-pesagens
                    when "00"
                    when "02"
                         move fl-pesagem-id-atleta to ws-id-procurado
                         perform 2310-buscar-atleta
                         if   ws-atleta-cadastrado then
                              move "S"             to ws-atleta-tem-pesagem(ws-ind-atleta)
                              move fl-pesagem-peso to ws-atleta-ultimo-peso(ws-ind-atleta)
                         end-if
                         read arq-pesagens next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P40ATLETA"                      to ws-msn-erro-pmg
                         move 16                               to ws-msn-erro-offset
                         move 12                               to ws-return-code
                         move ws-fs-arq-pesagens               to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-pesagens"  to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2300-carregar-ultimas-pesagens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca ws-id-procurado na tabela de atletas; quando encontrado,
      *>  ws-ind-atleta fica apontando para a entrada
      *>------------------------------------------------------------------------
       2310-buscar-atleta section.
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
       2310-buscar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os atestados médicos na tabela de atletas
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
                         move "P40ATLETA"                      to ws-msn-erro-pmg
                         move 17                               to ws-msn-erro-offset
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
       2350-carregar-inscricoes section.
           move "N" to ws-fim-arquivo
           read arq-inscricoes next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-insc
                    when "00"
                    when "02"
                         if   fl-insc-competicao = ws-competicao-pedida then
                              if   ws-qtd-inscritos = 2000 then
                                   move "P40ATLETA"                    to ws-msn-erro-pmg
                                   move 18                             to ws-msn-erro-offset
                                   move 12                             to ws-return-code
                                   move spaces                         to ws-msn-erro-cod
                                   move "Tabela de inscritos cheia (max 2000)" to ws-msn-erro-text
                                   perform 9000-finaliza-anormal
                              end-if
                              add 1 to ws-qtd-inscritos
                              move fl-insc-id-atleta     to ws-inscrito-id(ws-qtd-inscritos)
                              move fl-insc-classe-sexo   to ws-inscrito-classe-sexo(ws-qtd-inscritos)
                              move fl-insc-classe-codigo to ws-inscrito-classe-codigo(ws-qtd-inscritos)
                              move fl-insc-pag-situacao  to ws-inscrito-pag-situacao(ws-qtd-inscritos)
                         end-if
                         read arq-inscricoes next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P40ATLETA"                       to ws-msn-erro-pmg
                         move 19                                to ws-msn-erro-offset
                         move 12                                to ws-return-code
                         move ws-fs-arq-insc                    to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-inscricoes" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2350-carregar-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o inscrito corrente está apto para a chave da classe
      *>  corrente, com as mesmas regras da lista de exceções do
      *>  P25ATLETA: cadastro de atleta ativo, pesagem dentro dos limites
      *>  da classe, atestado válido (não inapto) na data do evento e
      *>  taxa de inscrição sem pagamento pendente
      *>------------------------------------------------------------------------
       2400-avaliar-inscrito section.
           move "N" to ws-inscrito-apto
           if   ws-inscrito-pag-situacao(ws-ind-inscrito) = "P" then
                exit section
           end-if
           move ws-inscrito-id(ws-ind-inscrito)    to ws-id-procurado
           perform 2310-buscar-atleta
           if   not ws-atleta-cadastrado then
                exit section
           end-if
           if   ws-atleta-inativo(ws-ind-atleta) then
                exit section
           end-if
           if   ws-atleta-tem-pesagem(ws-ind-atleta) = "N" then
                exit section
           end-if
           if   ws-atleta-ultimo-peso(ws-ind-atleta) < ws-classe-peso-min(ws-ind-classe)
           or   ws-atleta-ultimo-peso(ws-ind-atleta) > ws-classe-peso-max(ws-ind-classe) then
                exit section
           end-if
           if   ws-atleta-tem-atestado(ws-ind-atleta) = "N"
           or   ws-atleta-atest-situacao(ws-ind-atleta) = "I"
           or   ws-atleta-atest-validade(ws-ind-atleta) < ws-comp-data then
                exit section
           end-if
           set ws-apto to true
           .
       2400-avaliar-inscrito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a chave de uma classe: separa os aptos, reimprime o
      *>  sorteio gravado ou sorteia e grava um novo
      *>------------------------------------------------------------------------
       2500-processar-classe section.
           move zero to ws-qtd-aptos
           perform varying ws-ind-inscrito from 1 by 1
                   until ws-ind-inscrito > ws-qtd-inscritos
                if   ws-inscrito-classe-sexo(ws-ind-inscrito) = ws-classe-sexo(ws-ind-classe)
                and  ws-inscrito-classe-codigo(ws-ind-inscrito) = ws-classe-codigo(ws-ind-classe) then
                     perform 2400-avaliar-inscrito
                     if   ws-apto then
                          if   ws-qtd-aptos = ws-max-chave then
                               move "P40ATLETA"                    to ws-msn-erro-pmg
                               move 20                             to ws-msn-erro-offset
                               move 12                             to ws-return-code
                               move spaces                         to ws-msn-erro-cod
                               move "Classe com mais de 128 aptos" to ws-msn-erro-text
                               perform 9000-finaliza-anormal
                          end-if
                          add 1 to ws-qtd-aptos
                          add 1 to ws-total-aptos
                          move ws-inscrito-id(ws-ind-inscrito) to ws-apto-id(ws-qtd-aptos)
                     else
                          add 1 to ws-total-excluidos
                     end-if
                end-if
           end-perform
           perform 2520-ler-sorteio-gravado
           if   ws-qtd-gravadas > zero and ws-refazer then
                perform 2530-apagar-sorteio
                move zero to ws-qtd-gravadas
           end-if
           if   ws-qtd-gravadas > zero then
                move "GRAVADO"  to ws-origem-sorteio
                add 1 to ws-total-reimpressas
           else
                if   ws-qtd-aptos = zero then      *> classe sem apto e sem sorteio: não sai no relatório
                     exit section
                end-if
                perform 2540-sortear-chave
                perform 2560-separar-mesmo-clube
                perform 2550-gravar-sorteio
                move "NOVO"     to ws-origem-sorteio
                add 1 to ws-total-sorteadas
           end-if
           add 1 to ws-total-chaves
           perform 2600-imprimir-chave
           if   ws-origem-sorteio = "NOVO"
           and  ws-total-mesmo-clube > zero then
                move spaces to ws-linha-saida
                string "  ATENCAO: "               delimited by size
                       ws-total-mesmo-clube        delimited by size
                       " luta(s) da primeira rodada entre atletas do mesmo clube"
                                                   delimited by size
                       " (sem troca possivel)"     delimited by size
                  into ws-linha-saida
                end-string
                perform 2910-escrever-linha
           end-if
           if   ws-origem-sorteio = "GRAVADO" then
                perform 2700-conferir-sorteio-gravado
           end-if
           .
       2500-processar-classe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê o sorteio gravado da classe corrente (posiciona no início da
      *>  chave competição + sexo + classe e percorre enquanto ela se
      *>  mantiver)
      *>------------------------------------------------------------------------
       2520-ler-sorteio-gravado section.
           move zero to ws-qtd-gravadas
           move zero to ws-tamanho-chave
           move ws-competicao-pedida               to fl-sort-competicao
           move ws-classe-sexo(ws-ind-classe)      to fl-sort-classe-sexo
           move ws-classe-codigo(ws-ind-classe)    to fl-sort-classe-codigo
           move zero                               to fl-sort-posicao
           start arq-chaves key is not less than fl-sort-chave
           if   ws-fs-arq-chaves <> "00" then      *> 23: nenhum sorteio a partir desta chave
                exit section
           end-if
           move "N" to ws-fim-arquivo
           perform until ws-fim-do-arquivo
                read arq-chaves next
                evaluate ws-fs-arq-chaves
                    when "00"
                    when "02"
                         if   fl-sort-competicao = ws-competicao-pedida
                         and  fl-sort-classe-sexo = ws-classe-sexo(ws-ind-classe)
                         and  fl-sort-classe-codigo = ws-classe-codigo(ws-ind-classe)
                         and  fl-sort-posicao > zero
                         and  fl-sort-posicao not > ws-max-chave then
                              add 1 to ws-qtd-gravadas
                              move fl-sort-tamanho   to ws-tamanho-chave
                              move fl-sort-data      to ws-data-sorteio
                              move fl-sort-id-atleta to ws-posicao-id(fl-sort-posicao)
                         else
                              set ws-fim-do-arquivo to true
                         end-if
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P40ATLETA"                     to ws-msn-erro-pmg
                         move 21                              to ws-msn-erro-offset
                         move 12                              to ws-return-code
                         move ws-fs-arq-chaves                to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-chaves"   to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2520-ler-sorteio-gravado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apaga o sorteio gravado da classe corrente (pedido de REFAZER)
      *>------------------------------------------------------------------------
       2530-apagar-sorteio section.
           perform varying ws-ind-posicao from 1 by 1
                   until ws-ind-posicao > ws-tamanho-chave
                move ws-competicao-pedida            to fl-sort-competicao
                move ws-classe-sexo(ws-ind-classe)   to fl-sort-classe-sexo
                move ws-classe-codigo(ws-ind-classe) to fl-sort-classe-codigo
                move ws-ind-posicao                  to fl-sort-posicao
                delete arq-chaves record
                if   ws-fs-arq-chaves <> "00"
                and  ws-fs-arq-chaves <> "23" then
                     move "P40ATLETA"                     to ws-msn-erro-pmg
                     move 22                              to ws-msn-erro-offset
                     move 12                              to ws-return-code
                     move ws-fs-arq-chaves                to ws-msn-erro-cod
                     move "Erro ao apagar sorteio em arq-chaves" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-perform
           .
       2530-apagar-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sorteia a chave da classe corrente: tamanho = menor potência de
      *>  2 que comporta os aptos (mínimo 2), embaralha os aptos (a ordem
      *>  sorteada é a das sementes) e distribui as sementes pelas
      *>  posições na ordem padrão; sementes acima da quantidade de aptos
      *>  viram bye, sempre contra as primeiras sementes
      *>------------------------------------------------------------------------
       2540-sortear-chave section.
           move 2 to ws-tamanho-chave
           perform until ws-tamanho-chave not < ws-qtd-aptos
                compute ws-tamanho-chave = ws-tamanho-chave * 2
           end-perform
           move ws-data-atual to ws-data-sorteio
      *> embaralhamento (troca de cada posição com uma sorteada entre as
      *> anteriores, do fim para o começo)
           perform varying ws-ind-apto from ws-qtd-aptos by -1
                   until ws-ind-apto < 2
                compute ws-aleatorio = function random
                compute ws-ind-troca = (ws-aleatorio * ws-ind-apto) + 1
                if   ws-ind-troca > ws-ind-apto then
                     move ws-ind-apto to ws-ind-troca
                end-if
                move ws-apto-id(ws-ind-troca)     to ws-id-troca
                move ws-apto-id(ws-ind-apto)      to ws-apto-id(ws-ind-troca)
                move ws-id-troca                  to ws-apto-id(ws-ind-apto)
           end-perform
           perform 2545-montar-ordem-sementes
           perform varying ws-ind-posicao from 1 by 1
                   until ws-ind-posicao > ws-tamanho-chave
                if   ws-ordem-semente(ws-ind-posicao) > ws-qtd-aptos then
                     move zero to ws-posicao-id(ws-ind-posicao)
                else
                     move ws-apto-id(ws-ordem-semente(ws-ind-posicao))
                                                  to ws-posicao-id(ws-ind-posicao)
                end-if
           end-perform
           .
       2540-sortear-chave-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a ordem padrão das sementes por posição para o tamanho da
      *>  chave: a cada duplicação, cada semente s da ordem anterior é
      *>  seguida da sua adversária (2 x tamanho anterior + 1 - s)
      *>------------------------------------------------------------------------
       2545-montar-ordem-sementes section.
           move 1 to ws-ordem-semente(1)
           move 2 to ws-ordem-semente(2)
           move 2 to ws-tam-ordem
           perform until ws-tam-ordem not < ws-tamanho-chave
                perform varying ws-ind-ordem from 1 by 1
                        until ws-ind-ordem > ws-tam-ordem
                     move ws-ordem-semente(ws-ind-ordem)
                                       to ws-ordem-aux(ws-ind-ordem * 2 - 1)
                     compute ws-ordem-aux(ws-ind-ordem * 2) =
                             ws-tam-ordem * 2 + 1 - ws-ordem-semente(ws-ind-ordem)
                end-perform
                compute ws-tam-ordem = ws-tam-ordem * 2
                perform varying ws-ind-ordem from 1 by 1
                        until ws-ind-ordem > ws-tam-ordem
                     move ws-ordem-aux(ws-ind-ordem) to ws-ordem-semente(ws-ind-ordem)
                end-perform
           end-perform
           .
       2545-montar-ordem-sementes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as lutas da primeira rodada do sorteio novo e, para
      *>  cada luta entre dois atletas do mesmo clube, procura uma troca
      *>  de posição que separe os dois sem criar outra luta do mesmo
      *>  clube; atleta sem clube nunca conflita
      *>------------------------------------------------------------------------
       2560-separar-mesmo-clube section.
           move zero to ws-total-mesmo-clube
           perform varying ws-pos-a from 1 by 2
                   until ws-pos-a > ws-tamanho-chave
                compute ws-pos-b = ws-pos-a + 1
                move ws-pos-a                      to ws-pos-consulta
                perform 2575-clube-da-posicao
                move ws-clube-consulta             to ws-clube-a
                move ws-pos-b                      to ws-pos-consulta
                perform 2575-clube-da-posicao
                move ws-clube-consulta             to ws-clube-b
                if   ws-clube-a not = spaces
                and  ws-clube-a = ws-clube-b then
                     perform 2570-procurar-troca
                     if   ws-luta-separada then
                          add 1 to ws-total-separadas
                     else
                          add 1 to ws-total-mesmo-clube
                     end-if
                end-if
           end-perform
           .
       2560-separar-mesmo-clube-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura uma posição c (ocupada, fora da luta a x b) cujo
      *>  atleta seja de outro clube e cuja adversária d seja bye ou de
      *>  outro clube, e troca os atletas das posições b e c
      *>------------------------------------------------------------------------
       2570-procurar-troca section.
           move "N" to ws-separou
           perform varying ws-pos-c from 1 by 1
                   until ws-pos-c > ws-tamanho-chave
                   or ws-luta-separada
                if   ws-pos-c not = ws-pos-a
                and  ws-pos-c not = ws-pos-b
                and  ws-posicao-id(ws-pos-c) > zero then
                     divide ws-pos-c by 2 giving ws-pos-quociente
                            remainder ws-pos-resto
                     if   ws-pos-resto = 1 then
                          compute ws-pos-d = ws-pos-c + 1
                     else
                          compute ws-pos-d = ws-pos-c - 1
                     end-if
                     move ws-pos-c                 to ws-pos-consulta
                     perform 2575-clube-da-posicao
                     move ws-clube-consulta        to ws-clube-c
                     move ws-pos-d                 to ws-pos-consulta
                     perform 2575-clube-da-posicao
                     move ws-clube-consulta        to ws-clube-d
                     if   ws-clube-c not = ws-clube-a
                     and  ws-clube-d not = ws-clube-b then
                          move ws-posicao-id(ws-pos-b) to ws-id-troca
                          move ws-posicao-id(ws-pos-c) to ws-posicao-id(ws-pos-b)
                          move ws-id-troca             to ws-posicao-id(ws-pos-c)
                          set ws-luta-separada         to true
                     end-if
                end-if
           end-perform
           .
       2570-procurar-troca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Devolve em ws-clube-consulta o clube do atleta da posição
      *>  ws-pos-consulta (espaços para bye, atleta sem clube ou sem
      *>  cadastro)
      *>------------------------------------------------------------------------
       2575-clube-da-posicao section.
           move spaces                             to ws-clube-consulta
           if   ws-posicao-id(ws-pos-consulta) = zero then
                exit section
           end-if
           move ws-posicao-id(ws-pos-consulta)     to ws-id-procurado
           perform 2310-buscar-atleta
           if   ws-atleta-cadastrado then
                move ws-atleta-clube(ws-ind-atleta) to ws-clube-consulta
           end-if
           .
       2575-clube-da-posicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o sorteio da classe corrente em arq-chaves.dat, uma linha
      *>  por posição (bye com id zero)
      *>------------------------------------------------------------------------
       2550-gravar-sorteio section.
           perform varying ws-ind-posicao from 1 by 1
                   until ws-ind-posicao > ws-tamanho-chave
                move ws-competicao-pedida            to fl-sort-competicao
                move ws-classe-sexo(ws-ind-classe)   to fl-sort-classe-sexo
                move ws-classe-codigo(ws-ind-classe) to fl-sort-classe-codigo
                move ws-ind-posicao                  to fl-sort-posicao
                move ws-posicao-id(ws-ind-posicao)   to fl-sort-id-atleta
                move ws-tamanho-chave                to fl-sort-tamanho
                move ws-data-sorteio                 to fl-sort-data
                write fl-sorteio
                if   ws-fs-arq-chaves <> "00" then
                     move "P40ATLETA"                     to ws-msn-erro-pmg
                     move 23                              to ws-msn-erro-offset
                     move 12                              to ws-return-code
                     move ws-fs-arq-chaves                to ws-msn-erro-cod
                     move "Erro ao gravar sorteio em arq-chaves" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-perform
           .
       2550-gravar-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a chave da classe corrente: cabeçalho, primeira rodada
      *>  com os atletas de cada posição e as rodadas seguintes com o
      *>  cruzamento dos vencedores
      *>------------------------------------------------------------------------
       2600-imprimir-chave section.
           move zero to ws-qtd-rodadas
           move ws-tamanho-chave to ws-lutas-rodada
           perform until ws-lutas-rodada < 2
                add 1 to ws-qtd-rodadas
                divide 2 into ws-lutas-rodada
           end-perform
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "CLASSE "                          delimited by size
                  ws-classe-codigo(ws-ind-classe)    delimited by size
                  " ("                               delimited by size
                  ws-classe-sexo(ws-ind-classe)      delimited by size
                  ") - CHAVE DE "                    delimited by size
                  ws-tamanho-chave                   delimited by size
                  ", "                               delimited by size
                  ws-qtd-rodadas                     delimited by size
                  " RODADA(S) - SORTEIO "            delimited by size
                  ws-origem-sorteio                  delimited by space
                  " DE "                             delimited by size
                  ws-data-sorteio                    delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
      *> primeira rodada: posições 2n-1 x 2n
           move zero to ws-numero-luta
           move 1    to ws-rodada
           perform 2620-nomear-rodada
           compute ws-lutas-rodada = ws-tamanho-chave / 2
           perform varying ws-ind-luta from 1 by 1
                   until ws-ind-luta > ws-lutas-rodada
                add 1 to ws-numero-luta
                compute ws-ind-posicao = ws-ind-luta * 2 - 1
                perform 2610-descrever-posicao
                move ws-lado-b to ws-lado-a
                add 1 to ws-ind-posicao
                perform 2610-descrever-posicao
                move spaces to ws-linha-saida
                if   ws-posicao-id(ws-ind-posicao) = zero
                or   ws-posicao-id(ws-ind-posicao - 1) = zero then
                     string "  LUTA "        delimited by size
                            ws-numero-luta   delimited by size
                            ": "             delimited by size
                            ws-lado-a        delimited by size
                            " X "            delimited by size
                            ws-lado-b        delimited by size
                            " (AVANCA POR BYE)" delimited by size
                       into ws-linha-saida
                     end-string
                else
                     string "  LUTA "        delimited by size
                            ws-numero-luta   delimited by size
                            ": "             delimited by size
                            ws-lado-a        delimited by size
                            " X "            delimited by size
                            ws-lado-b        delimited by size
                       into ws-linha-saida
                     end-string
                end-if
                perform 2910-escrever-linha
           end-perform
      *> rodadas seguintes: vencedores das lutas 2n-1 x 2n da anterior
           move 1 to ws-primeira-luta-anterior
           perform varying ws-rodada from 2 by 1
                   until ws-rodada > ws-qtd-rodadas
                perform 2620-nomear-rodada
                divide 2 into ws-lutas-rodada
                perform varying ws-ind-luta from 1 by 1
                        until ws-ind-luta > ws-lutas-rodada
                     add 1 to ws-numero-luta
                     compute ws-luta-a = ws-primeira-luta-anterior + ws-ind-luta * 2 - 2
                     compute ws-luta-b = ws-luta-a + 1
                     move spaces to ws-linha-saida
                     string "  LUTA "              delimited by size
                            ws-numero-luta         delimited by size
                            ": VENCEDOR DA LUTA "  delimited by size
                            ws-luta-a              delimited by size
                            " X VENCEDOR DA LUTA " delimited by size
                            ws-luta-b              delimited by size
                       into ws-linha-saida
                     end-string
                     perform 2910-escrever-linha
                end-perform
                compute ws-primeira-luta-anterior =
                        ws-primeira-luta-anterior + ws-lutas-rodada * 2
           end-perform
           .
       2600-imprimir-chave-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descreve o ocupante da posição ws-ind-posicao em ws-lado-b:
      *>  "[pos] id nome" ou "[pos] BYE"
      *>------------------------------------------------------------------------
       2610-descrever-posicao section.
           move spaces to ws-lado-b
           if   ws-posicao-id(ws-ind-posicao) = zero then
                string "["             delimited by size
                       ws-ind-posicao  delimited by size
                       "] BYE"         delimited by size
                  into ws-lado-b
                end-string
                exit section
           end-if
           move ws-posicao-id(ws-ind-posicao)      to ws-id-procurado
           perform 2310-buscar-atleta
           if   ws-atleta-cadastrado then
                string "["                                delimited by size
                       ws-ind-posicao                     delimited by size
                       "] "                               delimited by size
                       ws-posicao-id(ws-ind-posicao)      delimited by size
                       " "                                delimited by size
                       ws-atleta-nome(ws-ind-atleta)      delimited by size
                  into ws-lado-b
                end-string
           else
                string "["                                delimited by size
                       ws-ind-posicao                     delimited by size
                       "] "                               delimited by size
                       ws-posicao-id(ws-ind-posicao)      delimited by size
                       " (SEM CADASTRO)"                  delimited by size
                  into ws-lado-b
                end-string
           end-if
           .
       2610-descrever-posicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escreve o título da rodada corrente (final e semifinal pelo
      *>  nome, as demais pelo número)
      *>------------------------------------------------------------------------
       2620-nomear-rodada section.
           evaluate true
               when ws-rodada = ws-qtd-rodadas
                    move "FINAL"       to ws-nome-rodada
               when ws-rodada + 1 = ws-qtd-rodadas
                    move "SEMIFINAL"   to ws-nome-rodada
               when other
                    move spaces        to ws-nome-rodada
                    string ws-rodada   delimited by size
                           "A RODADA"  delimited by size
                      into ws-nome-rodada
                    end-string
           end-evaluate
           move spaces to ws-linha-saida
           string " "             delimited by size
                  ws-nome-rodada  delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2620-nomear-rodada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Na reimpressão, confronta o sorteio gravado com os aptos de
      *>  hoje: quem está na chave e deixou de estar apto, e quem ficou
      *>  apto depois do sorteio, saem avisados para a comissão decidir
      *>  se refaz o sorteio
      *>------------------------------------------------------------------------
       2700-conferir-sorteio-gravado section.
           move "S" to ws-conferencia-ok
           perform varying ws-ind-posicao from 1 by 1
                   until ws-ind-posicao > ws-tamanho-chave
                if   ws-posicao-id(ws-ind-posicao) <> zero then
                     move "N" to ws-achou-posicao
                     perform varying ws-ind-apto from 1 by 1
                             until ws-ind-apto > ws-qtd-aptos
                          if   ws-apto-id(ws-ind-apto) = ws-posicao-id(ws-ind-posicao) then
                               set ws-posicao-encontrada to true
                          end-if
                     end-perform
                     if   not ws-posicao-encontrada then
                          move "N" to ws-conferencia-ok
                          move spaces to ws-linha-saida
                          string "  ATENCAO: ATLETA "          delimited by size
                                 ws-posicao-id(ws-ind-posicao) delimited by size
                                 " DA CHAVE GRAVADA NAO ESTA MAIS APTO NA CLASSE"
                                                               delimited by size
                            into ws-linha-saida
                          end-string
                          perform 2910-escrever-linha
                     end-if
                end-if
           end-perform
           perform varying ws-ind-apto from 1 by 1
                   until ws-ind-apto > ws-qtd-aptos
                move "N" to ws-achou-posicao
                perform varying ws-ind-posicao from 1 by 1
                        until ws-ind-posicao > ws-tamanho-chave
                     if   ws-posicao-id(ws-ind-posicao) = ws-apto-id(ws-ind-apto) then
                          set ws-posicao-encontrada to true
                     end-if
                end-perform
                if   not ws-posicao-encontrada then
                     move "N" to ws-conferencia-ok
                     move spaces to ws-linha-saida
                     string "  ATENCAO: ATLETA "          delimited by size
                            ws-apto-id(ws-ind-apto)       delimited by size
                            " APTO NA CLASSE MAS FORA DA CHAVE GRAVADA"
                                                          delimited by size
                       into ws-linha-saida
                     end-string
                     perform 2910-escrever-linha
                end-if
           end-perform
           if   ws-conferencia-ok = "N" then
                move "  (para sortear de novo: REFAZER na coluna 8 de arq-param-chaves.txt)"
                                                   to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2700-conferir-sorteio-gravado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório de chaves
      *>------------------------------------------------------------------------
       2910-escrever-linha section.
           write fl-rel-linha from ws-linha-saida
           if   ws-fs-arq-rel <> "00" then
                move "P40ATLETA"                        to ws-msn-erro-pmg
                move 24                                 to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-rel                      to ws-msn-erro-cod
                move "Erro ao gravar arq-chaves-competicao" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2910-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P40ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-competicoes
           close arq-inscricoes
           close arq-atletas
           close arq-pesagens
           close arq-classes
           if   not ws-atestados-inexistentes then
                close arq-atestados
           end-if
           close arq-chaves
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
           close arq-competicoes
           if   ws-fs-arq-comp <> "00" then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 25                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-competicoes" to ws-msn-erro-text
                move ws-fs-arq-comp                        to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-inscricoes
           if   ws-fs-arq-insc <> "00" then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 26                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-inscricoes"  to ws-msn-erro-text
                move ws-fs-arq-insc                        to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-atletas
           if   ws-fs-arq-atletas <> "00" then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 27                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-atletas"     to ws-msn-erro-text
                move ws-fs-arq-atletas                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-pesagens
           if   ws-fs-arq-pesagens <> "00" then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 28                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-pesagens"    to ws-msn-erro-text
                move ws-fs-arq-pesagens                    to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-classes
           if   ws-fs-arq-classes <> "00" then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 29                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-classes"     to ws-msn-erro-text
                move ws-fs-arq-classes                     to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   not ws-atestados-inexistentes then
                close arq-atestados
                if   ws-fs-arq-atest <> "00" then
                     move "P40ATLETA"                           to ws-msn-erro-pmg
                     move 30                                    to ws-msn-erro-offset
                     move 12                                    to ws-return-code
                     move "Erro ao fechar arq. arq-atestados"   to ws-msn-erro-text
                     move ws-fs-arq-atest                       to ws-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           close arq-chaves
           if   ws-fs-arq-chaves <> "00" then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 31                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq. arq-chaves"      to ws-msn-erro-text
                move ws-fs-arq-chaves                      to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-relatorio
           if   ws-fs-arq-rel <> "00" then
                move "P40ATLETA"                           to ws-msn-erro-pmg
                move 32                                    to ws-msn-erro-offset
                move 12                                    to ws-return-code
                move "Erro ao fechar arq-chaves-competicao" to ws-msn-erro-text
                move ws-fs-arq-rel                         to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           stop run
           .
       3000-finaliza-exit.
           exit.

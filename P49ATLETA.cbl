      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P49ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job batch do dossiê do atleta, para as reuniões de seleção e as
      *> revisões médicas: em vez de abrir a tela de atletas (P11ATLETA)
      *> e rodar C1, CP, CA e CL e depois as telas de atestado, alvo e
      *> inscrição uma a uma, o job imprime em arq-dossie.txt, paginado
      *> e com página nova para cada atleta, o dossiê completo de um id
      *> ou de uma lista de ids:
      *>   - cadastro, com idade e categoria etária (mesmos cortes do
      *>     P15ATLETA), situação e clube/técnico (arq-clubes.dat);
      *>   - atestado médico (arq-atestados.dat) e a validade dele;
      *>   - alvo do treinador (arq-alvos.dat) e a projeção de chegada
      *>     com a lógica do P35ATLETA (mesma janela da tendência, lida
      *>     de arq-param-projecao.txt);
      *>   - as últimas N pesagens do arquivo vivo (arq-pesagens.dat);
      *>   - o resumo por ano dos arquivos mortos anuais gerados pelo
      *>     P17ATLETA (arq-pesagens-arch-CCYY.dat), lidos direto, para
      *>     os veteranos cujo histórico antigo já foi arquivado;
      *>   - as inscrições em competição (arq-inscricoes.dat com
      *>     arq-competicoes.dat), próximas e anteriores;
      *>   - as alterações da trilha de auditoria (arq-log-atletas.dat)
      *>     no período.
      *> os ids vêm de arq-param-dossie.txt, um por linha; linhas de
      *> palavra-chave, em qualquer posição, ajustam o dossiê:
      *>   PESAGENS nnn      - quantas pesagens recentes listar (10;
      *>                       no máximo 120)
      *>   INICIO ccyymmdd   - início do período da trilha (um ano atrás)
      *>   FIM ccyymmdd      - fim do período da trilha (hoje)
      *>   ANOS nn           - quantos anos para trás procurar arquivo
      *>                       morto (30)
      *> arquivos ainda não criados (atestados, alvos, inscrições,
      *> trilha...) saem no dossiê como seção vazia, sem derrubar o job.
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-atletas assign to "arq-atletas.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-chave
           file status is ws-fs-arq-atletas.

           select arq-pesagens assign to "arq-pesagens.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-pesagem-chave
           file status is ws-fs-arq-pesagens.

           select arq-pesagens-arch assign to dynamic ws-nome-arq-arch
           organization is indexed
           access mode is dynamic
           record key is fl-arch-chave
           file status is ws-fs-arq-arch.

           select arq-atestados assign to "arq-atestados.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-atest-id-atleta
           file status is ws-fs-arq-atest.

           select arq-alvos assign to "arq-alvos.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-alvo-id-atleta
           file status is ws-fs-arq-alvos.

           select arq-inscricoes assign to "arq-inscricoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-insc-chave
           file status is ws-fs-arq-insc.

           select arq-competicoes assign to "arq-competicoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-comp-codigo
           file status is ws-fs-arq-comp.

           select arq-clubes assign to "arq-clubes.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-clu-chave
           file status is ws-fs-arq-clubes.

           select arq-log-atletas assign to "arq-log-atletas.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arq-log.

           select arq-parametros assign to "arq-param-dossie.txt"
           organization is line sequential
           file status is ws-fs-arq-param.

           select arq-param-projecao assign to "arq-param-projecao.txt"
           organization is line sequential
           file status is ws-fs-arq-param-proj.

           select arq-dossie assign to "arq-dossie.txt"
           organization is line sequential
           file status is ws-fs-arq-dossie.

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

       fd arq-pesagens.
       01 fl-pesagem.
           05 fl-pesagem-chave.
               10 fl-pesagem-id-atleta              pic 9(06).
               10 fl-pesagem-data                   pic 9(08). *> ccyymmdd
               10 fl-pesagem-hora                   pic 9(06). *> hhmmss
           05 fl-pesagem-peso                      pic -999,99.
           05 fl-pesagem-altura                    pic -99,99.
           05 fl-pesagem-imc                       pic -99,99.
           05 fl-pesagem-peso-ideal                pic -999,99.

       fd arq-pesagens-arch.
       01 fl-arch.
           05 fl-arch-chave.
               10 fl-arch-id-atleta                pic 9(06).
               10 fl-arch-data                     pic 9(08).
               10 fl-arch-hora                     pic 9(06).
           05 fl-arch-peso                         pic -999,99.
           05 fl-arch-altura                       pic -99,99.
           05 fl-arch-imc                          pic -99,99.
           05 fl-arch-peso-ideal                   pic -999,99.

       fd arq-atestados.
       01 fl-atestado.
           05 fl-atest-id-atleta                   pic 9(06).
           05 fl-atest-data-emissao                pic 9(08). *> ccyymmdd
           05 fl-atest-data-validade               pic 9(08). *> ccyymmdd
           05 fl-atest-situacao                    pic x(01). *> A apto / I inapto / R restrito

       fd arq-alvos.
       01 fl-alvo.
           05 fl-alvo-id-atleta                    pic 9(06).
           05 fl-alvo-peso                         pic -999,99.
           05 fl-alvo-data                         pic 9(08).

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

       fd arq-clubes.
       01 fl-clu-registro.
           05 fl-clu-chave.
               10 fl-clu-tipo                      pic x(01). *> "C" clube / "T" técnico
               10 fl-clu-codigo                    pic x(06).
           05 fl-clu-nome                          pic x(40).
           05 fl-clu-clube                         pic x(06).
           05 fl-clu-situacao                      pic x(01).
           05 fl-clu-contato                       pic x(40).

       fd arq-log-atletas.
       01 fl-log-atleta.
           05 fl-log-timestamp                     pic 9(14). *> ccyymmddhhmmss
           05 fl-log-id-atleta                     pic 9(06).
           05 fl-log-operacao                      pic x(10). *> ALTERACAO / EXCLUSAO
           05 fl-log-operador                      pic x(10).
           05 fl-log-nome-antigo                   pic x(50).
           05 fl-log-sexo-antigo                   pic x(01).
           05 fl-log-peso-antigo                   pic -999,99.
           05 fl-log-altura-antiga                 pic -99,99.
           05 fl-log-imc-antigo                    pic -99,99.
           05 fl-log-peso-ideal-antigo             pic -999,99.
           05 fl-log-situacao-antiga               pic x(01). *> situação do atleta antes da operação
           05 fl-log-motivo-situacao               pic x(40). *> motivo informado na mudança de situação

       fd arq-parametros.
       01 fl-param-linha                           pic x(20).

       fd arq-param-projecao.
       01 fl-param-proj-linha                      pic x(20).

       fd arq-dossie.
       01 fl-dos-linha                             pic x(132).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-pesagens                       pic x(02).
       77 ws-fs-arq-arch                           pic x(02).
       77 ws-fs-arq-atest                          pic x(02).
       77 ws-fs-arq-alvos                          pic x(02).
       77 ws-fs-arq-insc                           pic x(02).
       77 ws-fs-arq-comp                           pic x(02).
       77 ws-fs-arq-clubes                         pic x(02).
       77 ws-fs-arq-log                            pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-param-proj                     pic x(02).
       77 ws-fs-arq-dossie                         pic x(02).
       77 ws-linha-saida                           pic x(132).
       77 ws-nome-arq-arch                         pic x(30).

       77 ws-data-atual                            pic 9(08).
       77 ws-data-edit                             pic x(10).
       77 ws-dias-hoje                             pic 9(08). *> data do dia em dias corridos

      *>----Arquivos que podem ainda não existir (fs 35 no open input):
      *>    a seção correspondente sai vazia, com aviso
       77 ws-sem-arq-pesagens                      pic x(01) value "N".
           88 ws-pesagens-inexistentes             value "S".
       77 ws-sem-arq-atestados                     pic x(01) value "N".
           88 ws-atestados-inexistentes            value "S".
       77 ws-sem-arq-alvos                         pic x(01) value "N".
           88 ws-alvos-inexistentes                value "S".
       77 ws-sem-arq-inscricoes                    pic x(01) value "N".
           88 ws-inscricoes-inexistentes           value "S".
       77 ws-sem-arq-competicoes                   pic x(01) value "N".
           88 ws-competicoes-inexistentes          value "S".
       77 ws-sem-arq-clubes                        pic x(01) value "N".
           88 ws-clubes-inexistentes               value "S".

      *>----Parâmetros do dossiê (arq-param-dossie.txt)
       77 ws-qtd-pesagens-listar                   pic 9(03) value 10.
       77 ws-periodo-inicio                        pic 9(08) value zero.
       77 ws-periodo-fim                           pic 9(08) value zero.
       77 ws-anos-arquivo                          pic 9(02) value 30.
       77 ws-valor-param                           pic 9(08).

      *>----Lista de ids pedidos, na ordem do arquivo de parâmetros
       77 ws-qtd-ids                               pic 9(03) value zero.
       77 ws-ind-id                                pic 9(03).
       01 ws-tabela-ids.
           05 ws-id-pedido                         pic 9(06) occurs 500.

      *>----Janela (em dias) da tendência, a mesma do P35ATLETA
       77 ws-janela-dias-param                     pic 9(03) value 30.

      *>----Controle de paginação: página nova a cada atleta
       77 ws-pagina                                pic 9(03) value zero.
       77 ws-linhas-pagina                         pic 9(02) value 99. *> força o cabeçalho na primeira linha
       77 ws-linhas-por-pagina                     pic 9(02) value 56.
       77 ws-cab-id                                pic 9(06).
       77 ws-cab-nome                              pic x(50).

      *>----Atleta do dossiê corrente
       77 ws-id-dossie                             pic 9(06).
       77 ws-atleta-localizado                     pic x(01).
           88 ws-atleta-encontrado                 value "S".
           88 ws-atleta-nao-encontrado             value "N".

      *>----Categorias etárias da federação, pela idade completada na
      *>    data da execução (mesmos cortes do roster P15ATLETA)
       77 ws-idade                                 pic 9(03).
       77 ws-idade-sub17                           pic 9(03) value 17.
       77 ws-idade-sub20                           pic 9(03) value 20.
       77 ws-idade-master                          pic 9(03) value 35.
       01 ws-lista-categorias.
           05 filler                               pic x(22) value "SUB-17".
           05 filler                               pic x(22) value "SUB-20".
           05 filler                               pic x(22) value "ADULTO".
           05 filler                               pic x(22) value "MASTER".
           05 filler                               pic x(22) value "SEM DATA DE NASCIMENTO".
       01 ws-tabela-categorias redefines ws-lista-categorias.
           05 ws-nome-categoria                    pic x(22) occurs 5.
       77 ws-ind-categoria                         pic 9(01).

       77 ws-descricao                             pic x(40).
       77 ws-dias-restantes                        pic s9(06).
       77 ws-dias-edit                             pic -zzzzz9.

      *>----Pesagens retidas do arquivo vivo (as mais recentes), para a
      *>    listagem e para o ajuste da tendência, como no P35ATLETA
       77 ws-qtd-retidas                           pic 9(03) value zero.
       77 ws-ind-retida                            pic 9(03).
       77 ws-ind-inicial                           pic 9(03).
       77 ws-total-vivas                           pic 9(06).
       01 ws-tabela-retidas.
           05 ws-retida-entrada occurs 120.
               10 ws-retida-dias                   pic 9(08). *> data em dias corridos
               10 ws-retida-data                   pic 9(08).
               10 ws-retida-hora                   pic 9(06).
               10 ws-retida-peso                   pic 9(03)v99.
               10 ws-retida-altura                 pic 9(01)v99.
               10 ws-retida-imc                    pic 9(02)v99.

      *>----Campos do ajuste da tendência e da projeção (P35ATLETA)
       77 ws-alvo-peso                             pic 9(03)v99.
       77 ws-alvo-data                             pic 9(08).
       77 ws-peso-atual                            pic 9(03)v99.
       77 ws-dias-atual                            pic 9(08).
       77 ws-peso-inicial                          pic 9(03)v99.
       77 ws-dias-inicial                          pic 9(08).
       77 ws-dias-trecho                           pic 9(05).
       77 ws-ritmo-dia                             pic s9(02)v999. *> kg por dia, com sinal
       77 ws-ritmo-absoluto                        pic 9(02)v999.
       77 ws-gap-alvo                              pic s9(03)v99.
       77 ws-gap-absoluto                          pic 9(03)v99.
       77 ws-dias-necessarios                      pic 9(05).
       77 ws-dias-projetados                       pic 9(08).
       77 ws-data-projetada                        pic 9(08).
       77 ws-ritmo-compativel                      pic x(01).
       77 ws-tem-tendencia                         pic x(01).

      *>----Resumo por ano do arquivo morto
       77 ws-ano-atual                             pic 9(04).
       77 ws-ano-inicial                           pic 9(04).
       77 ws-ano-arquivo                           pic 9(04).
       77 ws-qtd-ano                               pic 9(05).
       77 ws-qtd-anos-com-arquivo                  pic 9(02).
       77 ws-arch-primeira-data                    pic 9(08).
       77 ws-arch-primeiro-peso                    pic 9(03)v99.
       77 ws-arch-ultima-data                      pic 9(08).
       77 ws-arch-ultimo-peso                      pic 9(03)v99.
       77 ws-arch-peso-min                         pic 9(03)v99.
       77 ws-arch-peso-max                         pic 9(03)v99.
       77 ws-arch-peso                             pic 9(03)v99.

      *>----Inscrições do atleta corrente, com a competição de cada uma
       77 ws-qtd-insc                              pic 9(03).
       77 ws-ind-insc                              pic 9(03).
       77 ws-qtd-listadas                          pic 9(03).
       01 ws-tabela-insc.
           05 ws-insc-entrada occurs 200.
               10 ws-insc-competicao               pic x(06).
               10 ws-insc-comp-nome                pic x(40).
               10 ws-insc-comp-data                pic 9(08).
               10 ws-insc-classe-sexo              pic x(01).
               10 ws-insc-classe-codigo            pic x(03).
               10 ws-insc-data                     pic 9(08).
               10 ws-insc-fed-situacao             pic x(01).

      *>----Trilha de auditoria do período
       77 ws-log-data                              pic 9(08).
       77 ws-qtd-log                               pic 9(05).

       77 ws-fim-arquivo                           pic x(01).
           88 ws-fim-do-arquivo                    value "S".

      *>----Campos editados para impressão
       77 ws-peso-edit                             pic -999,99.
       77 ws-peso2-edit                            pic -999,99.
       77 ws-alvo-edit                             pic -999,99.
       77 ws-gap-edit                              pic -999,99.
       77 ws-ritmo-edit                            pic -99,999.
       77 ws-altura-edit                           pic -99,99.
       77 ws-imc-edit                              pic -99,99.
       77 ws-min-edit                              pic -999,99.
       77 ws-max-edit                              pic -999,99.

       77 ws-total-dossies                         pic 9(04) value zero.
       77 ws-total-nao-cadastrados                 pic 9(04) value zero.

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
           move spaces to ws-data-edit
           string ws-data-atual(7:2) delimited by size
                  "/"                delimited by size
                  ws-data-atual(5:2) delimited by size
                  "/"                delimited by size
                  ws-data-atual(1:4) delimited by size
             into ws-data-edit
           end-string
           compute ws-dias-hoje = function integer-of-date(ws-data-atual)
           move ws-data-atual(1:4)                 to ws-ano-atual
           perform 1100-ler-parametros
           perform 1110-ler-janela-projecao
           open input arq-atletas
           if   ws-fs-arq-atletas <> "00"
           and  ws-fs-arq-atletas <> "05" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 2                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-atletas                   to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-atletas"    to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-pesagens
           if   ws-fs-arq-pesagens = "35" then     *> nenhuma pesagem registrada ainda
                set ws-pesagens-inexistentes to true
           else
                if   ws-fs-arq-pesagens <> "00"
                and  ws-fs-arq-pesagens <> "05" then
                     move "P49ATLETA"                    to ws-msn-erro-pmg
                     move 3                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-pesagens             to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-pesagens" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-atestados
           if   ws-fs-arq-atest = "35" then        *> nenhum atestado registrado ainda
                set ws-atestados-inexistentes to true
           else
                if   ws-fs-arq-atest <> "00"
                and  ws-fs-arq-atest <> "05" then
                     move "P49ATLETA"                    to ws-msn-erro-pmg
                     move 4                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-atest                to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-atestados" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-alvos
           if   ws-fs-arq-alvos = "35" then        *> nenhum alvo registrado ainda
                set ws-alvos-inexistentes to true
           else
                if   ws-fs-arq-alvos <> "00"
                and  ws-fs-arq-alvos <> "05" then
                     move "P49ATLETA"                    to ws-msn-erro-pmg
                     move 5                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-alvos                to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-alvos" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-inscricoes
           if   ws-fs-arq-insc = "35" then         *> nenhuma inscrição registrada ainda
                set ws-inscricoes-inexistentes to true
           else
                if   ws-fs-arq-insc <> "00"
                and  ws-fs-arq-insc <> "05" then
                     move "P49ATLETA"                    to ws-msn-erro-pmg
                     move 6                              to ws-msn-erro-offset
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
                     move "P49ATLETA"                    to ws-msn-erro-pmg
                     move 7                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-comp                 to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-competicoes" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-clubes
           if   ws-fs-arq-clubes = "35" then       *> cadastro de clubes ainda não criado
                set ws-clubes-inexistentes to true
           else
                if   ws-fs-arq-clubes <> "00"
                and  ws-fs-arq-clubes <> "05" then
                     move "P49ATLETA"                    to ws-msn-erro-pmg
                     move 8                              to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-clubes               to ws-msn-erro-cod
                     move "Erro ao abrir arq. arq-clubes" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open output arq-dossie
           if   ws-fs-arq-dossie <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 9                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-dossie                    to ws-msn-erro-cod
                move "Erro ao abrir arq-dossie"          to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê os ids e as palavras-chave de arq-param-dossie.txt; sem o
      *>  arquivo ou sem nenhum id não há dossiê a emitir
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-parametros
           if   ws-fs-arq-param <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 1                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-param                     to ws-msn-erro-cod
                move "Erro ao abrir arq-param-dossie"    to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           read arq-parametros
           perform until ws-fs-arq-param <> "00"
                evaluate true
                    when fl-param-linha(1:9) = "PESAGENS "
                         compute ws-valor-param = function numval(fl-param-linha(10:11))
                         if   ws-valor-param > 120 then
                              move 120             to ws-valor-param
                         end-if
                         if   ws-valor-param > zero then
                              move ws-valor-param  to ws-qtd-pesagens-listar
                         end-if
                    when fl-param-linha(1:7) = "INICIO "
                         compute ws-valor-param = function numval(fl-param-linha(8:13))
                         move ws-valor-param       to ws-periodo-inicio
                    when fl-param-linha(1:4) = "FIM "
                         compute ws-valor-param = function numval(fl-param-linha(5:16))
                         move ws-valor-param       to ws-periodo-fim
                    when fl-param-linha(1:5) = "ANOS "
                         compute ws-valor-param = function numval(fl-param-linha(6:15))
                         if   ws-valor-param > 99 then
                              move 99              to ws-valor-param
                         end-if
                         if   ws-valor-param > zero then
                              move ws-valor-param  to ws-anos-arquivo
                         end-if
                    when fl-param-linha(1:1) >= "0"
                    and  fl-param-linha(1:1) <= "9"
                         compute ws-valor-param = function numval(fl-param-linha)
                         if   ws-valor-param > zero
                         and  ws-valor-param <= 999999 then
                              if   ws-qtd-ids = 500 then
                                   move "P49ATLETA"                    to ws-msn-erro-pmg
                                   move 10                             to ws-msn-erro-offset
                                   move 12                             to ws-return-code
                                   move spaces                         to ws-msn-erro-cod
                                   move "Lista de ids cheia (max 500)" to ws-msn-erro-text
                                   perform 9000-finaliza-anormal
                              end-if
                              add 1 to ws-qtd-ids
                              move ws-valor-param  to ws-id-pedido(ws-qtd-ids)
                         end-if
                end-evaluate
                read arq-parametros
           end-perform
           close arq-parametros
           if   ws-qtd-ids = zero then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 11                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move spaces                              to ws-msn-erro-cod
                move "Nenhum id informado em arq-param-dossie" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           if   ws-qtd-pesagens-listar > 120 then  *> limite da tabela de pesagens retidas
                move 120                           to ws-qtd-pesagens-listar
           end-if
      *> período da trilha: sem INICIO, um ano para trás; sem FIM, hoje
           if   ws-periodo-fim = zero then
                move ws-data-atual                 to ws-periodo-fim
           end-if
           if   ws-periodo-inicio = zero then
                compute ws-periodo-inicio =
                        function date-of-integer(ws-dias-hoje - 365)
           end-if
           if   ws-anos-arquivo >= ws-ano-atual then
                move 1                             to ws-ano-inicial
           else
                compute ws-ano-inicial = ws-ano-atual - ws-anos-arquivo
           end-if
           .
       1100-ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Janela da tendência da projeção: a mesma primeira linha de
      *>  arq-param-projecao.txt que o P35ATLETA usa; sem o arquivo ou
      *>  com valor zerado, mantém 30 dias
      *>------------------------------------------------------------------------
       1110-ler-janela-projecao section.
           open input arq-param-projecao
           if   ws-fs-arq-param-proj = "00" then
                read arq-param-projecao
                if   ws-fs-arq-param-proj = "00"
                and  function numval(fl-param-proj-linha) > zero then
                     compute ws-janela-dias-param =
                             function numval(fl-param-proj-linha)
                end-if
                close arq-param-projecao
           end-if
           .
       1110-ler-janela-projecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - um dossiê por id pedido
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform varying ws-ind-id from 1 by 1
                   until ws-ind-id > ws-qtd-ids
                perform 2100-emitir-dossie
           end-perform
           display "P49ATLETA: " ws-total-dossies " dossie(s) emitido(s), "
                   ws-total-nao-cadastrados " id(s) sem cadastro, "
                   ws-pagina " pagina(s)"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emite o dossiê do id corrente, sempre a partir de página nova
      *>------------------------------------------------------------------------
       2100-emitir-dossie section.
           move ws-id-pedido(ws-ind-id)            to ws-id-dossie
           perform 2110-localizar-atleta
           move ws-id-dossie                       to ws-cab-id
           move 99                                 to ws-linhas-pagina
           if   ws-atleta-nao-encontrado then
                add 1 to ws-total-nao-cadastrados
                move "(sem cadastro)"              to ws-cab-nome
                move "*** ATLETA NAO CADASTRADO"   to ws-linha-saida
                perform 2910-escrever-linha
                exit section
           end-if
           add 1 to ws-total-dossies
           move fl-nome                            to ws-cab-nome
           perform 2200-secao-cadastro
           perform 2300-secao-atestado
           perform 2400-secao-pesagens
           perform 2500-secao-alvo
           perform 2600-secao-arquivo-morto
           perform 2700-secao-inscricoes
           perform 2800-secao-auditoria
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "*** FIM DO DOSSIE ***"            to ws-linha-saida
           perform 2910-escrever-linha
           .
       2100-emitir-dossie-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza o atleta em arq-atletas: como a chave é id + nome, o
      *>  posicionamento é por início de chave (id + low-values) seguido
      *>  de um read next conferindo o id lido
      *>------------------------------------------------------------------------
       2110-localizar-atleta section.
           set ws-atleta-nao-encontrado            to true
           move ws-id-dossie                       to fl-id-atleta
           move low-values                         to fl-nome
           start arq-atletas key is not less than fl-chave
           if   ws-fs-arq-atletas = "00" then
                read arq-atletas next
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         if   fl-id-atleta = ws-id-dossie then
                              set ws-atleta-encontrado to true
                         end-if
                    when "10"
                         continue
                    when other
                         move "P49ATLETA"                    to ws-msn-erro-pmg
                         move 12                             to ws-msn-erro-offset
                         move 12                             to ws-return-code
                         move ws-fs-arq-atletas              to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-atletas" to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           else
                if   ws-fs-arq-atletas <> "23"
                and  ws-fs-arq-atletas <> "10" then
                     move "P49ATLETA"                    to ws-msn-erro-pmg
                     move 13                             to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-atletas              to ws-msn-erro-cod
                     move "Erro ao ler arq. arq-atletas" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2110-localizar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção de cadastro: dados do atleta, idade e categoria etária,
      *>  situação e clube/técnico
      *>------------------------------------------------------------------------
       2200-secao-cadastro section.
           move "CADASTRO"                         to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "  ID: "                         delimited by size
                  fl-id-atleta                     delimited by size
                  "  NOME: "                       delimited by size
                  fl-nome                          delimited by size
                  "  SEXO: "                       delimited by size
                  fl-sexo                          delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
      *> categoria etária pela idade completada hoje (diferença de datas
      *> ccyymmdd dividida por 10000 trunca para a idade em anos)
           move spaces to ws-linha-saida
           if   fl-data-nascimento = zero then
                move 5                             to ws-ind-categoria
                string "  NASCIMENTO: NAO INFORMADA  CATEGORIA: " delimited by size
                       ws-nome-categoria(ws-ind-categoria)        delimited by size
                  into ws-linha-saida
                end-string
           else
                compute ws-idade =
                        (ws-data-atual - fl-data-nascimento) / 10000
                evaluate true
                    when ws-idade < ws-idade-sub17
                         move 1 to ws-ind-categoria
                    when ws-idade < ws-idade-sub20
                         move 2 to ws-ind-categoria
                    when ws-idade < ws-idade-master
                         move 3 to ws-ind-categoria
                    when other
                         move 4 to ws-ind-categoria
                end-evaluate
                string "  NASCIMENTO: "                    delimited by size
                       fl-data-nascimento                  delimited by size
                       "  IDADE: "                         delimited by size
                       ws-idade                            delimited by size
                       "  CATEGORIA: "                     delimited by size
                       ws-nome-categoria(ws-ind-categoria) delimited by size
                  into ws-linha-saida
                end-string
           end-if
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "  PESO: "                       delimited by size
                  fl-peso                          delimited by size
                  "  ALTURA: "                     delimited by size
                  fl-altura                        delimited by size
                  "  IMC: "                        delimited by size
                  fl-imc                           delimited by size
                  "  PESO IDEAL: "                 delimited by size
                  fl-peso-ideal                    delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           evaluate fl-situacao
               when "I"
                    move "INATIVO"                 to ws-descricao
               when "T"
                    move "TRANSFERIDO"             to ws-descricao
               when other                          *> branco: registro anterior à situação, tratado como ativo
                    move "ATIVO"                   to ws-descricao
           end-evaluate
           move spaces to ws-linha-saida
           string "  SITUACAO: "                   delimited by size
                  ws-descricao                     delimited by space
                  "  DESDE: "                      delimited by size
                  fl-data-situacao                 delimited by size
                  "  MOTIVO: "                     delimited by size
                  fl-motivo-situacao               delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move "C"                                to fl-clu-tipo
           move fl-clube                           to fl-clu-codigo
           perform 2210-nome-clube-tecnico
           move spaces to ws-linha-saida
           string "  CLUBE: "                      delimited by size
                  fl-clube                         delimited by size
                  " "                              delimited by size
                  ws-descricao                     delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move "T"                                to fl-clu-tipo
           move fl-tecnico                         to fl-clu-codigo
           perform 2210-nome-clube-tecnico
           move spaces to ws-linha-saida
           string "  TECNICO: "                    delimited by size
                  fl-tecnico                       delimited by size
                  " "                              delimited by size
                  ws-descricao                     delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2200-secao-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome do clube/técnico da chave montada em fl-clu-chave, devolvido
      *>  em ws-descricao
      *>------------------------------------------------------------------------
       2210-nome-clube-tecnico section.
           if   fl-clu-codigo = spaces then
                move "(nenhum)"                    to ws-descricao
                exit section
           end-if
           if   ws-clubes-inexistentes then
                move "(fora do cadastro)"          to ws-descricao
                exit section
           end-if
           read arq-clubes key is fl-clu-chave
           evaluate ws-fs-arq-clubes
               when "00"
               when "02"
                    move fl-clu-nome               to ws-descricao
               when "23"
                    move "(fora do cadastro)"      to ws-descricao
               when other
                    move "P49ATLETA"                    to ws-msn-erro-pmg
                    move 14                             to ws-msn-erro-offset
                    move 12                             to ws-return-code
                    move ws-fs-arq-clubes               to ws-msn-erro-cod
                    move "Erro ao ler arq. arq-clubes"  to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2210-nome-clube-tecnico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção do atestado médico e da validade dele
      *>------------------------------------------------------------------------
       2300-secao-atestado section.
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "ATESTADO MEDICO"                  to ws-linha-saida
           perform 2910-escrever-linha
           if   ws-atestados-inexistentes then
                move "  *** SEM ATESTADO"          to ws-linha-saida
                perform 2910-escrever-linha
                exit section
           end-if
           move ws-id-dossie                       to fl-atest-id-atleta
           read arq-atestados key is fl-atest-id-atleta
           evaluate ws-fs-arq-atest
               when "00"
               when "02"
                    continue
               when "23"
                    move "  *** SEM ATESTADO"      to ws-linha-saida
                    perform 2910-escrever-linha
                    exit section
               when other
                    move "P49ATLETA"                     to ws-msn-erro-pmg
                    move 15                              to ws-msn-erro-offset
                    move 12                              to ws-return-code
                    move ws-fs-arq-atest                 to ws-msn-erro-cod
                    move "Erro ao ler arq. arq-atestados" to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           evaluate fl-atest-situacao
               when "A"
                    move "APTO"                    to ws-descricao
               when "I"
                    move "INAPTO"                  to ws-descricao
               when "R"
                    move "RESTRITO"                to ws-descricao
               when other
                    move fl-atest-situacao         to ws-descricao
           end-evaluate
           move spaces to ws-linha-saida
           string "  EMISSAO: "                    delimited by size
                  fl-atest-data-emissao            delimited by size
                  "  VALIDADE: "                   delimited by size
                  fl-atest-data-validade           delimited by size
                  "  SITUACAO: "                   delimited by size
                  ws-descricao                     delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           if   fl-atest-data-validade < ws-data-atual then
                string "  *** VENCIDO DESDE "      delimited by size
                       fl-atest-data-validade      delimited by size
                  into ws-linha-saida
                end-string
           else
                compute ws-dias-restantes =
                        function integer-of-date(fl-atest-data-validade)
                      - ws-dias-hoje
                move ws-dias-restantes             to ws-dias-edit
                string "  VIGENTE - "              delimited by size
                       ws-dias-edit                delimited by size
                       " DIA(S) ATE O VENCIMENTO"  delimited by size
                  into ws-linha-saida
                end-string
           end-if
           perform 2910-escrever-linha
           if   fl-atest-situacao = "I" then
                move "  *** ATLETA INAPTO"         to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2300-secao-atestado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção das pesagens do arquivo vivo: retém as mais recentes do
      *>  atleta (a tabela serve também à projeção) e lista as últimas N
      *>------------------------------------------------------------------------
       2400-secao-pesagens section.
           move zero                               to ws-qtd-retidas
           move zero                               to ws-total-vivas
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "ULTIMAS PESAGENS (ate "         delimited by size
                  ws-qtd-pesagens-listar           delimited by size
                  ")"                              delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           if   not ws-pesagens-inexistentes then
                perform 2410-reter-pesagens
           end-if
           if   ws-qtd-retidas = zero then
                move "  (nenhuma pesagem no arquivo vivo)" to ws-linha-saida
                perform 2910-escrever-linha
                exit section
           end-if
           move "  DATA     HORA      PESO ALTURA    IMC" to ws-linha-saida
           perform 2910-escrever-linha
           if   ws-qtd-retidas > ws-qtd-pesagens-listar then
                compute ws-ind-inicial = ws-qtd-retidas - ws-qtd-pesagens-listar + 1
           else
                move 1                             to ws-ind-inicial
           end-if
           perform varying ws-ind-retida from ws-ind-inicial by 1
                   until ws-ind-retida > ws-qtd-retidas
                move ws-retida-peso(ws-ind-retida)   to ws-peso-edit
                move ws-retida-altura(ws-ind-retida) to ws-altura-edit
                move ws-retida-imc(ws-ind-retida)    to ws-imc-edit
                move spaces to ws-linha-saida
                string "  "                            delimited by size
                       ws-retida-data(ws-ind-retida)   delimited by size
                       " "                             delimited by size
                       ws-retida-hora(ws-ind-retida)   delimited by size
                       " "                             delimited by size
                       ws-peso-edit                    delimited by size
                       " "                             delimited by size
                       ws-altura-edit                  delimited by size
                       " "                             delimited by size
                       ws-imc-edit                     delimited by size
                  into ws-linha-saida
                end-string
                perform 2910-escrever-linha
           end-perform
           move spaces to ws-linha-saida
           string "  TOTAL DE PESAGENS NO ARQUIVO VIVO: " delimited by size
                  ws-total-vivas                          delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2400-secao-pesagens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as pesagens vivas do atleta (posicionamento por início
      *>  de chave), retendo as 120 mais recentes como o P35ATLETA
      *>------------------------------------------------------------------------
       2410-reter-pesagens section.
           move ws-id-dossie                       to fl-pesagem-id-atleta
           move zero                               to fl-pesagem-data
           move zero                               to fl-pesagem-hora
           start arq-pesagens key is not less than fl-pesagem-chave
           if   ws-fs-arq-pesagens = "23"
           or   ws-fs-arq-pesagens = "10" then     *> nenhuma pesagem deste id em diante
                exit section
           end-if
           if   ws-fs-arq-pesagens <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 16                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-pesagens                  to ws-msn-erro-cod
                move "Erro ao posicionar arq-pesagens"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move "N" to ws-fim-arquivo
           read arq-pesagens next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-pesagens
                    when "00"
                    when "02"
                         if   fl-pesagem-id-atleta <> ws-id-dossie then
                              set ws-fim-do-arquivo to true
                         else
                              add 1 to ws-total-vivas
                              if   ws-qtd-retidas = 120 then
                                   perform varying ws-ind-retida from 1 by 1
                                           until ws-ind-retida > 119
                                        move ws-retida-entrada(ws-ind-retida + 1)
                                          to ws-retida-entrada(ws-ind-retida)
                                   end-perform
                                   subtract 1 from ws-qtd-retidas
                              end-if
                              add 1 to ws-qtd-retidas
                              compute ws-retida-dias(ws-qtd-retidas) =
                                      function integer-of-date(fl-pesagem-data)
                              move fl-pesagem-data   to ws-retida-data(ws-qtd-retidas)
                              move fl-pesagem-hora   to ws-retida-hora(ws-qtd-retidas)
                              move fl-pesagem-peso   to ws-retida-peso(ws-qtd-retidas)
                              move fl-pesagem-altura to ws-retida-altura(ws-qtd-retidas)
                              move fl-pesagem-imc    to ws-retida-imc(ws-qtd-retidas)
                              read arq-pesagens next
                         end-if
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P49ATLETA"                      to ws-msn-erro-pmg
                         move 17                               to ws-msn-erro-offset
                         move 12                               to ws-return-code
                         move ws-fs-arq-pesagens               to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-pesagens"  to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2410-reter-pesagens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção do alvo do treinador e da projeção de chegada, com o
      *>  ajuste da tendência e os avisos do P35ATLETA
      *>------------------------------------------------------------------------
       2500-secao-alvo section.
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "ALVO DO TREINADOR E PROJECAO (tendencia de " delimited by size
                  ws-janela-dias-param                         delimited by size
                  " dia(s))"                                   delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           if   ws-alvos-inexistentes then
                move "  (nenhum alvo registrado)"  to ws-linha-saida
                perform 2910-escrever-linha
                exit section
           end-if
           move ws-id-dossie                       to fl-alvo-id-atleta
           read arq-alvos key is fl-alvo-id-atleta
           evaluate ws-fs-arq-alvos
               when "00"
               when "02"
                    continue
               when "23"
                    move "  (nenhum alvo registrado)" to ws-linha-saida
                    perform 2910-escrever-linha
                    exit section
               when other
                    move "P49ATLETA"                     to ws-msn-erro-pmg
                    move 18                              to ws-msn-erro-offset
                    move 12                              to ws-return-code
                    move ws-fs-arq-alvos                 to ws-msn-erro-cod
                    move "Erro ao ler arq. arq-alvos"    to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           move fl-alvo-peso                       to ws-alvo-peso
           move fl-alvo-data                       to ws-alvo-data
           if   ws-qtd-retidas = zero then
                move ws-alvo-peso                  to ws-alvo-edit
                move spaces to ws-linha-saida
                string "  ALVO "                   delimited by size
                       ws-alvo-edit                delimited by size
                       " ATE "                     delimited by size
                       ws-alvo-data                delimited by size
                  into ws-linha-saida
                end-string
                perform 2910-escrever-linha
                move "  *** ALVO SEM NENHUMA PESAGEM NO ARQUIVO VIVO" to ws-linha-saida
                perform 2910-escrever-linha
                exit section
           end-if
           perform 2510-ajustar-tendencia
           perform 2520-projetar-e-imprimir
           .
       2500-secao-alvo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ajusta a tendência (P35ATLETA, 2420): reta entre a pesagem mais
      *>  antiga dentro da janela, contada para trás a partir da mais
      *>  recente, e a própria mais recente
      *>------------------------------------------------------------------------
       2510-ajustar-tendencia section.
           move ws-retida-peso(ws-qtd-retidas)     to ws-peso-atual
           move ws-retida-dias(ws-qtd-retidas)     to ws-dias-atual
           move ws-qtd-retidas                     to ws-ind-inicial
           perform varying ws-ind-retida from ws-qtd-retidas by -1
                   until ws-ind-retida < 1
                if   ws-dias-atual - ws-retida-dias(ws-ind-retida)
                     <= ws-janela-dias-param then
                     move ws-ind-retida to ws-ind-inicial
                end-if
           end-perform
           move ws-retida-peso(ws-ind-inicial)     to ws-peso-inicial
           move ws-retida-dias(ws-ind-inicial)     to ws-dias-inicial
           move "N" to ws-tem-tendencia
           move zero to ws-ritmo-dia
           if   ws-dias-atual > ws-dias-inicial then
                compute ws-dias-trecho = ws-dias-atual - ws-dias-inicial
                compute ws-ritmo-dia rounded =
                        (ws-peso-atual - ws-peso-inicial) / ws-dias-trecho
                move "S" to ws-tem-tendencia
           end-if
           .
       2510-ajustar-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Projeta a chegada ao alvo no ritmo atual (P35ATLETA, 2430), com
      *>  o aviso "***" quando a projeção cai depois da data alvo ou o
      *>  ritmo afasta o atleta do alvo
      *>------------------------------------------------------------------------
       2520-projetar-e-imprimir section.
           compute ws-gap-alvo = ws-alvo-peso - ws-peso-atual
           move ws-gap-alvo to ws-gap-absoluto
           if   ws-gap-alvo < zero then
                compute ws-gap-absoluto = zero - ws-gap-alvo
           end-if
           move ws-ritmo-dia to ws-ritmo-absoluto
           if   ws-ritmo-dia < zero then
                compute ws-ritmo-absoluto = zero - ws-ritmo-dia
           end-if
      *> o ritmo é compatível quando anda na direção do alvo: gap e
      *> ritmo com o mesmo sinal (e nenhum dos dois zerado)
           move "N" to ws-ritmo-compativel
           if   ws-tem-tendencia = "S"
           and  ws-ritmo-absoluto > zero then
                if   (ws-gap-alvo > zero and ws-ritmo-dia > zero)
                or   (ws-gap-alvo < zero and ws-ritmo-dia < zero) then
                     move "S" to ws-ritmo-compativel
                end-if
           end-if
           move ws-peso-atual                      to ws-peso-edit
           move ws-alvo-peso                       to ws-alvo-edit
           move ws-gap-alvo                        to ws-gap-edit
           move ws-ritmo-dia                       to ws-ritmo-edit
           move spaces to ws-linha-saida
           string "  PESO "                        delimited by size
                  ws-peso-edit                     delimited by size
                  " ALVO "                         delimited by size
                  ws-alvo-edit                     delimited by size
                  " ATE "                          delimited by size
                  ws-alvo-data                     delimited by size
                  " GAP "                          delimited by size
                  ws-gap-edit                      delimited by size
                  " RITMO "                        delimited by size
                  ws-ritmo-edit                    delimited by size
                  " KG/DIA"                        delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           evaluate true
               when ws-gap-absoluto = zero
                    move "    ALVO ATINGIDO"       to ws-linha-saida
                    perform 2910-escrever-linha
               when ws-tem-tendencia = "N"
                    move "    *** SEM TENDENCIA (menos de duas pesagens na janela)"
                                                   to ws-linha-saida
                    perform 2910-escrever-linha
               when ws-ritmo-compativel = "N"
                    move "    *** NO RITMO ATUAL O ATLETA NAO CHEGA AO ALVO"
                                                   to ws-linha-saida
                    perform 2910-escrever-linha
               when other
                    compute ws-dias-necessarios rounded =
                            ws-gap-absoluto / ws-ritmo-absoluto
                    compute ws-dias-projetados =
                            ws-dias-atual + ws-dias-necessarios
                    compute ws-data-projetada =
                            function date-of-integer(ws-dias-projetados)
                    move spaces to ws-linha-saida
                    string "    PROJECAO DE CHEGADA AO ALVO: " delimited by size
                           ws-data-projetada                   delimited by size
                      into ws-linha-saida
                    end-string
                    if   ws-data-projetada > ws-alvo-data then
                         move " *** DEPOIS DA DATA ALVO" to ws-linha-saida(42:25)
                    end-if
                    perform 2910-escrever-linha
           end-evaluate
           .
       2520-projetar-e-imprimir-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção do histórico arquivado: resumo por ano dos arquivos
      *>  mortos do P17ATLETA; ano sem arquivo (fs 35) é pulado
      *>------------------------------------------------------------------------
       2600-secao-arquivo-morto section.
           move zero                               to ws-qtd-anos-com-arquivo
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "HISTORICO ARQUIVADO (resumo por ano)" to ws-linha-saida
           perform 2910-escrever-linha
           perform varying ws-ano-arquivo from ws-ano-inicial by 1
                   until ws-ano-arquivo > ws-ano-atual
                perform 2610-resumir-ano
           end-perform
           if   ws-qtd-anos-com-arquivo = zero then
                move "  (nenhuma pesagem arquivada)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2600-secao-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resume as pesagens do atleta no arquivo morto do ano corrente:
      *>  quantidade, primeira e última pesagem, menor e maior peso
      *>------------------------------------------------------------------------
       2610-resumir-ano section.
           move spaces to ws-nome-arq-arch
           string "arq-pesagens-arch-"             delimited by size
                  ws-ano-arquivo                   delimited by size
                  ".dat"                           delimited by size
             into ws-nome-arq-arch
           end-string
           open input arq-pesagens-arch
           if   ws-fs-arq-arch = "35" then         *> nenhum arquivo morto para o ano
                exit section
           end-if
           if   ws-fs-arq-arch <> "00"
           and  ws-fs-arq-arch <> "05" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 19                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-arch                      to ws-msn-erro-cod
                move "Erro ao abrir arquivo morto"       to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move zero                               to ws-qtd-ano
           move ws-id-dossie                       to fl-arch-id-atleta
           move zero                               to fl-arch-data
           move zero                               to fl-arch-hora
           start arq-pesagens-arch key is not less than fl-arch-chave
           if   ws-fs-arq-arch = "00" then
                move "N" to ws-fim-arquivo
                read arq-pesagens-arch next
                perform until ws-fim-do-arquivo
                     evaluate ws-fs-arq-arch
                         when "00"
                         when "02"
                              if   fl-arch-id-atleta <> ws-id-dossie then
                                   set ws-fim-do-arquivo to true
                              else
                                   perform 2620-acumular-arquivada
                                   read arq-pesagens-arch next
                              end-if
                         when "10"
                              set ws-fim-do-arquivo to true
                         when other
                              move "P49ATLETA"                   to ws-msn-erro-pmg
                              move 20                            to ws-msn-erro-offset
                              move 12                            to ws-return-code
                              move ws-fs-arq-arch                to ws-msn-erro-cod
                              move "Erro ao ler arquivo morto"   to ws-msn-erro-text
                              perform 9000-finaliza-anormal
                     end-evaluate
                end-perform
           else
                if   ws-fs-arq-arch <> "23"
                and  ws-fs-arq-arch <> "10" then
                     move "P49ATLETA"                    to ws-msn-erro-pmg
                     move 21                             to ws-msn-erro-offset
                     move 12                             to ws-return-code
                     move ws-fs-arq-arch                 to ws-msn-erro-cod
                     move "Erro ao posicionar arquivo morto" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           close arq-pesagens-arch
           if   ws-qtd-ano = zero then
                exit section
           end-if
           add 1 to ws-qtd-anos-com-arquivo
           move ws-arch-primeiro-peso              to ws-peso-edit
           move ws-arch-ultimo-peso                to ws-peso2-edit
           move ws-arch-peso-min                   to ws-min-edit
           move ws-arch-peso-max                   to ws-max-edit
           move spaces to ws-linha-saida
           string "  "                             delimited by size
                  ws-ano-arquivo                   delimited by size
                  ": "                             delimited by size
                  ws-qtd-ano                       delimited by size
                  " PESAGEM(NS)  PRIMEIRA "        delimited by size
                  ws-arch-primeira-data            delimited by size
                  " "                              delimited by size
                  ws-peso-edit                     delimited by size
                  "  ULTIMA "                      delimited by size
                  ws-arch-ultima-data              delimited by size
                  " "                              delimited by size
                  ws-peso2-edit                    delimited by size
                  "  MIN "                         delimited by size
                  ws-min-edit                      delimited by size
                  "  MAX "                         delimited by size
                  ws-max-edit                      delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2610-resumir-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a pesagem arquivada corrente no resumo do ano (o
      *>  arquivo morto vem na ordem id + data + hora)
      *>------------------------------------------------------------------------
       2620-acumular-arquivada section.
           move fl-arch-peso                       to ws-arch-peso
           add 1 to ws-qtd-ano
           if   ws-qtd-ano = 1 then
                move fl-arch-data                  to ws-arch-primeira-data
                move ws-arch-peso                  to ws-arch-primeiro-peso
                move ws-arch-peso                  to ws-arch-peso-min
                move ws-arch-peso                  to ws-arch-peso-max
           end-if
           move fl-arch-data                       to ws-arch-ultima-data
           move ws-arch-peso                       to ws-arch-ultimo-peso
           if   ws-arch-peso < ws-arch-peso-min then
                move ws-arch-peso                  to ws-arch-peso-min
           end-if
           if   ws-arch-peso > ws-arch-peso-max then
                move ws-arch-peso                  to ws-arch-peso-max
           end-if
           .
       2620-acumular-arquivada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção das inscrições em competição: varre arq-inscricoes (a
      *>  chave começa pela competição) guardando as do atleta, e lista
      *>  as próximas (evento hoje ou depois) e as anteriores
      *>------------------------------------------------------------------------
       2700-secao-inscricoes section.
           move zero                               to ws-qtd-insc
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move "INSCRICOES EM COMPETICAO"         to ws-linha-saida
           perform 2910-escrever-linha
           if   not ws-inscricoes-inexistentes then
                perform 2710-carregar-inscricoes
           end-if
           if   ws-qtd-insc = zero then
                move "  (nenhuma inscricao)"       to ws-linha-saida
                perform 2910-escrever-linha
                exit section
           end-if
           move "  PROXIMAS"                       to ws-linha-saida
           perform 2910-escrever-linha
           move zero                               to ws-qtd-listadas
           perform varying ws-ind-insc from 1 by 1
                   until ws-ind-insc > ws-qtd-insc
                if   ws-insc-comp-data(ws-ind-insc) >= ws-data-atual then
                     perform 2720-escrever-inscricao
                end-if
           end-perform
           if   ws-qtd-listadas = zero then
                move "    (nenhuma)"               to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           move "  ANTERIORES"                     to ws-linha-saida
           perform 2910-escrever-linha
           move zero                               to ws-qtd-listadas
           perform varying ws-ind-insc from 1 by 1
                   until ws-ind-insc > ws-qtd-insc
                if   ws-insc-comp-data(ws-ind-insc) < ws-data-atual then
                     perform 2720-escrever-inscricao
                end-if
           end-perform
           if   ws-qtd-listadas = zero then
                move "    (nenhuma)"               to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2700-secao-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as inscrições do atleta com nome e data da competição
      *>  (competição fora do calendário entra com data zero e cai nas
      *>  anteriores)
      *>------------------------------------------------------------------------
       2710-carregar-inscricoes section.
           move low-values                         to fl-insc-chave
           start arq-inscricoes key is not less than fl-insc-chave
           if   ws-fs-arq-insc = "23"
           or   ws-fs-arq-insc = "10" then         *> arquivo vazio
                exit section
           end-if
           if   ws-fs-arq-insc <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 22                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-insc                      to ws-msn-erro-cod
                move "Erro ao posicionar arq-inscricoes" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move "N" to ws-fim-arquivo
           read arq-inscricoes next
           perform until ws-fim-do-arquivo
                evaluate ws-fs-arq-insc
                    when "00"
                    when "02"
                         if   fl-insc-id-atleta = ws-id-dossie
                         and  ws-qtd-insc < 200 then
                              add 1 to ws-qtd-insc
                              move fl-insc-competicao    to ws-insc-competicao(ws-qtd-insc)
                              move fl-insc-classe-sexo   to ws-insc-classe-sexo(ws-qtd-insc)
                              move fl-insc-classe-codigo to ws-insc-classe-codigo(ws-qtd-insc)
                              move fl-insc-data          to ws-insc-data(ws-qtd-insc)
                              move fl-insc-fed-situacao  to ws-insc-fed-situacao(ws-qtd-insc)
                              perform 2715-buscar-competicao
                         end-if
                         read arq-inscricoes next
                    when "10"
                         set ws-fim-do-arquivo to true
                    when other
                         move "P49ATLETA"                        to ws-msn-erro-pmg
                         move 23                                 to ws-msn-erro-offset
                         move 12                                 to ws-return-code
                         move ws-fs-arq-insc                     to ws-msn-erro-cod
                         move "Erro ao ler arq. arq-inscricoes"  to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           .
       2710-carregar-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Completa a inscrição recém-carregada com nome e data da
      *>  competição
      *>------------------------------------------------------------------------
       2715-buscar-competicao section.
           move "(competicao fora do calendario)"  to ws-insc-comp-nome(ws-qtd-insc)
           move zero                               to ws-insc-comp-data(ws-qtd-insc)
           if   ws-competicoes-inexistentes then
                exit section
           end-if
           move fl-insc-competicao                 to fl-comp-codigo
           read arq-competicoes key is fl-comp-codigo
           evaluate ws-fs-arq-comp
               when "00"
               when "02"
                    move fl-comp-nome              to ws-insc-comp-nome(ws-qtd-insc)
                    move fl-comp-data              to ws-insc-comp-data(ws-qtd-insc)
               when "23"
                    continue
               when other
                    move "P49ATLETA"                        to ws-msn-erro-pmg
                    move 24                                 to ws-msn-erro-offset
                    move 12                                 to ws-return-code
                    move ws-fs-arq-comp                     to ws-msn-erro-cod
                    move "Erro ao ler arq. arq-competicoes" to ws-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2715-buscar-competicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a inscrição da posição ws-ind-insc
      *>------------------------------------------------------------------------
       2720-escrever-inscricao section.
           add 1 to ws-qtd-listadas
           move spaces to ws-linha-saida
           string "    "                                delimited by size
                  ws-insc-competicao(ws-ind-insc)       delimited by size
                  " "                                   delimited by size
                  ws-insc-comp-data(ws-ind-insc)        delimited by size
                  " "                                   delimited by size
                  ws-insc-comp-nome(ws-ind-insc)        delimited by size
                  " CLASSE "                            delimited by size
                  ws-insc-classe-sexo(ws-ind-insc)      delimited by size
                  ws-insc-classe-codigo(ws-ind-insc)    delimited by size
                  " INSCRITO EM "                       delimited by size
                  ws-insc-data(ws-ind-insc)             delimited by size
                  " FED "                               delimited by size
                  ws-insc-fed-situacao(ws-ind-insc)     delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2720-escrever-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção da trilha de auditoria: alterações e exclusões do atleta
      *>  no período, com os valores anteriores como na consulta CL do
      *>  P01ATLETA
      *>------------------------------------------------------------------------
       2800-secao-auditoria section.
           move zero                               to ws-qtd-log
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           string "TRILHA DE AUDITORIA DE "        delimited by size
                  ws-periodo-inicio                delimited by size
                  " A "                            delimited by size
                  ws-periodo-fim                   delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           open input arq-log-atletas
           if   ws-fs-arq-log = "35" then          *> trilha ainda não criada
                move "  (nenhuma alteracao no periodo)" to ws-linha-saida
                perform 2910-escrever-linha
                exit section
           end-if
           if   ws-fs-arq-log <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 25                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-log                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-log-atletas" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           read arq-log-atletas
           perform until ws-fs-arq-log <> "00"
                move fl-log-timestamp(1:8)         to ws-log-data
                if   fl-log-id-atleta = ws-id-dossie
                and  ws-log-data >= ws-periodo-inicio
                and  ws-log-data <= ws-periodo-fim then
                     if   ws-qtd-log = zero then
                          move "  TIMESTAMP      OPERACAO   OPERADOR   NOME ANTERIOR                  PESO    ALTURA S MOTIVO DA SITUACAO"
                                                   to ws-linha-saida
                          perform 2910-escrever-linha
                     end-if
                     add 1 to ws-qtd-log
                     move spaces to ws-linha-saida
                     string "  "                        delimited by size
                            fl-log-timestamp            delimited by size
                            " "                         delimited by size
                            fl-log-operacao             delimited by size
                            " "                         delimited by size
                            fl-log-operador             delimited by size
                            " "                         delimited by size
                            fl-log-nome-antigo(1:30)    delimited by size
                            " "                         delimited by size
                            fl-log-peso-antigo          delimited by size
                            " "                         delimited by size
                            fl-log-altura-antiga        delimited by size
                            " "                         delimited by size
                            fl-log-situacao-antiga      delimited by size
                            " "                         delimited by size
                            fl-log-motivo-situacao      delimited by size
                       into ws-linha-saida
                     end-string
                     perform 2910-escrever-linha
                end-if
                read arq-log-atletas
           end-perform
           if   ws-fs-arq-log <> "10" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 26                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-log                       to ws-msn-erro-cod
                move "Erro ao ler arq. arq-log-atletas"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           close arq-log-atletas
           if   ws-qtd-log = zero then
                move "  (nenhuma alteracao no periodo)" to ws-linha-saida
                perform 2910-escrever-linha
           end-if
           .
       2800-secao-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no dossiê, abrindo página nova com cabeçalho
      *>  quando a página corrente encher
      *>------------------------------------------------------------------------
       2910-escrever-linha section.
           if   ws-linhas-pagina > ws-linhas-por-pagina then
                perform 2920-escrever-cabecalho
           end-if
           write fl-dos-linha from ws-linha-saida
           if   ws-fs-arq-dossie <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 27                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-dossie                    to ws-msn-erro-cod
                move "Erro ao gravar arq-dossie"         to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-linhas-pagina
           .
       2910-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre uma página nova com o cabeçalho do atleta corrente
      *>------------------------------------------------------------------------
       2920-escrever-cabecalho section.
           add 1 to ws-pagina
           move zero to ws-linhas-pagina
           move spaces to fl-dos-linha
           string "DOSSIE DO ATLETA "              delimited by size
                  ws-cab-id                        delimited by size
                  " "                              delimited by size
                  ws-cab-nome(1:40)                delimited by size
                  "  DATA: "                       delimited by size
                  ws-data-edit                     delimited by size
                  "  PAGINA: "                     delimited by size
                  ws-pagina                        delimited by size
             into fl-dos-linha
           end-string
           write fl-dos-linha
           if   ws-fs-arq-dossie <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 28                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-dossie                    to ws-msn-erro-cod
                move "Erro ao gravar arq-dossie"         to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move spaces to fl-dos-linha
           write fl-dos-linha
           if   ws-fs-arq-dossie <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 29                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-dossie                    to ws-msn-erro-cod
                move "Erro ao gravar arq-dossie"         to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 2 to ws-linhas-pagina
           .
       2920-escrever-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P49ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-atletas
           close arq-pesagens
           close arq-atestados
           close arq-alvos
           close arq-inscricoes
           close arq-competicoes
           close arq-clubes
           close arq-dossie
           move ws-return-code to return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-atletas
           if   ws-fs-arq-atletas <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 30                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq. arq-atletas"   to ws-msn-erro-text
                move ws-fs-arq-atletas                   to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   not ws-pesagens-inexistentes then
                close arq-pesagens
           end-if
           if   not ws-atestados-inexistentes then
                close arq-atestados
           end-if
           if   not ws-alvos-inexistentes then
                close arq-alvos
           end-if
           if   not ws-inscricoes-inexistentes then
                close arq-inscricoes
           end-if
           if   not ws-competicoes-inexistentes then
                close arq-competicoes
           end-if
           if   not ws-clubes-inexistentes then
                close arq-clubes
           end-if
           close arq-dossie
           if   ws-fs-arq-dossie <> "00" then
                move "P49ATLETA"                         to ws-msn-erro-pmg
                move 31                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq-dossie"         to ws-msn-erro-text
                move ws-fs-arq-dossie                    to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           stop run
           .
       3000-finaliza-exit.
           exit.

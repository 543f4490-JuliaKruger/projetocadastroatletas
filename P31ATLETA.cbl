      *>   linha 1 - nome do arquivo (ex.: arq-atletas)
      *>   linha 2 - data da geração (ccyymmdd, do catálogo
      *>             arq-backup-catalogo.txt)
      *> a geração só é aceita se o arquivo de contagens dela
      *> (arq-backup-contagens-CCYYMMDD.txt) registra o tamanho atual do
      *> registro do snapshot; geração em layout antigo é recusada antes
      *> de qualquer arquivo vivo ser aberto.
      *> ATENÇÃO: a restauração SUBSTITUI o arquivo vivo; o conteúdo
      *> posterior à geração escolhida se perde e precisa ser redigitado.
       environment division.
           record key is fl-hist-chave
           file status is ws-fs-arq-vivo.

           select arq-pagamentos assign to "arq-pagamentos.dat"
           organization is indexed
           access mode is sequential
           record key is fl-pag-chave
           file status is ws-fs-arq-vivo.

           select arq-backup assign to dynamic ws-nome-arq-backup
           organization is record sequential
           file status is ws-fs-arq-backup.

           select arq-contagens assign to dynamic ws-nome-arq-contagens
           organization is line sequential
           file status is ws-fs-arq-contagens.

           select arq-parametros assign to "arq-param-restore.txt"
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

       fd arq-pesagens.
       01 fl-pesagem.
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

       fd arq-atestados.
       01 fl-atestado.
           05 fl-hist-qtd-obeso                    pic 9(06).
           05 fl-hist-qtd-fora-ideal               pic 9(06).

       fd arq-pagamentos.
       01 fl-pagamento.
           05 fl-pag-chave.
               10 fl-pag-competicao                pic x(06).
               10 fl-pag-id-atleta                 pic 9(06).
               10 fl-pag-sequencia                 pic 9(02).
           05 fl-pag-valor                         pic -99999,99.
           05 fl-pag-data                          pic 9(08).
           05 fl-pag-forma                         pic x(01).
           05 fl-pag-recibo                        pic x(10).
           05 fl-pag-operador                      pic x(10).

       fd arq-backup.
       01 fl-bkp-registro                          pic x(152).

       fd arq-contagens.
       01 fl-contagem-linha                        pic x(40).

       fd arq-parametros.
       01 fl-param-linha                           pic x(20).
       working-storage section.
       77 ws-fs-arq-vivo                           pic x(02).
       77 ws-fs-arq-backup                         pic x(02).
       77 ws-fs-arq-contagens                      pic x(02).
       77 ws-fs-arq-param                          pic x(02).
       77 ws-fs-arq-rel                            pic x(02).
       77 ws-nome-arq-backup                       pic x(40).
       77 ws-nome-arq-contagens                    pic x(40).
       77 ws-linha-saida                           pic x(120).

      *>----Parâmetros da restauração
       77 ws-arquivo-pedido                        pic x(25) value spaces.
       77 ws-data-geracao                          pic 9(08) value zero.

      *>----Tamanho do registro do snapshot (acompanha fl-bkp-registro) e
      *>    o registrado na geração pedida pelo P29ATLETA
       77 ws-tam-registro-snapshot                 pic 9(06) value 152.
       77 ws-tam-registro-geracao                  pic 9(06) value zero.
       77 ws-txt-nome-contagem                     pic x(25).
       77 ws-txt-valor-contagem                    pic x(10).

      *>----Os arquivos cobertos pelo backup, na mesma ordem fixa do
      *>    P29ATLETA
       01 ws-lista-arquivos.
           05 filler                               pic x(25) value "arq-atestados".
           05 filler                               pic x(25) value "arq-alvos".
           05 filler                               pic x(25) value "arq-estatisticas-hist".
           05 filler                               pic x(25) value "arq-pagamentos".
       01 ws-tabela-arquivos redefines ws-lista-arquivos.
           05 ws-arquivo-base                      pic x(25) occurs 11.
       77 ws-ind-arq                               pic 9(02) value zero.
       77 ws-ind-busca                             pic 9(02).

           end-if
           perform 1100-ler-parametros
           perform 1200-validar-parametros
           perform 1300-validar-layout-geracao
           move spaces to ws-nome-arq-backup
           string function trim(ws-arquivo-pedido) delimited by size
                  "-bkp-"                          delimited by size
      *>------------------------------------------------------------------------
       1200-validar-parametros section.
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > 11
                if   ws-arquivo-pedido = ws-arquivo-base(ws-ind-busca) then
                     move ws-ind-busca to ws-ind-arq
                end-if
       1200-validar-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no arquivo de contagens da geração pedida o tamanho do
      *>  registro do snapshot: geração sem essa linha ou com outro
      *>  tamanho está em layout antigo e não pode ser lida com o
      *>  registro atual - a restauração é recusada aqui, antes de o
      *>  arquivo vivo ser aberto para regravação
      *>------------------------------------------------------------------------
       1300-validar-layout-geracao section.
           move spaces to ws-nome-arq-contagens
           string "arq-backup-contagens-"          delimited by size
                  ws-data-geracao                  delimited by size
                  ".txt"                           delimited by size
             into ws-nome-arq-contagens
           end-string
           open input arq-contagens
           if   ws-fs-arq-contagens <> "00"
           and  ws-fs-arq-contagens <> "05" then
                move "P31ATLETA"                   to ws-msn-erro-pmg
                move 12                            to ws-msn-erro-offset
                move 12                            to ws-return-code
                move ws-fs-arq-contagens           to ws-msn-erro-cod
                move "Geracao pedida sem arquivo de contagens" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           read arq-contagens
           perform until ws-fs-arq-contagens <> "00"
                move spaces to ws-txt-nome-contagem
                move spaces to ws-txt-valor-contagem
                unstring fl-contagem-linha delimited by "|"
                    into ws-txt-nome-contagem
                         ws-txt-valor-contagem
                end-unstring
                if   ws-txt-nome-contagem = "registro-snapshot" then
                     compute ws-tam-registro-geracao =
                             function numval(ws-txt-valor-contagem)
                end-if
                read arq-contagens
           end-perform
           close arq-contagens
           if   ws-tam-registro-geracao <> ws-tam-registro-snapshot then
                move "P31ATLETA"                   to ws-msn-erro-pmg
                move 13                            to ws-msn-erro-offset
                move 12                            to ws-return-code
                move spaces                        to ws-msn-erro-cod
                move "Geracao em layout antigo; restauracao recusada" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1300-validar-layout-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - reconstrói o arquivo vivo pedido a
      *>  partir do snapshot e relata o que foi recuperado
                    perform 2190-restaurar-alvos
               when 10
                    perform 2195-restaurar-est-hist
               when 11
                    perform 2197-restaurar-pagamentos
           end-evaluate
           move spaces to ws-linha-saida
           string ws-total-restaurados             delimited by size
           end-if
           perform 2105-ler-snapshot
           perform until ws-fs-arq-backup = "10"
                move fl-bkp-registro(1:152)        to fl-atleta
                write fl-atleta
                if   ws-fs-arq-vivo <> "00" and ws-fs-arq-vivo <> "02" then
                     perform 2106-erro-gravacao-vivo
           end-if
           perform 2105-ler-snapshot
           perform until ws-fs-arq-backup = "10"
                move fl-bkp-registro(1:118)        to fl-competicao
                write fl-competicao
                if   ws-fs-arq-vivo <> "00" and ws-fs-arq-vivo <> "02" then
                     perform 2106-erro-gravacao-vivo
           end-if
           perform 2105-ler-snapshot
           perform until ws-fs-arq-backup = "10"
                move fl-bkp-registro(1:92)         to fl-inscricao
                write fl-inscricao
                if   ws-fs-arq-vivo <> "00" and ws-fs-arq-vivo <> "02" then
                     perform 2106-erro-gravacao-vivo
       2195-restaurar-est-hist-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Restauração de arq-pagamentos
      *>------------------------------------------------------------------------
       2197-restaurar-pagamentos section.
           open output arq-pagamentos
           if   ws-fs-arq-vivo <> "00" then
                perform 2106-erro-gravacao-vivo
           end-if
           perform 2105-ler-snapshot
           perform until ws-fs-arq-backup = "10"
                move fl-bkp-registro(1:52)         to fl-pagamento
                write fl-pagamento
                if   ws-fs-arq-vivo <> "00" and ws-fs-arq-vivo <> "02" then
                     perform 2106-erro-gravacao-vivo
                end-if
                add 1 to ws-total-restaurados
                perform 2105-ler-snapshot
           end-perform
           close arq-pagamentos
           .
       2197-restaurar-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório de restauração
      *>------------------------------------------------------------------------

      *> gravando o resultado em arq-backup-verificacao.txt. qualquer
      *> divergência termina o job com return-code 12, derrubando a
      *> cadeia antes de os demais jobs rodarem sobre uma geração de
      *> backup que não serve para restauração. geração cujo arquivo
      *> de contagens não traz o tamanho atual do registro do snapshot
      *> (registro-snapshot|nnnnnn, gravado pelo P29ATLETA) está em
      *> layout antigo e também termina o job com return-code 12.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
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
           05 filler                               pic x(25) value "arq-atestados".
           05 filler                               pic x(25) value "arq-alvos".
           05 filler                               pic x(25) value "arq-estatisticas-hist".
           05 filler                               pic x(25) value "arq-pagamentos".
       01 ws-tabela-arquivos redefines ws-lista-arquivos.
           05 ws-arquivo-base                      pic x(25) occurs 11.
       77 ws-ind-arq                               pic 9(02).

      *>----Contagens registradas pelo P29ATLETA na geração do dia
       01 ws-tabela-registradas.
           05 ws-contagem-registrada               pic 9(06) occurs 11.

      *>----Campos da desmontagem das linhas do arquivo de contagens
       77 ws-txt-nome-contagem                     pic x(25).
       77 ws-txt-valor-contagem                    pic x(10).
       77 ws-ind-busca                             pic 9(02).

      *>----Tamanho do registro do snapshot (acompanha fl-bkp-registro) e
      *>    o registrado na geração pelo P29ATLETA
       77 ws-tam-registro-snapshot                 pic 9(06) value 152.
       77 ws-tam-registro-geracao                  pic 9(06) value zero.

      *>----Contagens apuradas do arquivo da vez
       77 ws-contagem-snapshot                     pic 9(06).
       77 ws-contagem-viva                         pic 9(06).
      *>------------------------------------------------------------------------
      *>  Carrega as contagens registradas pelo P29ATLETA na geração do
      *>  dia; sem o arquivo de contagens a geração não existe e o job
      *>  termina com erro (o backup não rodou); geração sem o tamanho
      *>  atual do registro do snapshot também termina com erro
      *>------------------------------------------------------------------------
       1100-carregar-contagens-registradas section.
           move spaces to ws-nome-arq-contagens
                    into ws-txt-nome-contagem
                         ws-txt-valor-contagem
                end-unstring
                if   ws-txt-nome-contagem = "registro-snapshot" then
                     compute ws-tam-registro-geracao =
                             function numval(ws-txt-valor-contagem)
                end-if
                perform varying ws-ind-busca from 1 by 1
                        until ws-ind-busca > 11
                     if   ws-txt-nome-contagem = ws-arquivo-base(ws-ind-busca) then
                          compute ws-contagem-registrada(ws-ind-busca) =
                                  function numval(ws-txt-valor-contagem)
                read arq-contagens
           end-perform
           close arq-contagens
           if   ws-tam-registro-geracao <> ws-tam-registro-snapshot then
                move "P30ATLETA"                        to ws-msn-erro-pmg
                move 8                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move spaces                             to ws-msn-erro-cod
                move "Geracao em layout antigo de snapshot" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1100-carregar-contagens-registradas-exit.
           exit.
       2000-processamento section.
           perform 2100-verificar-arquivo
                   varying ws-ind-arq from 1 by 1
                   until ws-ind-arq > 11
           move spaces to ws-linha-saida
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
                    perform 2390-contar-alvos
               when 10
                    perform 2395-contar-est-hist
               when 11
                    perform 2397-contar-pagamentos
           end-evaluate
           .
       2300-contar-vivo-exit.
       2395-contar-est-hist-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagem de arq-pagamentos
      *>------------------------------------------------------------------------
       2397-contar-pagamentos section.
           open input arq-pagamentos
           if   ws-fs-arq-vivo = "35" then
                exit section
           end-if
           if   ws-fs-arq-vivo <> "00" and ws-fs-arq-vivo <> "05" then
                perform 2305-erro-leitura-vivo
           end-if
           read arq-pagamentos next
           perform until ws-fs-arq-vivo = "10"
                if   ws-fs-arq-vivo = "00" or ws-fs-arq-vivo = "02" then
                     add 1 to ws-contagem-viva
                     read arq-pagamentos next
                else
                     perform 2305-erro-leitura-vivo
                end-if
           end-perform
           close arq-pagamentos
           .
       2397-contar-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório de verificação
      *>------------------------------------------------------------------------

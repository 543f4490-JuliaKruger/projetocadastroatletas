      *>   P17ATLETA -
      *> cobrindo arq-atletas, arq-pesagens, arq-classes, arq-operadores,
      *> arq-controle-noturno, arq-competicoes, arq-inscricoes,
      *> arq-atestados, arq-alvos, arq-estatisticas-hist e
      *> arq-pagamentos. as contagens da geração saem em
      *> arq-backup-contagens-CCYYMMDD.txt (uma linha nome|contagem por
      *> arquivo), conferidas depois pelo P30ATLETA; o catálogo
      *> arq-backup-catalogo.txt guarda as datas das gerações existentes
      *> antiga primeiro). o limite vem de arq-param-backup.txt
      *> (primeira linha, quantidade de gerações); sem o arquivo, são
      *> mantidas 7 gerações.
      *> o registro do snapshot é fixo no maior layout da casa (152
      *> bytes, o do atleta); registros menores saem completados com
      *> espaços e o P31ATLETA restaura só os bytes do layout de cada
      *> arquivo. a primeira linha do arquivo de contagens registra o
      *> tamanho do registro do snapshot (registro-snapshot|nnnnnn):
      *> P30ATLETA e P31ATLETA recusam geração sem essa linha ou com
      *> outro tamanho (gerações gravadas no layout antigo, de 92
      *> bytes, não se leem com o registro atual).
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

      *>----Registro do snapshot, fixo no maior layout da casa; os
      *>    registros menores saem completados com espaços
       fd arq-backup.
       01 fl-bkp-registro                          pic x(152).

       fd arq-contagens.
       01 fl-contagem-linha                        pic x(40).
       77 ws-nome-arq-remover                      pic x(40).
       77 ws-data-atual                            pic 9(08).

      *>----Tamanho do registro do snapshot (acompanha fl-bkp-registro),
      *>    gravado no arquivo de contagens da geração
       77 ws-tam-registro-snapshot                 pic 9(06) value 152.

      *>----Quantidade de gerações mantidas (arq-param-backup.txt)
       77 ws-qtd-geracoes                          pic 9(02) value 07.

           05 filler                               pic x(25) value "arq-atestados".
           05 filler                               pic x(25) value "arq-alvos".
           05 filler                               pic x(25) value "arq-estatisticas-hist".
           05 filler                               pic x(25) value "arq-pagamentos".
       01 ws-tabela-arquivos redefines ws-lista-arquivos.
           05 ws-arquivo-base                      pic x(25) occurs 11.
       77 ws-ind-arq                               pic 9(02).

      *>----Contagem de registros copiados por arquivo nesta geração
       01 ws-tabela-contagens.
           05 ws-contagem-arquivo                  pic 9(06) occurs 11.
       77 ws-total-copiados                        pic 9(08) value zero.

      *>----Catálogo das gerações existentes (datas ccyymmdd, da mais
       2000-processamento section.
           perform 2100-copiar-arquivo
                   varying ws-ind-arq from 1 by 1
                   until ws-ind-arq > 11
           perform 2200-gravar-contagens
           perform 2300-atualizar-catalogo
           move ws-total-copiados                  to ws-contador-job
           display "P29ATLETA: geracao " ws-data-atual ": "
                   ws-total-copiados " registro(s) copiado(s) de 11 arquivo(s), "
                   ws-qtd-removidas " geracao(oes) antiga(s) removida(s)"
           .
       2000-processamento-exit.
                    perform 2190-copiar-alvos
               when 10
                    perform 2195-copiar-est-hist
               when 11
                    perform 2197-copiar-pagamentos
           end-evaluate
           close arq-backup
           if   ws-fs-arq-backup <> "00" then
           perform until ws-fs-arq-vivo = "10"
                if   ws-fs-arq-vivo = "00" or ws-fs-arq-vivo = "02" then
                     move spaces                   to fl-bkp-registro
                     move fl-atleta                to fl-bkp-registro(1:152)
                     perform 2105-gravar-no-snapshot
                     read arq-atletas next
                else
           perform until ws-fs-arq-vivo = "10"
                if   ws-fs-arq-vivo = "00" or ws-fs-arq-vivo = "02" then
                     move spaces                   to fl-bkp-registro
                     move fl-competicao            to fl-bkp-registro(1:118)
                     perform 2105-gravar-no-snapshot
                     read arq-competicoes next
                else
           perform until ws-fs-arq-vivo = "10"
                if   ws-fs-arq-vivo = "00" or ws-fs-arq-vivo = "02" then
                     move spaces                   to fl-bkp-registro
                     move fl-inscricao             to fl-bkp-registro(1:92)
                     perform 2105-gravar-no-snapshot
                     read arq-inscricoes next
                else
           exit.

      *>------------------------------------------------------------------------
      *>  Cópia de arq-pagamentos
      *>------------------------------------------------------------------------
       2197-copiar-pagamentos section.
           open input arq-pagamentos
           if   ws-fs-arq-vivo = "35" then
                exit section
           end-if
           if   ws-fs-arq-vivo <> "00" and ws-fs-arq-vivo <> "05" then
                perform 2106-erro-leitura-vivo
           end-if
           read arq-pagamentos next
           perform until ws-fs-arq-vivo = "10"
                if   ws-fs-arq-vivo = "00" or ws-fs-arq-vivo = "02" then
                     move spaces                   to fl-bkp-registro
                     move fl-pagamento             to fl-bkp-registro(1:52)
                     perform 2105-gravar-no-snapshot
                     read arq-pagamentos next
                else
                     perform 2106-erro-leitura-vivo
                end-if
           end-perform
           close arq-pagamentos
           .
       2197-copiar-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o arquivo de contagens da geração (tamanho do registro
      *>  do snapshot e nome|contagem por arquivo), conferido depois
      *>  pelo P30ATLETA
      *>------------------------------------------------------------------------
       2200-gravar-contagens section.
           move spaces to ws-nome-arq-contagens
                move "Erro ao abrir arq de contagens"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           move spaces to fl-contagem-linha
           string "registro-snapshot|"             delimited by size
                  ws-tam-registro-snapshot         delimited by size
             into fl-contagem-linha
           end-string
           write fl-contagem-linha
           if   ws-fs-arq-contagens <> "00" then
                move "P29ATLETA"                   to ws-msn-erro-pmg
                move 9                             to ws-msn-erro-offset
                move 12                            to ws-return-code
                move ws-fs-arq-contagens           to ws-msn-erro-cod
                move "Erro ao gravar arq de contagens"  to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           perform varying ws-ind-arq from 1 by 1
                   until ws-ind-arq > 11
                move spaces to fl-contagem-linha
                string function trim(ws-arquivo-base(ws-ind-arq)) delimited by size
                       "|"                              delimited by size
      *>------------------------------------------------------------------------
       2310-remover-geracao section.
           perform varying ws-ind-arq from 1 by 1
                   until ws-ind-arq > 11
                move spaces to ws-nome-arq-remover
                string function trim(ws-arquivo-base(ws-ind-arq)) delimited by size
                       "-bkp-"                               delimited by size

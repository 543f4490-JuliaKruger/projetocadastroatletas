      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P45ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job de migração, executado uma única vez, no mesmo molde do
      *> P44ATLETA: converte um arq-inscricoes.dat gravado no layout sem
      *> a situação da inscrição na federação para o layout atual (com
      *> fl-insc-fed-situacao, fl-insc-fed-data e fl-insc-fed-motivo no
      *> final do registro).
      *> antes de rodar, renomear o arq-inscricoes.dat existente para
      *> arq-inscricoes-old.dat; este job lê o arquivo antigo e grava um
      *> arq-inscricoes.dat novo, já no layout atual.
      *> as inscrições migradas ficam como não enviadas (situação em
      *> branco): o primeiro envio da competição pelo P46ATLETA as manda
      *> como inclusão. a situação de pagamento também fica em branco
      *> (inscrição sem taxa registrada).
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-inscricoes-old assign to "arq-inscricoes-old.dat"
           organization is indexed
           access mode is sequential
           record key is fl-insc-chave-old
           file status is ws-fs-arq-old.

           select arq-inscricoes-novo assign to "arq-inscricoes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-insc-chave-novo
           file status is ws-fs-arq-novo.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-inscricoes-old.
       01 fl-inscricao-old.
           05 fl-insc-chave-old.
               10 fl-insc-competicao-old           pic x(06).
               10 fl-insc-id-atleta-old            pic 9(06).
           05 fl-insc-classe-sexo-old              pic x(01).
           05 fl-insc-classe-codigo-old            pic x(03).
           05 fl-insc-data-old                     pic 9(08).

       fd arq-inscricoes-novo.
       01 fl-inscricao-novo.
           05 fl-insc-chave-novo.
               10 fl-insc-competicao-novo          pic x(06).
               10 fl-insc-id-atleta-novo           pic 9(06).
           05 fl-insc-classe-sexo-novo             pic x(01).
           05 fl-insc-classe-codigo-novo           pic x(03).
           05 fl-insc-data-novo                    pic 9(08). *> ccyymmdd da inscrição
           05 fl-insc-fed-situacao-novo            pic x(01). *> federação: branco não enviada / E enviada / A aceita / R recusada / P alterada
           05 fl-insc-fed-data-novo                pic 9(08). *> ccyymmdd do último envio ou retorno da federação
           05 fl-insc-fed-motivo-novo              pic x(40). *> motivo da recusa devolvido pela federação
           05 fl-insc-pag-situacao-novo            pic x(01). *> pagamento: branco sem taxa / P pendente / Q quitada
           05 fl-insc-valor-devido-novo            pic -99999,99. *> taxa devida (inscrição + atraso), fixada na gravação
           05 fl-insc-valor-pago-novo              pic -99999,99. *> soma dos pagamentos registrados (arq-pagamentos.dat)

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-old                            pic x(02).
       77 ws-fs-arq-novo                           pic x(02).
       77 ws-total-migrados                        pic 9(06) value zero.

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
           open input arq-inscricoes-old
           if   ws-fs-arq-old      <> "00"
           and  ws-fs-arq-old      <> "05" then
                move "P45ATLETA"                       to ws-msn-erro-pmg
                move 1                                 to ws-msn-erro-offset
                move 12                                to ws-return-code
                move ws-fs-arq-old                     to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-inscricoes-old" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-inscricoes-novo
           if   ws-fs-arq-novo     <> "00" then
                move "P45ATLETA"                       to ws-msn-erro-pmg
                move 2                                 to ws-msn-erro-offset
                move 12                                to ws-return-code
                move ws-fs-arq-novo                    to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-inscricoes-novo" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - lê arq-inscricoes-old sequencialmente por
      *>  fl-insc-chave-old e grava cada registro já convertido para o layout atual
      *>------------------------------------------------------------------------
       2000-processamento section.
           read arq-inscricoes-old next
           perform until ws-fs-arq-old = "10"
                if   ws-fs-arq-old = "00" or ws-fs-arq-old = "02" then
                     perform 2100-converter-registro
                     read arq-inscricoes-old next
                else
                     move "P45ATLETA"                      to ws-msn-erro-pmg
                     move 3                                to ws-msn-erro-offset
                     move 12                               to ws-return-code
                     move ws-fs-arq-old                    to ws-msn-erro-cod
                     move "Erro ao ler arq. arq-inscricoes-old" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-perform
           display "P45ATLETA: " ws-total-migrados " registro(s) migrado(s) para o layout atual"
           display "P45ATLETA: inscricoes migradas gravadas como nao enviadas a federacao"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte um registro do layout antigo para o layout atual e grava
      *>------------------------------------------------------------------------
       2100-converter-registro section.
           move fl-insc-competicao-old             to fl-insc-competicao-novo
           move fl-insc-id-atleta-old              to fl-insc-id-atleta-novo
           move fl-insc-classe-sexo-old            to fl-insc-classe-sexo-novo
           move fl-insc-classe-codigo-old          to fl-insc-classe-codigo-novo
           move fl-insc-data-old                   to fl-insc-data-novo
           move spaces                             to fl-insc-fed-situacao-novo
           move zero                               to fl-insc-fed-data-novo
           move spaces                             to fl-insc-fed-motivo-novo
           move spaces                             to fl-insc-pag-situacao-novo
           move zero                               to fl-insc-valor-devido-novo
           move zero                               to fl-insc-valor-pago-novo
           write fl-inscricao-novo
           if   ws-fs-arq-novo <> "00" then
                move "P45ATLETA"                        to ws-msn-erro-pmg
                move 4                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-novo                     to ws-msn-erro-cod
                move "Erro ao gravar arq. arq-inscricoes-novo" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-total-migrados
           .
       2100-converter-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P45ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-inscricoes-old
           close arq-inscricoes-novo
           move ws-return-code to return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-inscricoes-old
           if   ws-fs-arq-old <> "00" then
                display "P45ATLETA ERRO: Erro ao fechar arq. arq-inscricoes-old (fs=" ws-fs-arq-old ")"
                move 12 to ws-return-code
           end-if
           close arq-inscricoes-novo
           if   ws-fs-arq-novo <> "00" then
                display "P45ATLETA ERRO: Erro ao fechar arq. arq-inscricoes-novo (fs=" ws-fs-arq-novo ")"
                move 12 to ws-return-code
           end-if
           if   ws-return-code = 12 then
                move ws-return-code to return-code
           else
                move 00 to return-code
           end-if
           stop run
           .
       3000-finaliza-exit.
           exit.

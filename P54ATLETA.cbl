      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P54ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job de migração, executado uma única vez, no mesmo molde do
      *> P45ATLETA: converte um arq-competicoes.dat gravado no layout sem
      *> as taxas da competição para o layout atual (com
      *> fl-comp-taxa-inscr, fl-comp-taxa-atraso e fl-comp-data-corte no
      *> final do registro).
      *> antes de rodar, renomear o arq-competicoes.dat existente para
      *> arq-competicoes-old.dat; este job lê o arquivo antigo e grava
      *> um arq-competicoes.dat novo, já no layout atual.
      *> as competições migradas ficam sem taxa (taxas zero e data de
      *> corte zero); as taxas são informadas depois pela tela de
      *> competições (P22ATLETA).
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-competicoes-old assign to "arq-competicoes-old.dat"
           organization is indexed
           access mode is sequential
           record key is fl-comp-codigo-old
           file status is ws-fs-arq-old.

           select arq-competicoes-novo assign to "arq-competicoes.dat"
           organization is indexed
           access mode is sequential
           record key is fl-comp-codigo-novo
           file status is ws-fs-arq-novo.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-competicoes-old.
       01 fl-competicao-old.
           05 fl-comp-codigo-old                   pic x(06).
           05 fl-comp-nome-old                     pic x(40).
           05 fl-comp-data-old                     pic 9(08).
           05 fl-comp-local-old                    pic x(30).
           05 fl-comp-limite-inscr-old             pic 9(08).

       fd arq-competicoes-novo.
       01 fl-competicao-novo.
           05 fl-comp-codigo-novo                  pic x(06).
           05 fl-comp-nome-novo                    pic x(40).
           05 fl-comp-data-novo                    pic 9(08). *> ccyymmdd, data do evento
           05 fl-comp-local-novo                   pic x(30).
           05 fl-comp-limite-inscr-novo            pic 9(08). *> ccyymmdd, data limite de inscrição
           05 fl-comp-taxa-inscr-novo              pic -99999,99. *> taxa de inscrição por atleta
           05 fl-comp-taxa-atraso-novo             pic -99999,99. *> acréscimo para inscrição feita após a data de corte
           05 fl-comp-data-corte-novo              pic 9(08). *> ccyymmdd; zero = sem taxa de atraso

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
           open input arq-competicoes-old
           if   ws-fs-arq-old      <> "00"
           and  ws-fs-arq-old      <> "05" then
                move "P54ATLETA"                       to ws-msn-erro-pmg
                move 1                                 to ws-msn-erro-offset
                move 12                                to ws-return-code
                move ws-fs-arq-old                     to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-competicoes-old" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-competicoes-novo
           if   ws-fs-arq-novo     <> "00" then
                move "P54ATLETA"                       to ws-msn-erro-pmg
                move 2                                 to ws-msn-erro-offset
                move 12                                to ws-return-code
                move ws-fs-arq-novo                    to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-competicoes-novo" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - lê arq-competicoes-old sequencialmente por
      *>  fl-comp-codigo-old e grava cada registro já convertido para o layout atual
      *>------------------------------------------------------------------------
       2000-processamento section.
           read arq-competicoes-old next
           perform until ws-fs-arq-old = "10"
                if   ws-fs-arq-old = "00" or ws-fs-arq-old = "02" then
                     perform 2100-converter-registro
                     read arq-competicoes-old next
                else
                     move "P54ATLETA"                      to ws-msn-erro-pmg
                     move 3                                to ws-msn-erro-offset
                     move 12                               to ws-return-code
                     move ws-fs-arq-old                    to ws-msn-erro-cod
                     move "Erro ao ler arq. arq-competicoes-old" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-perform
           display "P54ATLETA: " ws-total-migrados " registro(s) migrado(s) para o layout atual"
           display "P54ATLETA: competicoes migradas gravadas sem taxa de inscricao"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte um registro do layout antigo para o layout atual e grava
      *>------------------------------------------------------------------------
       2100-converter-registro section.
           move fl-comp-codigo-old                 to fl-comp-codigo-novo
           move fl-comp-nome-old                   to fl-comp-nome-novo
           move fl-comp-data-old                   to fl-comp-data-novo
           move fl-comp-local-old                  to fl-comp-local-novo
           move fl-comp-limite-inscr-old           to fl-comp-limite-inscr-novo
           move zero                               to fl-comp-taxa-inscr-novo
           move zero                               to fl-comp-taxa-atraso-novo
           move zero                               to fl-comp-data-corte-novo
           write fl-competicao-novo
           if   ws-fs-arq-novo <> "00" then
                move "P54ATLETA"                        to ws-msn-erro-pmg
                move 4                                  to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-novo                     to ws-msn-erro-cod
                move "Erro ao gravar arq. arq-competicoes-novo" to ws-msn-erro-text
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
           display "P54ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-competicoes-old
           close arq-competicoes-novo
           move ws-return-code to return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-competicoes-old
           if   ws-fs-arq-old <> "00" then
                display "P54ATLETA ERRO: Erro ao fechar arq. arq-competicoes-old (fs=" ws-fs-arq-old ")"
                move 12 to ws-return-code
           end-if
           close arq-competicoes-novo
           if   ws-fs-arq-novo <> "00" then
                display "P54ATLETA ERRO: Erro ao fechar arq. arq-competicoes-novo (fs=" ws-fs-arq-novo ")"
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

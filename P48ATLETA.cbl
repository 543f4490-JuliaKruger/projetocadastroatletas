      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P48ATLETA".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
      *> job batch de carga das pesagens da balança digital: em dia de
      *> pesagem grande a balança grava o próprio arquivo delimitado
      *> (arq-balanca.txt) e, em vez de o operador redigitar cada linha
      *> na tela de pesagem (P19ATLETA/P18ATLETA), este job aplica a
      *> leitura inteira com as mesmas regras do P18ATLETA:
      *>   - localiza o atleta em arq-atletas.dat pelo id do crachá (a
      *>     chave é id + nome, posicionamento por início de chave);
      *>     atleta inativo ou transferido não é pesado;
      *>   - peso entre 020,00 e 300,00, data/hora válidas e não futuras;
      *>   - recalcula imc e peso ideal com a altura e o sexo do cadastro
      *>     (mesmas fórmulas do P11ATLETA), recusando imc fora da faixa;
      *>   - grava a linha de histórico em arq-pesagens.dat;
      *>   - grava a trilha de auditoria com os valores anteriores e
      *>     atualiza fl-peso/fl-imc/fl-peso-ideal do cadastro.
      *> leitura já carregada (mesmo id + data + hora em arq-pesagens.dat)
      *> é recusada como duplicada, então rodar o mesmo arquivo duas vezes
      *> não carrega nada em dobro.
      *> layout de cada linha da balança (separador ";", vírgula decimal):
      *>   crachá/id;data (ccyymmdd);hora (hhmmss);peso
      *> a balança fecha o arquivo com a linha de total
      *>   TOTAL;quantidade de leituras
      *> que é conferida contra as linhas lidas (total de controle).
      *> as leituras recusadas vão para arq-balanca-rejeitados.txt com o
      *> motivo, no formato do arq-import-rejeitados.txt do P07ATLETA,
      *> seguidas das linhas "CONTROLE:" com lidas/aceitas/rejeitadas e a
      *> conferência contra o total da balança; divergência ou arquivo
      *> sem a linha de total sai como linha "***", contada como exceção
      *> no digest matinal (P32ATLETA), junto com as recusadas.
      *> a trilha de auditoria leva o operador BALANCA.
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

           select arq-log-atletas assign to "arq-log-atletas.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arq-log.

           select arq-balanca assign to "arq-balanca.txt"
           organization is line sequential
           file status is ws-fs-arq-balanca.

           select arq-rejeitados assign to "arq-balanca-rejeitados.txt"
           organization is line sequential
           file status is ws-fs-arq-rej.

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

       fd arq-balanca.
       01 fl-balanca-linha                         pic x(120).

       fd arq-rejeitados.
       01 fl-rej-linha                             pic x(180).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-atletas                        pic x(02).
       77 ws-fs-arq-pesagens                       pic x(02).
       77 ws-fs-arq-log                            pic x(02).
       77 ws-fs-arq-balanca                        pic x(02).
       77 ws-fs-arq-rej                            pic x(02).
       77 ws-linha-saida                           pic x(180).

      *>----Data/hora da execução: limite de data futura e timestamp da
      *>    trilha de auditoria
       77 ws-data-atual                            pic 9(08).
       77 ws-hora-atual                            pic 9(08). *> hhmmsscc (ACCEPT FROM TIME)
       77 ws-hora-hhmmss                           pic 9(06).

      *>----Operador gravado na trilha de auditoria pela carga da balança
       77 ws-operador-balanca                      pic x(10) value "BALANCA".

      *>----Campos texto desmontados da linha da balança
       01 ws-campos-balanca.
           05 ws-txt-id                            pic x(10).
           05 ws-txt-data                          pic x(10).
           05 ws-txt-hora                          pic x(10).
           05 ws-txt-peso                          pic x(10).

      *>----Limites aceitáveis de peso, os mesmos do P18ATLETA
       77 ws-peso-minimo                           pic 9(03)v99 value 020,00.
       77 ws-peso-maximo                           pic 9(03)v99 value 300,00.
       77 ws-imc-maximo                            pic 9(02)v99 value 99,99.

      *>----Campos numéricos da leitura (peso com folga de inteiros para
      *>    que leitura absurda caia na crítica de faixa, e não truncada)
       77 ws-id-numerico                           pic 9(08).
       77 ws-peso-numerico                         pic 9(05)v99.
       77 ws-data-pesagem                          pic 9(08).
       77 ws-hora-pesagem                          pic 9(06).

      *>----Cópias numéricas (não editadas) p/ os computes
       77 ws-peso-pesagem                          pic 9(03)v99.
       77 ws-altura-atleta                         pic 9(01)v99.
       77 ws-imc-calculado                         pic 9(04)v99.
       77 ws-peso-ideal-calc                       pic 9(03)v99.

       77 ws-dados-validos                         pic x(01).
           88 ws-dados-ok                          value "S".
           88 ws-dados-invalidos                   value "N".
       77 ws-motivo-rejeicao                       pic x(50).

       77 ws-atleta-localizado                     pic x(01).
           88 ws-atleta-encontrado                 value "S".
           88 ws-atleta-nao-encontrado             value "N".

       77 ws-log-operacao                          pic x(10).

       77 ws-fim-balanca                           pic x(01) value "N".
           88 ws-fim-do-arquivo-balanca            value "S".

      *>----Total de controle: quantidade informada pela balança na linha
      *>    TOTAL contra as leituras efetivamente lidas
       77 ws-tem-total-balanca                     pic x(01) value "N".
           88 ws-balanca-com-total                 value "S".
       77 ws-total-balanca                         pic 9(06) value zero.

       77 ws-total-lidos                           pic 9(06) value zero.
       77 ws-total-aceitos                         pic 9(06) value zero.
       77 ws-total-rejeitados                      pic 9(06) value zero.
       77 ws-total-duplicados                      pic 9(06) value zero.

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
           accept ws-data-atual                    from date yyyymmdd
           accept ws-hora-atual                    from time
           move ws-hora-atual(1:6)                 to ws-hora-hhmmss
           open input arq-balanca
           if   ws-fs-arq-balanca <> "00" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 1                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-balanca                   to ws-msn-erro-cod
                move "Erro ao abrir arq-balanca"         to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-atletas
           if   ws-fs-arq-atletas <> "00" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 2                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-atletas                   to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-atletas"    to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-pesagens                   *> open i-o cria o arquivo caso ainda não exista
           if   ws-fs-arq-pesagens <> "00"
           and  ws-fs-arq-pesagens <> "05" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 3                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-pesagens                  to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-pesagens"   to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open extend arq-log-atletas             *> trilha de auditoria, append-only
           if   ws-fs-arq-log <> "00" then         *> open extend cria o arquivo se ele ainda não existir
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 4                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-log                       to ws-msn-erro-cod
                move "Erro ao abrir arq. arq-log-atletas" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open output arq-rejeitados
           if   ws-fs-arq-rej <> "00" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 5                                   to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move ws-fs-arq-rej                       to ws-msn-erro-cod
                move "Erro ao abrir arq-balanca-rejeitados" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - lê o arquivo da balança linha a linha
      *>  e fecha o relatório de recusadas com o total de controle
      *>------------------------------------------------------------------------
       2000-processamento section.
           read arq-balanca
           perform until ws-fim-do-arquivo-balanca
                evaluate ws-fs-arq-balanca
                    when "00"
                         if   fl-balanca-linha <> spaces then
                              perform 2100-carregar-linha
                         end-if
                         read arq-balanca
                    when "10"
                         set ws-fim-do-arquivo-balanca to true
                    when other
                         move "P48ATLETA"                        to ws-msn-erro-pmg
                         move 6                                  to ws-msn-erro-offset
                         move 12                                 to ws-return-code
                         move ws-fs-arq-balanca                  to ws-msn-erro-cod
                         move "Erro ao ler arq-balanca"          to ws-msn-erro-text
                         perform 9000-finaliza-anormal
                end-evaluate
           end-perform
           perform 2800-total-de-controle
           display "P48ATLETA: " ws-total-lidos " leitura(s) lida(s), "
                   ws-total-aceitos " carregada(s), "
                   ws-total-rejeitados " rejeitada(s) ("
                   ws-total-duplicados " ja carregada(s))"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desmonta a linha da balança; a linha TOTAL guarda a contagem
      *>  informada pela balança, as demais são leituras a carregar
      *>------------------------------------------------------------------------
       2100-carregar-linha section.
           move spaces to ws-campos-balanca
           unstring fl-balanca-linha delimited by ";"
               into ws-txt-id
                    ws-txt-data
                    ws-txt-hora
                    ws-txt-peso
           end-unstring
           if   ws-txt-id = "TOTAL" then
                move "S"                           to ws-tem-total-balanca
                compute ws-total-balanca = function numval(ws-txt-data)
                exit section
           end-if
           add 1 to ws-total-lidos
           perform 2200-validar-leitura
           if   ws-dados-invalidos then
                perform 2400-rejeitar-linha
                exit section
           end-if
           perform 2250-localizar-atleta
           if   ws-atleta-nao-encontrado then
                move "Id inexistente no cadastro"  to ws-motivo-rejeicao
                perform 2400-rejeitar-linha
                exit section
           end-if
           if   fl-situacao = "I" or fl-situacao = "T" then
                move "Atleta inativo/transferido, pesagem recusada" to ws-motivo-rejeicao
                perform 2400-rejeitar-linha
                exit section
           end-if
           perform 2300-registrar-pesagem
           .
       2100-carregar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida os campos da leitura com as regras do P18ATLETA
      *>  (2050-validar-pesagem), mais as críticas de formato que na tela
      *>  são garantidas pelos próprios campos do formulário
      *>------------------------------------------------------------------------
       2200-validar-leitura section.
           set ws-dados-ok to true
           move spaces to ws-motivo-rejeicao
           compute ws-id-numerico = function numval(ws-txt-id)
           compute ws-peso-numerico rounded = function numval(ws-txt-peso)
           if   ws-txt-id = spaces
           or   ws-id-numerico = zero
           or   ws-id-numerico > 999999 then
                set ws-dados-invalidos                to true
                move "Id deve ser numerico entre 1 e 999999" to ws-motivo-rejeicao
                exit section
           end-if
           if   ws-txt-data(1:8) is not numeric
           or   ws-txt-data(9:2) <> spaces then
                set ws-dados-invalidos                to true
                move "Data da pesagem invalida"       to ws-motivo-rejeicao
                exit section
           end-if
           if   ws-txt-hora(1:6) is not numeric
           or   ws-txt-hora(7:4) <> spaces then
                set ws-dados-invalidos                to true
                move "Hora da pesagem invalida"       to ws-motivo-rejeicao
                exit section
           end-if
           move ws-txt-data(1:8)                   to ws-data-pesagem
           move ws-txt-hora(1:6)                   to ws-hora-pesagem
           if   ws-peso-numerico < ws-peso-minimo
           or   ws-peso-numerico > ws-peso-maximo then
                set ws-dados-invalidos             to true
                move "Peso fora da faixa aceitavel"   to ws-motivo-rejeicao
           else
                if   ws-data-pesagem > ws-data-atual then
                     set ws-dados-invalidos             to true
                     move "Data da pesagem nao pode ser futura" to ws-motivo-rejeicao
                else
                     if   ws-data-pesagem(5:2) < "01" or ws-data-pesagem(5:2) > "12"
                     or   ws-data-pesagem(7:2) < "01" or ws-data-pesagem(7:2) > "31" then
                          set ws-dados-invalidos             to true
                          move "Data da pesagem invalida"    to ws-motivo-rejeicao
                     else
                          if   ws-hora-pesagem(1:2) > "23"
                          or   ws-hora-pesagem(3:2) > "59"
                          or   ws-hora-pesagem(5:2) > "59" then
                               set ws-dados-invalidos             to true
                               move "Hora da pesagem invalida"    to ws-motivo-rejeicao
                          end-if
                     end-if
                end-if
           end-if
           .
       2200-validar-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza o atleta do crachá em arq-atletas: como a chave de
      *>  arq-atletas é id + nome, o posicionamento é por início de chave
      *>  (id + low-values) seguido de um read next conferindo o id lido
      *>------------------------------------------------------------------------
       2250-localizar-atleta section.
           set ws-atleta-nao-encontrado            to true
           move ws-id-numerico                     to fl-id-atleta
           move low-values                         to fl-nome
           start arq-atletas key is not less than fl-chave
           if   ws-fs-arq-atletas = "00" then
                read arq-atletas next
                evaluate ws-fs-arq-atletas
                    when "00"
                    when "02"
                         if   fl-id-atleta = ws-id-numerico then
                              set ws-atleta-encontrado to true
                         end-if
                    when "10"                      *> fim do arquivo: id maior que o último cadastrado
                         continue
                    when other
                         move "P48ATLETA"              to ws-msn-erro-pmg
                         move 7                        to ws-msn-erro-offset
                         move 12                       to ws-return-code
                         move "Erro ao ler arq. arq-atletas" to ws-msn-erro-text
                         move ws-fs-arq-atletas        to ws-msn-erro-cod
                         perform 9000-finaliza-anormal
                end-evaluate
           else
                if   ws-fs-arq-atletas <> "23"
                and  ws-fs-arq-atletas <> "10"
                and  ws-fs-arq-atletas <> "46" then
                     move "P48ATLETA"              to ws-msn-erro-pmg
                     move 8                        to ws-msn-erro-offset
                     move 12                       to ws-return-code
                     move "Erro ao ler arq. arq-atletas" to ws-msn-erro-text
                     move ws-fs-arq-atletas        to ws-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2250-localizar-atleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra a leitura como o P18ATLETA (2100-registrar-pesagem):
      *>  recalcula imc/peso ideal com a altura do cadastro, grava o
      *>  histórico e atualiza o cadastro com a trilha de auditoria
      *>------------------------------------------------------------------------
       2300-registrar-pesagem section.
      *> imc e peso ideal recalculados com o peso da balança e a altura e
      *> o sexo do cadastro, com as mesmas fórmulas do P11ATLETA
           move fl-altura                          to ws-altura-atleta
           move ws-peso-numerico                   to ws-peso-pesagem
           if   ws-altura-atleta > zero then
                compute ws-imc-calculado rounded =
                        ws-peso-pesagem /
                        (ws-altura-atleta * ws-altura-atleta)
           else
                move zero                          to ws-imc-calculado
           end-if
           if   ws-imc-calculado > ws-imc-maximo then
                move "Combinacao de altura/peso gera imc fora da faixa" to ws-motivo-rejeicao
                perform 2400-rejeitar-linha
                exit section
           end-if
           if   fl-sexo = "F" then
                compute ws-peso-ideal-calc rounded =
                        20,0 * (ws-altura-atleta * ws-altura-atleta)
           else
                compute ws-peso-ideal-calc rounded =
                        21,5 * (ws-altura-atleta * ws-altura-atleta)
           end-if
      *> gravando a linha de histórico com a data/hora da balança
           move fl-id-atleta                       to fl-pesagem-id-atleta
           move ws-data-pesagem                    to fl-pesagem-data
           move ws-hora-pesagem                    to fl-pesagem-hora
           move ws-peso-pesagem                    to fl-pesagem-peso
           move fl-altura                          to fl-pesagem-altura
           move ws-imc-calculado                   to fl-pesagem-imc
           move ws-peso-ideal-calc                 to fl-pesagem-peso-ideal
           write fl-pesagem
           evaluate ws-fs-arq-pesagens
               when "00"
               when "02"
                    continue
               when "22"                           *> mesma chave id+data+hora: leitura já carregada
                    add 1 to ws-total-duplicados
                    move "Pesagem ja registrada neste horario" to ws-motivo-rejeicao
                    perform 2400-rejeitar-linha
                    exit section
               when other
                    move "P48ATLETA"                          to ws-msn-erro-pmg
                    move 9                                    to ws-msn-erro-offset
                    move 12                                   to ws-return-code
                    move "Erro ao gravar hist. de pesagem"    to ws-msn-erro-text
                    move ws-fs-arq-pesagens                   to ws-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
      *> trilha de auditoria com os valores ANTERIORES do cadastro, antes
      *> da atualização de peso/imc/peso ideal
           move "ALTERACAO"                        to ws-log-operacao
           perform 2330-gravar-registro-log
           move ws-peso-pesagem                    to fl-peso
           move ws-imc-calculado                   to fl-imc
           move ws-peso-ideal-calc                 to fl-peso-ideal
           rewrite fl-atleta
           if   ws-fs-arq-atletas <> "00" then
                move "P48ATLETA"                   to ws-msn-erro-pmg
                move 10                            to ws-msn-erro-offset
                move 12                            to ws-return-code
                move "Erro ao alterar arq. arq-atletas" to ws-msn-erro-text
                move ws-fs-arq-atletas             to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           add 1 to ws-total-aceitos
           .
       2300-registrar-pesagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra a trilha de auditoria, no mesmo molde do P18ATLETA
      *>  (2130): espera que fl-atleta contenha os dados ANTERIORES à
      *>  atualização e ws-log-operacao preenchido
      *>------------------------------------------------------------------------
       2330-gravar-registro-log section.
           compute fl-log-timestamp = ws-data-atual * 1000000 + ws-hora-hhmmss
           move fl-id-atleta                       to fl-log-id-atleta
           move ws-log-operacao                    to fl-log-operacao
           move ws-operador-balanca                to fl-log-operador
           move fl-nome                            to fl-log-nome-antigo
           move fl-sexo                            to fl-log-sexo-antigo
           move fl-peso                            to fl-log-peso-antigo
           move fl-altura                          to fl-log-altura-antiga
           move fl-imc                             to fl-log-imc-antigo
           move fl-peso-ideal                      to fl-log-peso-ideal-antigo
           move fl-situacao                        to fl-log-situacao-antiga
           move spaces                             to fl-log-motivo-situacao
           write fl-log-atleta
           if   ws-fs-arq-log <> "00" then
                move "P48ATLETA"                          to ws-msn-erro-pmg
                move 11                                   to ws-msn-erro-offset
                move 12                                   to ws-return-code
                move "Erro ao gravar arq-log-atletas"     to ws-msn-erro-text
                move ws-fs-arq-log                        to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           .
       2330-gravar-registro-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha recusada no arquivo de rejeitados com o motivo
      *>------------------------------------------------------------------------
       2400-rejeitar-linha section.
           add 1 to ws-total-rejeitados
           move spaces to ws-linha-saida
           string function trim(fl-balanca-linha)  delimited by size
                  "|REJEITADO: "                   delimited by size
                  ws-motivo-rejeicao               delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           .
       2400-rejeitar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o relatório de recusadas com o total de controle: lidas =
      *>  carregadas + rejeitadas, conferidas contra a contagem que a
      *>  própria balança grava na linha TOTAL
      *>------------------------------------------------------------------------
       2800-total-de-controle section.
           move spaces to ws-linha-saida
           string "CONTROLE: LIDAS "               delimited by size
                  ws-total-lidos                   delimited by size
                  " CARREGADAS "                   delimited by size
                  ws-total-aceitos                 delimited by size
                  " REJEITADAS "                   delimited by size
                  ws-total-rejeitados              delimited by size
                  " (JA CARREGADAS "               delimited by size
                  ws-total-duplicados              delimited by size
                  ")"                              delimited by size
             into ws-linha-saida
           end-string
           perform 2910-escrever-linha
           move spaces to ws-linha-saida
           if   not ws-balanca-com-total then
                move "*** ARQUIVO DA BALANCA SEM A LINHA TOTAL - POSSIVELMENTE TRUNCADO"
                                                   to ws-linha-saida
                display "P48ATLETA: arquivo da balanca sem a linha TOTAL"
           else
                if   ws-total-balanca = ws-total-lidos then
                     string "CONTROLE: TOTAL DA BALANCA "  delimited by size
                            ws-total-balanca               delimited by size
                            " - CONFERE"                   delimited by size
                       into ws-linha-saida
                     end-string
                else
                     string "*** TOTAL DE CONTROLE DIVERGENTE: BALANCA INFORMA " delimited by size
                            ws-total-balanca               delimited by size
                            ", LIDAS "                     delimited by size
                            ws-total-lidos                 delimited by size
                       into ws-linha-saida
                     end-string
                     display "P48ATLETA: total de controle divergente, balanca "
                             ws-total-balanca " lidas " ws-total-lidos
                end-if
           end-if
           perform 2910-escrever-linha
           .
       2800-total-de-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatório de recusadas
      *>------------------------------------------------------------------------
       2910-escrever-linha section.
           write fl-rej-linha from ws-linha-saida
           if   ws-fs-arq-rej <> "00" then
                move "P48ATLETA"                        to ws-msn-erro-pmg
                move 12                                 to ws-msn-erro-offset
                move 12                                 to ws-return-code
                move ws-fs-arq-rej                      to ws-msn-erro-cod
                move "Erro ao gravar arq-balanca-rejeitados" to ws-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           .
       2910-escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
           display "P48ATLETA ERRO: " ws-msn-erro-text " (fs=" ws-msn-erro-cod ")"
           move 12 to ws-return-code
           close arq-balanca
           close arq-atletas
           close arq-pesagens
           close arq-log-atletas
           close arq-rejeitados
           move ws-return-code to return-code
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-balanca
           if   ws-fs-arq-balanca <> "00" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 13                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq-balanca"        to ws-msn-erro-text
                move ws-fs-arq-balanca                   to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-atletas
           if   ws-fs-arq-atletas <> "00" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 14                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq. arq-atletas"   to ws-msn-erro-text
                move ws-fs-arq-atletas                   to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-pesagens
           if   ws-fs-arq-pesagens <> "00" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 15                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq. arq-pesagens"  to ws-msn-erro-text
                move ws-fs-arq-pesagens                  to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-log-atletas
           if   ws-fs-arq-log <> "00" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 16                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq. arq-log-atletas" to ws-msn-erro-text
                move ws-fs-arq-log                       to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-rejeitados
           if   ws-fs-arq-rej <> "00" then
                move "P48ATLETA"                         to ws-msn-erro-pmg
                move 17                                  to ws-msn-erro-offset
                move 12                                  to ws-return-code
                move "Erro ao fechar arq-balanca-rejeitados" to ws-msn-erro-text
                move ws-fs-arq-rej                       to ws-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move 00 to return-code
           stop run
           .
       3000-finaliza-exit.
           exit.

      *>           depois do marcador. cada linha sai prefixada com a tag
      *>           I (incluído), A (alterado) ou E (excluído) para a
      *>           planilha aplicar como delta.
      *> atletas inativos ou transferidos (fl-situacao "I"/"T") não
      *> saem no FULL e saem como E no DELTA; o atleta reativado volta
      *> como I. a palavra INATIVOS na segunda linha do arquivo de
      *> parâmetros mantém os inativos na exportação, como antes.
      *> nos dois modos a última linha é um trailer
      *> T|<contagem de linhas>|<ccyymmddhhmmss da geração>, para o
      *> destino detectar arquivo truncado; o marcador é atualizado ao
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
           05 fl-log-altura-antiga                 pic -99,99.
           05 fl-log-imc-antigo                    pic -99,99.
           05 fl-log-peso-ideal-antigo             pic -999,99.
           05 fl-log-situacao-antiga               pic x(01).
           05 fl-log-motivo-situacao               pic x(40).

       fd arq-export.
       01 fl-export-linha                          pic x(120).
           88 ws-modo-full                         value "FULL".
           88 ws-modo-delta                        value "DELTA".

      *>----Inativos/transferidos só saem a pedido (INATIVOS na segunda
      *>    linha do arquivo de parâmetros)
       77 ws-incluir-inativos                      pic x(01) value "N".
           88 ws-com-inativos                      value "S".

      *>----Marcador da última geração e timestamp da geração corrente
       77 ws-marcador-anterior                     pic 9(14) value zero.
       77 ws-timestamp-geracao                     pic 9(14).
               10 filler                           pic x(50). *> nome
               10 filler                           pic x(01). *> sexo
               10 filler                           pic x(34). *> peso/altura/imc/peso-ideal editados + data de nascimento
               10 ws-atleta-situacao               pic x(01).
                   88 ws-atleta-inativo            values "I" "T".
               10 filler                           pic x(60). *> data e motivo da situação, clube e técnico

      *>----Tabela dos ids candidatos do delta, com as marcações vindas
      *>    da trilha de auditoria
               10 ws-candidato-id                  pic 9(06).
               10 ws-candidato-alterado            pic x(01).
               10 ws-candidato-excluido            pic x(01).
               10 ws-candidato-reativado           pic x(01).

       77 ws-id-procurado                          pic 9(06).
       77 ws-achou-atleta                          pic x(01).
      *>------------------------------------------------------------------------
      *>  Lê o modo de geração (arq-param-export.txt) e o marcador da
      *>  última geração (arq-export-marcador.txt); sem os arquivos, o
      *>  modo é FULL e o marcador zero (o delta exportaria tudo). a
      *>  segunda linha (INATIVOS) mantém os inativos na exportação
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-param-export
                and  fl-param-linha(1:5) = "DELTA" then
                     set ws-modo-delta to true
                end-if
                read arq-param-export
                if   ws-fs-arq-param = "00"
                and  fl-param-linha(1:8) = "INATIVOS" then
                     set ws-com-inativos to true
                end-if
                close arq-param-export
           end-if
           open input arq-marcador

      *>------------------------------------------------------------------------
      *>  Modo FULL - lê arq-atletas sequencialmente por fl-chave e
      *>  escreve uma linha delimitada por registro, como sempre foi,
      *>  menos os inativos/transferidos (salvo INATIVOS no parâmetro)
      *>------------------------------------------------------------------------
       2400-exportar-completo section.
           read arq-atletas next
           perform until ws-fs-arq-atletas = "10"
                if   ws-fs-arq-atletas = "00" or ws-fs-arq-atletas = "02" then
                     if   (fl-situacao = "I" or fl-situacao = "T")
                     and  not ws-com-inativos then
                          continue
                     else
                          move spaces to ws-linha-saida
                          move 1      to ws-ponteiro-linha
                          perform 2100-montar-linha
                          perform 2110-gravar-linha
                     end-if
                     read arq-atletas next
                else
                     move "P02ATLETA"                      to ws-msn-erro-pmg

      *>------------------------------------------------------------------------
      *>  Coleta candidatos da trilha de auditoria: linhas gravadas depois
      *>  do marcador marcam o id como alterado, excluído ou reativado
      *>------------------------------------------------------------------------
       2520-coletar-do-log section.
           open input arq-log-atletas
                         if   fl-log-timestamp > ws-marcador-anterior then
                              move fl-log-id-atleta to ws-id-procurado
                              perform 2550-incluir-candidato
                              evaluate fl-log-operacao
                                  when "EXCLUSAO"
                                       move "S" to ws-candidato-excluido(ws-ind-candidato)
                                  when "REATIVACAO"
                                       move "S" to ws-candidato-reativado(ws-ind-candidato)
                                  when other
                                       move "S" to ws-candidato-alterado(ws-ind-candidato)
                              end-evaluate
                         end-if
                         read arq-log-atletas
                    when "10"
           move ws-id-procurado                    to ws-candidato-id(ws-ind-candidato)
           move "N"                                to ws-candidato-alterado(ws-ind-candidato)
           move "N"                                to ws-candidato-excluido(ws-ind-candidato)
           move "N"                                to ws-candidato-reativado(ws-ind-candidato)
           .
       2550-incluir-candidato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Exporta cada candidato com a tag do delta:
      *>    A - id ainda cadastrado, com ALTERACAO depois do marcador
      *>    I - id ainda cadastrado, sem ALTERACAO (atleta novo) ou
      *>        reativado depois do marcador
      *>    E - id não está mais em arq-atletas (excluído) ou ficou
      *>        inativo/transferido (salvo INATIVOS no parâmetro)
      *>------------------------------------------------------------------------
       2540-exportar-candidatos section.
           perform varying ws-ind-candidato from 1 by 1
                perform 2560-buscar-atleta
                move spaces to ws-linha-saida
                move 1      to ws-ponteiro-linha
                if   ws-atleta-cadastrado
                and  ws-atleta-inativo(ws-ind-atleta)
                and  not ws-com-inativos then
                     move "N" to ws-achou-atleta    *> sai como excluído do delta
                end-if
                if   ws-atleta-cadastrado then
                     move ws-atleta-registro(ws-ind-atleta) to fl-atleta
                     if   ws-candidato-alterado(ws-ind-candidato) = "S"
                     and  ws-candidato-reativado(ws-ind-candidato) = "N" then
                          string "A|" delimited by size
                            into ws-linha-saida
                            with pointer ws-ponteiro-linha

      *> driver do processamento noturno: executa a cadeia batch em ordem
      *> fixa - P29ATLETA (backup das gerações), P30ATLETA (verificação
      *> do backup), P02ATLETA (exportação), P03ATLETA (duplicidades),
      *> P06ATLETA (reconciliação), P50ATLETA (vencimento dos atestados)
      *> e P32ATLETA (digest matinal) -
      *> mantendo em arq-controle-noturno.dat
      *> um registro por job por data de processamento com hora de início,
      *> hora de fim, contagem de registros e situação:
           05 filler                               pic x(09) value "P02ATLETA".
           05 filler                               pic x(09) value "P03ATLETA".
           05 filler                               pic x(09) value "P06ATLETA".
           05 filler                               pic x(09) value "P50ATLETA".
           05 filler                               pic x(09) value "P32ATLETA".
       01 ws-tabela-jobs redefines ws-lista-jobs.
           05 ws-job-nome                          pic x(09) occurs 7.
       77 ws-qtd-jobs                              pic 9(01) value 7.
       77 ws-ind-job                               pic 9(01).
       77 ws-qtd-concluidos                        pic 9(01) value zero.


      *> peso/altura/imc, as quatro faixas de imc e a contagem fora da
      *> margem do peso ideal); é desse histórico que o P36ATLETA tira o
      *> relatório de evolução de 12 meses do board pack.
      *> atletas inativos ou transferidos (fl-situacao "I"/"T") ficam
      *> fora das estatísticas; para incluí-los, a segunda linha de
      *> arq-param-estatisticas.txt traz a palavra INATIVOS.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
           05 fl-imc                               pic -99,99.
           05 fl-peso-ideal                        pic -999,99.
           05 fl-data-nascimento                   pic 9(08). *> ccyymmdd; zero = não informada
           05 fl-situacao                          pic x(01). *> "A" ativo / "I" inativo / "T" transferido
           05 fl-data-situacao                     pic 9(08). *> ccyymmdd da última mudança de situação
           05 fl-motivo-situacao                   pic x(40). *> motivo da inativação/transferência
           05 fl-clube                             pic x(06). *> clube do atleta (arq-clubes.dat); espaços = sem clube
           05 fl-tecnico                           pic x(06). *> técnico responsável (arq-clubes.dat); espaços = sem técnico

       sd arq-ordenado.
       01 sl-atleta.
           05 sl-imc                               pic -99,99.
           05 sl-peso-ideal                        pic -999,99.
           05 sl-data-nascimento                   pic 9(08).
           05 sl-situacao                          pic x(01).
           05 sl-data-situacao                     pic 9(08).
           05 sl-motivo-situacao                   pic x(40).
           05 sl-clube                             pic x(06).
           05 sl-tecnico                           pic x(06).

      *>----Histórico mensal das estatísticas, consumido pelo P36ATLETA
       fd arq-est-hist.
      *>----Margem (em kg) da contagem de atletas longe do peso ideal
       77 ws-margem-ideal                          pic 9(03)v99 value 5,00.

      *>----Inativos/transferidos só entram a pedido (INATIVOS na segunda
      *>    linha do arquivo de parâmetros)
       77 ws-incluir-inativos                      pic x(01) value "N".
           88 ws-com-inativos                      value "S".
       77 ws-total-inativos-fora                   pic 9(06) value zero.

      *>----Limites das faixas de imc
       77 ws-imc-abaixo                            pic 9(02)v99 value 18,50.
       77 ws-imc-normal                            pic 9(02)v99 value 25,00.

      *>------------------------------------------------------------------------
      *>  Lê a margem do peso ideal (kg) do arquivo de parâmetros; sem o
      *>  arquivo ou com valor zerado, mantém 5,00 kg. a segunda linha
      *>  (INATIVOS) inclui os inativos/transferidos nas estatísticas
      *>------------------------------------------------------------------------
       1100-ler-parametros section.
           open input arq-parametros
                     compute ws-margem-ideal =
                             function numval(fl-param-linha)
                end-if
                read arq-parametros
                if   ws-fs-arq-param = "00"
                and  fl-param-linha(1:8) = "INATIVOS" then
                     set ws-com-inativos to true
                end-if
                close arq-parametros
           end-if
           move ws-margem-ideal to ws-margem-edit
                on ascending key sl-chave
                using arq-atletas
                output procedure 2100-gerar-relatorio
           display "P16ATLETA: " ws-ger-qtd " atleta(s) no relatorio estatistico, "
                   ws-total-inativos-fora " inativo(s)/transferido(s) fora"
           .
       2000-processamento-exit.
           exit.
                at end
                     set ws-fim-do-arquivo-ordenado to true
                not at end
                     if   (sl-situacao = "I" or sl-situacao = "T")
                     and  not ws-com-inativos then
                          add 1 to ws-total-inativos-fora
                     else
                          if   sl-sexo <> ws-sexo-anterior
                          and  ws-grp-qtd > zero then
                               perform 2300-fechar-grupo
                          end-if
                          move sl-sexo to ws-sexo-anterior
                          perform 2200-acumular-atleta
                     end-if
           end-perform
           if   ws-grp-qtd > zero then
                perform 2300-fechar-grupo

      *>Divisão para configuração do ambiente
      *> tela de manutenção das inscrições em competição, no mesmo molde
      *> do P14ATLETA: recebe o formulário, monta a operação e chama o
      *> P23ATLETA, devolvendo o resultado na tela de resposta. a
      *> situação da inscrição na federação só é exibida (é carimbada
      *> pelos jobs P46ATLETA/P47ATLETA), assim como a situação de
      *> pagamento e os valores devido e pago (mantidos pelo P23ATLETA e
      *> pelo P52ATLETA).
       environment division.
       configuration section.
           special-names. decimal-point is comma.
               10 f-insc-classe-sexo2              pic x(01)   identified by "f-insc-classe-sexo".
               10 f-insc-classe-codigo2            pic x(03)   identified by "f-insc-classe-codigo".
           05 f-insc-data2                         pic 9(08)   identified by "f-insc-data".
           05 f-insc-fed-situacao2                 pic x(01)   identified by "f-insc-fed-situacao".
           05 f-insc-fed-data2                     pic 9(08)   identified by "f-insc-fed-data".
           05 f-insc-fed-motivo2                   pic x(40)   identified by "f-insc-fed-motivo".
           05 f-insc-pag-situacao2                 pic x(01)   identified by "f-insc-pag-situacao".
           05 f-insc-valor-devido2                 pic -99999,99 identified by "f-insc-valor-devido".
           05 f-insc-valor-pago2                   pic -99999,99 identified by "f-insc-valor-pago".
           05 f-op-salvar2                         pic x(02)   identified by "f-op-salvar".
           05 f-op-deletar2                        pic x(02)   identified by "f-op-deletar".
           05 f-op-buscar-um2                      pic x(02)   identified by "f-op-buscar-um".
           05 ws-insc-classe-sexo                  pic x(01).
           05 ws-insc-classe-codigo                pic x(03).
           05 ws-insc-data                         pic 9(08).
           05 ws-insc-fed-situacao                 pic x(01).
           05 ws-insc-fed-data                     pic 9(08).
           05 ws-insc-fed-motivo                   pic x(40).
           05 ws-insc-pag-situacao                 pic x(01).
           05 ws-insc-valor-devido                 pic -99999,99.
           05 ws-insc-valor-pago                   pic -99999,99.

      *>----Variaveis para comunicação entre programas
       linkage section.
           move ws-insc-classe-sexo    to f-insc-classe-sexo2
           move ws-insc-classe-codigo  to f-insc-classe-codigo2
           move ws-insc-data           to f-insc-data2
           move ws-insc-fed-situacao   to f-insc-fed-situacao2
           move ws-insc-fed-data       to f-insc-fed-data2
           move ws-insc-fed-motivo     to f-insc-fed-motivo2
           move ws-insc-pag-situacao   to f-insc-pag-situacao2
           move ws-insc-valor-devido   to f-insc-valor-devido2
           move ws-insc-valor-pago     to f-insc-valor-pago2
      *> movendo o texto de listagem (CT/CC) para a tela poder renderizar o resultado
           move ws-listagem-texto to f-listagem-texto2
      *> mostrando a tela 2 com a mensagem/os dados do arquivo

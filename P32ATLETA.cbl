      *>        - exceções de reconciliação (arq-reconciliacao.txt);
      *>        - linhas recusadas da importação
      *>          (arq-import-rejeitados.txt);
      *>        - leituras recusadas da carga da balança e divergência
      *>          do total de controle (arq-balanca-rejeitados.txt);
      *>        - atestados vencidos, a vencer, irregulares ou ausentes
      *>          (arq-atestados-vencimento.txt);
      *>   3. o trailer da exportação (arq-atletas-export.txt), para a
      *>      conferência da contagem contra a planilha da manhã;
      *>   4. uma única linha de "TUDO LIMPO" quando não há nada acima.
      *>    D - tudo menos a linha 1 de cabeçalho (P03)
      *>    R - linhas de exceção da reconciliação (P06)
      *>    T - toda linha não em branco (P07)
      *>    B - leituras recusadas e linhas "***" (P48)
      *>    V - linhas de atleta da lista de atestados (P50)
       77 ws-tipo-filtro                           pic x(01).

      *>----Trailer da exportação (última linha do arquivo)
           move "arq-import-rejeitados.txt"        to ws-nome-arq-entrada
           move "T"                                to ws-tipo-filtro
           perform 2200-resumir-relatorio
           move "arq-balanca-rejeitados.txt"       to ws-nome-arq-entrada
           move "B"                                to ws-tipo-filtro
           perform 2200-resumir-relatorio
           move "arq-atestados-vencimento.txt"     to ws-nome-arq-entrada
           move "V"                                to ws-tipo-filtro
           perform 2200-resumir-relatorio
           perform 2300-conferir-trailer-export
           if   ws-qtd-jobs-erro = zero
           and  ws-total-excecoes = zero
      *>    D - linha de duplicidade do P03 (tudo menos o cabeçalho);
      *>    R - linha de exceção do P06 (atleta/atestado/timestamp,
      *>        fora cabeçalhos de seção e totais);
      *>    T - linha recusada do P07 (toda linha não em branco);
      *>    B - leitura recusada do P48 ou aviso "***" do total de
      *>        controle (tudo menos as linhas "CONTROLE:");
      *>    V - linha de atleta da lista de vencimento de atestados do
      *>        P50 (começa pelo id; fora cabeçalhos e totais)
      *>------------------------------------------------------------------------
       2210-classificar-linha section.
           move "N" to ws-linha-e-excecao
                    if   fl-entrada-linha not = spaces then
                         move "S" to ws-linha-e-excecao
                    end-if
               when "B"
                    if   fl-entrada-linha not = spaces
                    and  fl-entrada-linha(1:9) not = "CONTROLE:" then
                         move "S" to ws-linha-e-excecao
                    end-if
               when "V"
                    if   fl-entrada-linha(1:1) >= "0"
                    and  fl-entrada-linha(1:1) <= "9" then
                         move "S" to ws-linha-e-excecao
                    end-if
           end-evaluate
           .
       2210-classificar-linha-exit.

       SECAO-CONTAGEM section.
           move "ROTULO-TXT"          to ws-cap-rotulo
           move "TIPO-ACAO-TXT"       to ws-cap-tipo-acao
           move ARQUIVO-LOCAL         to ws-cap-local
           move length of REGISTRO    to ws-cap-tamanho-registro
           move zeros to ws-cap-ativos ws-cap-excluidos
           open input ARQUIVO
           move ARQUIVO-ESTADO        to ws-cap-estado
           if ARQUIVO-ESTADO not = "00"
               go contagem-fim
           end-if.
       contagem-le.
           read ARQUIVO next at end
               close ARQUIVO
               go contagem-fim
           end-read
           if ARQUIVO-ESTADO not = "00" and "02"
               move ARQUIVO-ESTADO    to ws-cap-estado
               close ARQUIVO
               go contagem-fim
           end-if
           if CONDICAO-EXCLUIDO
               add 1 to ws-cap-excluidos
           else
               add 1 to ws-cap-ativos
           end-if
           go contagem-le.
       contagem-fim.
           perform registra-capacidade.

       copy "C:\CursoCobol\Copylib\Select-ProcessamentoMensal.txt".
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".
       copy "C:\CursoCobol\Copylib\Select-TotaisArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
       copy "C:\CursoCobol\Copylib\FD-ProcessamentoMensal.txt".
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".
       copy "C:\CursoCobol\Copylib\FD-TotaisArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
       01 estado-proc-mensal       pic x(02) value spaces.
       01 estado-comissoes         pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 estado-totais-arquivados pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-competencia           pic 9(06) value zeros.
           end-if
           close pedidos

      * Pedidos ja levados ao arquivo morto continuam somando pelos
      * totais gravados no arquivamento.
           open input totais-arquivados
           if estado-totais-arquivados = "00"
               move ws-competencia to tra-competencia
               move zeros          to tra-vendedor
               start totais-arquivados
                   key is >= chave-totais-arquivados invalid key
                   continue
               end-start
               if estado-totais-arquivados = "00"
                   perform apura-arquivados-le
                       until estado-totais-arquivados = "10"
               end-if
               close totais-arquivados
           end-if

           move "N" to ws-tem-pm
           if ws-bucket >= 1 and ws-bucket <= 12
               open input processamento-mensal
           end-if

           add valor-pedidos to tri-pedidos(vendedor-pedidos).
       apura-arquivados-le.
           read totais-arquivados next at end
               exit paragraph
           end-read
           if tra-competencia not = ws-competencia
               move "10" to estado-totais-arquivados
               exit paragraph
           end-if
           if tra-vendedor = zeros
               exit paragraph
           end-if

           add tra-valor-lancado to tri-pedidos(tra-vendedor).

       gera-relatorio section.
           move "Reconciliacao-Vendas"        to ws-spool-programa

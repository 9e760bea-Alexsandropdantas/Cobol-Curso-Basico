       01 estado-comissoes         pic x(02) value spaces.
       01 estado-metas             pic x(02) value spaces.
       01 estado-hist-anual        pic x(02) value spaces.
       01 situacao-proc-mensal     pic x(01) value "N".
          88 proc-mensal-disponivel value "S".
       01 situacao-comissoes       pic x(01) value "N".
          88 comissoes-disponivel  value "S".
       01 situacao-metas           pic x(01) value "N".
          88 metas-disponivel      value "S".
       01 ws-indice-mes-ha         pic 99    value zeros.
       01 ws-vendedores-anual      pic 9(05) value zeros.
       01 ws-competencia-meta      pic 9(06) value zeros.
           open input processamento-mensal
           open input comissoes
           open input metas
           move "N" to situacao-proc-mensal situacao-comissoes
                       situacao-metas
           if estado-proc-mensal = "00"
               move "S" to situacao-proc-mensal
           end-if
           if estado-comissoes = "00"
               move "S" to situacao-comissoes
           end-if
           if estado-metas = "00"
               move "S" to situacao-metas
           end-if

      * Dezembro do ano que esta fechando ainda mora nas
      * vendas-mensais dos clientes (so vira historico depois do
           end-if

           close historico-anual vendedores
           if proc-mensal-disponivel
               close processamento-mensal
           end-if
           if comissoes-disponivel
               close comissoes
           end-if
           if metas-disponivel
               close metas
           end-if

      * janeiro a novembro saem dali; dezembro, que ainda nao
      * rolou, vem da apuracao das vendas correntes. O 13o balde
      * segue reservado para ajustes pos-fechamento.
           if proc-mensal-disponivel
               perform varying ws-indice-mes-ha from 1 by 1
                       until ws-indice-mes-ha > 11
                   move codigo-vendedores to pm-vendedor
      * O total anual de comissoes soma todas as linhas do razao:
      * comissao calculada (N), override de supervisao (S) e piso
      * garantido (P) entram; estorno de devolucao (E) deduz.
           if comissoes-disponivel
               perform varying ws-indice-mes-ha from 1 by 1
                       until ws-indice-mes-ha > 12
                   compute ws-competencia-meta =
                   perform soma-comissao-anual
                   move "E" to ws-tipo-comissao-ha
                   perform soma-comissao-anual
                   move "R" to ws-tipo-comissao-ha
                   perform soma-comissao-anual
                   move "D" to ws-tipo-comissao-ha
                   perform soma-comissao-anual
               end-perform
           end-if

           if metas-disponivel
               perform varying ws-indice-mes-ha from 1 by 1
                       until ws-indice-mes-ha > 12
                   move codigo-vendedores to meta-vendedor
               exit paragraph
           end-read

           if ws-tipo-comissao-ha = "E" or "D"
               if com-valor > ha-total-comissoes
                   move zeros to ha-total-comissoes
               else

       01 ws-etapa-inicial     pic 9(02) value 1.
       01 ws-etapa-falha       pic x(20) value spaces.
       01 tabela-etapas.
          03 etapa-entrada occurs 40 times.
             05 tab-etapa          pic x(20).
             05 tab-habilitada     pic x(01).
             05 tab-acao-erro      pic x(01).
           move zeros to ws-total-etapas
           perform carrega-controle-le
               until estado-batch-controle = "10"
                  or ws-total-etapas >= 40
           close batch-controle.
       carrega-controle-fim.
           exit.
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Retorno-Nfe"         to ctl-etapa
           move "N"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Conciliacao-Bancaria" to ctl-etapa
           move "N"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Classificacao-Abc"   to ctl-etapa
           move "N"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Contas-Pagar"        to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Geracao-Contabil"    to ctl-etapa
           move "N"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Reposicao-Estoque"   to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Valorizacao-Estoque" to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Curva-Abc-Produtos"  to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Expira-Orcamentos"   to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Romaneio-Entregas"   to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Validade-Lotes"      to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Provisao-Devedores"  to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Extrato-Cliente"     to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Regua-Cobranca"      to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Verifica-Prazos-Sac" to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Pesquisa-Satisfacao" to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Capacidade-Arquivos" to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Estatistica-Batch"   to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           move "Entrega-Relatorios"  to ctl-etapa
           move "S"                   to ctl-habilitada
           move "C"                   to ctl-acao-erro
           write registro-batch-controle

           close batch-controle.

       verifica-reinicio section.
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Retorno-Cobranca"
               when "Retorno-Nfe"
                   call "Retorno-Nfe"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Retorno-Nfe"
               when "Conciliacao-Bancaria"
                   call "Conciliacao-Bancaria"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Conciliacao-Bancaria"
               when "Classificacao-Abc"
                   call "Classificacao-Abc"
                       using modo-batch resultado-execucao
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Verifica-Totais"
               when "Contas-Pagar"
                   call "Contas-Pagar"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Contas-Pagar"
               when "Geracao-Contabil"
                   call "Geracao-Contabil"
                       using modo-batch resultado-execucao
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Revisao-Limites"
               when "Reposicao-Estoque"
                   call "Reposicao-Estoque"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Reposicao-Estoque"
               when "Valorizacao-Estoque"
                   call "Valorizacao-Estoque"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Valorizacao-Estoque"
               when "Curva-Abc-Produtos"
                   call "Curva-Abc-Produtos"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Curva-Abc-Produtos"
               when "Expira-Orcamentos"
                   call "Expira-Orcamentos"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Expira-Orcamentos"
               when "Romaneio-Entregas"
                   call "Romaneio-Entregas"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Romaneio-Entregas"
               when "Validade-Lotes"
                   call "Validade-Lotes"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Validade-Lotes"
               when "Provisao-Devedores"
                   call "Provisao-Devedores"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Provisao-Devedores"
               when "Extrato-Cliente"
                   call "Extrato-Cliente"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Extrato-Cliente"
               when "Regua-Cobranca"
                   call "Regua-Cobranca"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Regua-Cobranca"
               when "Verifica-Prazos-Sac"
                   call "Verifica-Prazos-Sac"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Verifica-Prazos-Sac"
               when "Pesquisa-Satisfacao"
                   call "Pesquisa-Satisfacao"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Pesquisa-Satisfacao"
               when "Capacidade-Arquivos"
                   call "Capacidade-Arquivos"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Capacidade-Arquivos"
               when "Estatistica-Batch"
                   call "Estatistica-Batch"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Estatistica-Batch"
               when "Entrega-Relatorios"
                   call "Entrega-Relatorios"
                       using modo-batch resultado-execucao
                   end-call
                   cancel "Entrega-Relatorios"
               when other
                   move "98" to resultado-execucao
           end-evaluate.

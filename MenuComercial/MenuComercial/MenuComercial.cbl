          03 line 04 column 45 "18-Relatorio de Descontos".
          03 line 05 column 45 "19-Registro de Visitas".
          03 line 06 column 45 "20-Exportacao Para o ERP".
          03 line 07 column 45 "21-Suprimentos e Estoque".
          03 line 08 column 45 "22-Relatorio de Margem Bruta".
          03 line 09 column 45 "23-Mix de Vendas por Familia".
          03 line 10 column 45 "24-Orcamentos de Venda".
          03 line 11 column 45 "25-Conversao de Orcamentos".
          03 line 12 column 45 "26-Vendas de Kits".
          03 line 13 column 45 "27-Despesas de Visitas".
          03 line 14 column 45 "28-Listas de Precos Especiais".
          03 line 15 column 45 "29-Campanhas Promocionais".
          03 line 16 column 45 "30-Resultado de Campanhas".
          03 line 17 column 45 "31-Descontos por Volume".
          03 line 18 column 45 "32-Scorecard de Vendedores".
          03 line 19 column 45 "33-Afinidade e Ofertas".
          03 line 20 column 45 "34-Chamados do SAC".
          03 line 21 column 45 "35-Relatorio de Chamados SAC".
          03 line 22 column 45 "36-Pesquisa de Satisfacao".
          03 line 22 column 05 "00-Volta ao Menu Principal".
          03 line 23 column 05 "Opcao: ".
          03                   pic 99 using ws-opc.
               when 20
                   call "Exportacao-Erp" end-call
                   cancel "Exportacao-Erp"
               when 21
                   call "Menu-Suprimentos" end-call
                   cancel "Menu-Suprimentos"
               when 22
                   call "Relatorio-Margem" end-call
                   cancel "Relatorio-Margem"
               when 23
                   call "Relatorio-Mix-Vendas" end-call
                   cancel "Relatorio-Mix-Vendas"
               when 24
                   call "Orcamentos" end-call
                   cancel "Orcamentos"
               when 25
                   call "Relatorio-Orcamentos" end-call
                   cancel "Relatorio-Orcamentos"
               when 26
                   call "Relatorio-Kits" end-call
                   cancel "Relatorio-Kits"
               when 27
                   call "Despesas-Visita" end-call
                   cancel "Despesas-Visita"
               when 28
                   call "Manutencao-Listas" end-call
                   cancel "Manutencao-Listas"
               when 29
                   call "Manutencao-Campanhas" end-call
                   cancel "Manutencao-Campanhas"
               when 30
                   call "Relatorio-Campanhas" end-call
                   cancel "Relatorio-Campanhas"
               when 31
                   call "Manutencao-Desconto-Volume" end-call
                   cancel "Manutencao-Desconto-Volume"
               when 32
                   call "Relatorio-Scorecard" end-call
                   cancel "Relatorio-Scorecard"
               when 33
                   call "Afinidade-Produtos" end-call
                   cancel "Afinidade-Produtos"
               when 34
                   call "Manutencao-Chamados" end-call
                   cancel "Manutencao-Chamados"
               when 35
                   call "Relatorio-Chamados" end-call
                   cancel "Relatorio-Chamados"
               when 36
                   call "Pesquisa-Satisfacao"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Pesquisa-Satisfacao"
           end-evaluate

           go mostra-opcoes.
               when 06
               when 12
               when 17
               when 28
               when 29
               when 31
               when 32
               when 33
                   move 3 to ws-nivel-exigido
               when 08
               when 09
               when 16
               when 18
               when 21
               when 25
               when 26
                   move 1 to ws-nivel-exigido
               when other
                   move 2 to ws-nivel-exigido

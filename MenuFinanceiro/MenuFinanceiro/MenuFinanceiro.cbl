          03 line 02 column 45 "Operador: ".
          03 line 02 column 55 pic x(08) from usuario-corrente.
          03 line 04 column 05 "01-Condicoes de Pagamento".
          03 line 04 column 45 "19-Contas a Pagar".
          03 line 05 column 05 "02-Baixa de Titulos a Receber".
          03 line 05 column 45 "20-Interface com a Folha".
          03 line 06 column 45 "21-Emissao de Boletos".
          03 line 07 column 45 "22-Comportamento de Pagamento".
          03 line 08 column 45 "23-Retorno NF-e e Pendentes".
          03 line 09 column 45 "24-Tributos Federais por NCM".
          03 line 10 column 45 "25-Livro Fiscal Saidas/Entradas".
          03 line 11 column 45 "26-Grupos Economicos".
          03 line 12 column 45 "27-Exposicao por Grupo".
          03 line 13 column 45 "28-Variacao Cambial".
          03 line 14 column 45 "29-Arquivamento de Documentos".
          03 line 15 column 45 "30-Pedidos Arquivados".
          03 line 16 column 45 "31-Extrato de Conta do Cliente".
          03 line 06 column 05 "03-Relatorio de Inadimplencia".
          03 line 07 column 05 "04-Remessa de Cobranca".
          03 line 08 column 05 "05-Retorno de Cobranca".
          03 line 13 column 05 "10-Plano de Contas".
          03 line 14 column 05 "11-Geracao do Arquivo Contabil".
          03 line 15 column 05 "12-Revisao de Limites de Credito".
          03 line 16 column 05 "13-Renegociacao de Titulos".
          03 line 17 column 05 "14-Baixa de Titulos Como Perda".
          03 line 18 column 05 "15-Provisao Devedores Duvidosos".
          03 line 19 column 05 "16-Regua de Cobranca".
          03 line 20 column 05 "17-Projecao de Fluxo de Caixa".
          03 line 21 column 05 "18-Conciliacao Bancaria".
          03 line 22 column 05 "00-Volta ao Menu Principal".
          03 line 23 column 05 "Opcao: ".
          03                   pic 99 using ws-opc.
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Revisao-Limites"
               when 13
                   call "Renegociacao-Titulos" end-call
                   cancel "Renegociacao-Titulos"
               when 14
                   call "Perdas-Titulos" end-call
                   cancel "Perdas-Titulos"
               when 15
                   call "Provisao-Devedores"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Provisao-Devedores"
               when 16
                   call "Regua-Cobranca"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Regua-Cobranca"
               when 17
                   call "Fluxo-Caixa" end-call
                   cancel "Fluxo-Caixa"
               when 18
                   call "Conciliacao-Bancaria"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Conciliacao-Bancaria"
               when 19
                   call "Contas-Pagar"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Contas-Pagar"
               when 20
                   call "Interface-Folha" end-call
                   cancel "Interface-Folha"
               when 21
                   call "Emissao-Boletos" end-call
                   cancel "Emissao-Boletos"
               when 22
                   call "Relatorio-Pagamentos" end-call
                   cancel "Relatorio-Pagamentos"
               when 23
                   call "Retorno-Nfe"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Retorno-Nfe"
               when 24
                   call "Manutencao-Tributos" end-call
                   cancel "Manutencao-Tributos"
               when 25
                   call "Livro-Fiscal" end-call
                   cancel "Livro-Fiscal"
               when 26
                   call "Manutencao-Grupos" end-call
                   cancel "Manutencao-Grupos"
               when 27
                   call "Relatorio-Grupos" end-call
                   cancel "Relatorio-Grupos"
               when 28
                   call "Relatorio-Variacao-Cambial" end-call
                   cancel "Relatorio-Variacao-Cambial"
               when 29
                   call "Arquiva-Documentos" end-call
                   cancel "Arquiva-Documentos"
               when 30
                   call "Consulta-Arquivados" end-call
                   cancel "Consulta-Arquivados"
               when 31
                   call "Extrato-Cliente"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Extrato-Cliente"
           end-evaluate

           go mostra-opcoes.
               when 01
               when 07
               when 10
               when 14
               when 19
               when 24
               when 26
               when 29
                   move 3 to ws-nivel-exigido
               when other
                   move 2 to ws-nivel-exigido

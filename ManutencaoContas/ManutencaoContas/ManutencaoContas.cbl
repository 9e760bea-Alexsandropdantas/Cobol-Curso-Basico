           display "Plano de Contas da Integracao Contabil" at 0101
           display "Eventos: VD=Venda TE=Titulo TP=Pagto DV=Devolucao"
                                                            at 0201
           display "DS=Desp.Visita RD=Reembolso"            at 0252
           display "CA=Cred.Aplic. CR=Cred.Reemb. RN=Renegociacao"
                                                            at 0301
           display "PD=Perda RP=Recuperacao"                at 0348
           display "FC=Compra PF=Pagto Fornecedor PC=Pagto Comissao"
                                                            at 0401
           display "AD=Adiantamento"                        at 0449
           display "AC/AM=Recalculo"                        at 0465
           display "IC=ICMS IP=IPI PS=PIS CF=COFINS"        at 0501
           display "VA/VP=Variacao Cambial Ativa/Passiva"   at 0533
           display "01-Incluir  mapeia evento/filial/UF"        at 0701
           display "02-Alterar  corrige as contas"              at 0801
           display "03-Consultar lista o plano"                 at 0901
           display "04-Excluir  remove um mapeamento"           at 1001
           display "00-Sair     encerra o programa"             at 1201
           display "Opcao: "                                    at 1401
           accept opcao at 1408

           if opcao = 01
               go inclusao
           initialize registro-plano-contas

           display erase                         at 0101
           display "Evento (VD..CF)......: "     at 0501
           display "Filial (00=Todas)....: "     at 0601
           display "UF (Espaco=Todas)....: "     at 0701
           display "Conta Debito.........: "     at 0801
               go mostra-opcoes
           end-if
           if cta-evento not = "VD" and "TE" and "TP" and "DV"
                                 and "CA" and "CR" and "RN"
                                 and "PD" and "RP" and "FC"
                                 and "PF" and "PC" and "AD"
                                 and "DS" and "RD"
                                 and "AC" and "AM"
                                 and "IC" and "IP" and "PS" and "CF"
                                 and "VA" and "VP"
               display "Evento Invalido, verifique." at 2301
               accept resposta at 2380
               go inclusao
           initialize registro-plano-contas

           display erase                         at 0101
           display "Evento (VD..CF)......: "     at 0501
           display "Filial (00=Todas)....: "     at 0601
           display "UF (Espaco=Todas)....: "     at 0701
           accept cta-evento at 0524
           initialize registro-plano-contas

           display erase                         at 0101
           display "Evento (VD..CF)......: "     at 0501
           display "Filial (00=Todas)....: "     at 0601
           display "UF (Espaco=Todas)....: "     at 0701
           accept cta-evento at 0524

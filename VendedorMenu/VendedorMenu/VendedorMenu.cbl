          03 line 18 column 05 "13-Calendario de Ausencias".
          03 line 19 column 05 "14-Faixas de Comissao".
          03 line 20 column 05 "15-Aprovacao de Comissoes".
          03 line 21 column 05 "16-Adiantamento de Comissao".
          03 line 06 column 45 "17-Recalculo de Comissoes".
          03 line 07 column 45 "18-Simulacao de Faixas".
          03 line 22 column 05 "99-Sai do Programa".
          03 line 23 column 05 "Opcao: ".
          03                   pic 99 using ws-opc.

               when 15
                   call "Aprova-Comissao" end-call
                   cancel "Aprova-Comissao"
               when 16
                   call "Adianta-Comissao" end-call
                   cancel "Adianta-Comissao"
               when 17
                   if perfil-supervisor
                       call "Recalculo-Comissao" end-call
                       cancel "Recalculo-Comissao"
                   else
                       display "Opcao Restrita ao Supervisor." at 2301
                       accept resposta at 2380
                   end-if
               when 18
                   call "Simulacao-Faixas" end-call
                   cancel "Simulacao-Faixas"
           end-evaluate

           go mostra-opcoes.

          03 line 10 column 05 "07-Monitor de Execucoes".
          03 line 11 column 05 "08-Parametros de Negocio".
          03 line 12 column 05 "09-Administracao de Numeracao".
          03 line 13 column 05 "10-Exportacao de Mailing LGPD".
          03 line 14 column 05 "11-Capacidade dos Arquivos".
          03 line 22 column 05 "00-Volta ao Menu Principal".
          03 line 23 column 05 "Opcao: ".
          03                   pic 99 using ws-opc.
               when 09
                   call "Administra-Numeracao" end-call
                   cancel "Administra-Numeracao"
               when 10
                   call "Exporta-Mailing" end-call
                   cancel "Exporta-Mailing"
               when 11
                   call "Capacidade-Arquivos"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Capacidade-Arquivos"
           end-evaluate

           go mostra-opcoes.

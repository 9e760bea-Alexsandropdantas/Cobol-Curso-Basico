       identification division.
       program-id. Exporta-Mailing.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Contatos.txt".
       copy "C:\CursoCobol\Copylib\Select-Consentimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select registro-mailings assign to ws-local-registro
               file status is estado-mailings
               organization is line sequential.
           select exportacao assign to ws-local
               file status is estado-exportacao
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Contatos.txt".
       copy "C:\CursoCobol\Copylib\FD-Consentimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd registro-mailings label record omitted.
       01 registro-mailing.
           02 mai-data               pic 9(08).
           02 mai-hora               pic 9(08).
           02 mai-operador           pic x(08).
           02 mai-canal              pic x(01).
           02 mai-finalidade         pic x(01).
           02 mai-uf                 pic x(02).
           02 mai-classe             pic x(01).
           02 mai-vendedor           pic 9(03).
           02 mai-clientes-lidos     pic 9(07).
           02 mai-liberados          pic 9(07).
           02 mai-sem-consentimento  pic 9(07).
           02 mai-geracao            pic 9(07).
       fd exportacao label record omitted.
       01 linha-exportacao         pic x(132).

       working-storage section.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-contatos          pic x(02) value spaces.
       01 estado-consentimentos    pic x(02) value spaces.
       01 estado-mailings          pic x(02) value spaces.
       01 estado-exportacao        pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-registro        pic x(70) value spaces.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-hora-sistema          pic 9(08) value zeros.
       01 ws-uf                    pic x(02) value spaces.
       01 ws-classe                pic x(01) value spaces.
       01 ws-vendedor              pic 9(03) value zeros.
       01 ws-canal                 pic x(01) value spaces.
       01 ws-finalidade            pic x(01) value spaces.
       01 ws-clientes-lidos        pic 9(07) value zeros.
       01 ws-liberados             pic 9(07) value zeros.
       01 ws-sem-consentimento     pic 9(07) value zeros.
       01 ws-endereco-contato      pic x(40) value spaces.
       01 ws-complemento           pic x(40) value spaces.
       01 ws-tem-contatos          pic x(01) value "N".
          88 contatos-disponivel   value "S".
       01 situacao-consentimento   pic x(01) value "N".
          88 consentimento-vigente value "S".
          88 consentimento-revogado value "R".
       01 situacao-cliente         pic x(01) value "N".
          88 cliente-bloqueado     value "B".

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move usuario-corrente to ws-operador
           move spaces to ws-local-registro
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ExportaMailing\ExportacoesMailing.txt"
                                        delimited by size
                  into ws-local-registro
           end-string.

       mostra-opcoes section.
           display erase                                   at 0101
           display "Exportacao de Mailing - Consentimento LGPD"
                                                           at 0101
           display "01-Nova Exportacao"                    at 0301
           display "02-Consultar Exportacoes Registradas"  at 0401
           display "00-Sair"                               at 0601
           display "Opcao: "                               at 0801
           move zeros to opcao
           accept opcao at 0808

           if opcao = 01
               go pede-filtros
           else
           if opcao = 02
               go consulta-registro
           else
           if opcao = 00
               goback
           else
               go mostra-opcoes
           end-if.

       pede-filtros section.
           display erase at 0101
           display "Nova Exportacao de Mailing" at 0101
           display "Canal (E-Email T-Telefone S-SMS C-Correio): "
                                                 at 0301
           display "Finalidade (M-Marketing P-Pesquisa"  at 0401
           display " I-Informativo): "                    at 0435
           display "UF (Espaco=Todas).........: "         at 0601
           display "Classe (Espaco=Todas).....: "         at 0701
           display "Vendedor (0=Todos)........: "         at 0801

           move spaces to ws-canal
           accept ws-canal at 0345
           if ws-canal = spaces
               go mostra-opcoes
           end-if
           move ws-canal to cns-canal
           if not canal-valido
               display "Canal Invalido, verifique. Enter" at 2301
               accept resposta at 2380
               go pede-filtros
           end-if

           move "M" to ws-finalidade
           accept ws-finalidade at 0452
           move ws-finalidade to cns-finalidade
           if not finalidade-valida
               display "Finalidade Invalida, verifique. Enter" at 2301
               accept resposta at 2380
               go pede-filtros
           end-if

           move spaces to ws-uf ws-classe
           move zeros  to ws-vendedor
           accept ws-uf       at 0629
           accept ws-classe   at 0729
           accept ws-vendedor at 0829

           display "Confirma a Exportacao? S/N" at 2301
           accept resposta at 2380
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           perform gera-exportacao thru gera-exportacao-fim
           go mostra-opcoes.

      * So sai do arquivo quem tem consentimento vigente para o
      * canal e a finalidade pedidos. Por email, telefone e SMS a
      * lista e de contatos, e o consentimento revogado no proprio
      * cliente bloqueia todos os seus contatos; por correio a lista
      * e do endereco do cliente, com o consentimento do cliente.
       gera-exportacao.
           open input consentimentos
           if estado-consentimentos not = "00"
               close consentimentos
               display "Nenhum Consentimento Registrado. Enter" at 2301
               accept resposta at 2380
               go gera-exportacao-fim
           end-if
           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close consentimentos clientes
               go gera-exportacao-fim
           end-if
           move "N" to ws-tem-contatos
           open input contatos
           if estado-contatos = "00"
               move "S" to ws-tem-contatos
           end-if

           move "Exporta-Mailing" to ws-spool-programa
           move "Mailing-Lgpd"    to ws-spool-nome
           perform registra-spool

           open output exportacao

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move spaces to linha-exportacao
           string "H;"                delimited by size
                  ws-spool-geracao    delimited by size
                  ";"                 delimited by size
                  ws-data-sistema     delimited by size
                  ";"                 delimited by size
                  ws-hora-sistema     delimited by size
                  ";"                 delimited by size
                  ws-operador         delimited by size
                  ";"                 delimited by size
                  ws-canal            delimited by size
                  ";"                 delimited by size
                  ws-finalidade       delimited by size
                  ";"                 delimited by size
                  ws-uf               delimited by size
                  ";"                 delimited by size
                  ws-classe           delimited by size
                  ";"                 delimited by size
                  ws-vendedor         delimited by size
                  into linha-exportacao
           end-string
           write linha-exportacao

           move zeros to ws-clientes-lidos ws-liberados
                         ws-sem-consentimento

           move zeros to codigo-clientes
           start clientes key is >= chave-clientes invalid key
               continue
           end-start
           if estado-clientes = "00"
               perform exporta-cliente
                   until estado-clientes = "10"
           end-if

           move spaces to linha-exportacao
           string "T;"                 delimited by size
                  ws-liberados         delimited by size
                  into linha-exportacao
           end-string
           write linha-exportacao

           close exportacao clientes consentimentos
           if contatos-disponivel
               close contatos
           end-if

           perform registra-mailing

           display "Clientes Selecionados: " at 2101
                       ws-clientes-lidos
           display "Registros Liberados..: " at 2201 ws-liberados
           display "Sem Consentimento: "     at 2240
                       ws-sem-consentimento
           display "Geracao no Spool: "      at 2301 ws-spool-geracao
           display "Enter Continua" at 2340
           accept resposta at 2380.
       gera-exportacao-fim.
           exit.

       exporta-cliente.
           read clientes next at end
               exit paragraph
           end-read

           if ws-uf not = spaces and uf-clientes not = ws-uf
               exit paragraph
           end-if
           if ws-classe not = spaces
               and classe-clientes not = ws-classe
               exit paragraph
           end-if
           if ws-vendedor not = zeros
               and vendedor-clientes not = ws-vendedor
               exit paragraph
           end-if
           add 1 to ws-clientes-lidos

           move codigo-clientes to cns-cliente
           move zeros           to cns-sequencia
           perform verifica-consentimento
           move "N" to situacao-cliente
           if consentimento-revogado
               move "B" to situacao-cliente
           end-if

           if ws-canal = "C"
               if consentimento-vigente
                   and endereco-clientes not = spaces
                   move zeros             to con-sequencia
                   move nome-clientes     to con-nome
                   move endereco-clientes to ws-endereco-contato
                   move cidade-clientes   to ws-complemento
                   perform grava-linha
               else
                   add 1 to ws-sem-consentimento
               end-if
               exit paragraph
           end-if

           if not contatos-disponivel
               exit paragraph
           end-if
           move codigo-clientes to con-cliente
           move zeros           to con-sequencia
           start contatos key is >= chave-contatos invalid key
               exit paragraph
           end-start
           perform exporta-contato
               until estado-contatos = "10".
       exporta-contato.
           read contatos next at end
               exit paragraph
           end-read
           if con-cliente not = codigo-clientes
               move "10" to estado-contatos
               exit paragraph
           end-if

           move spaces to ws-endereco-contato ws-complemento
           if ws-canal = "E"
               move con-email to ws-endereco-contato
           else
               move con-telefone to ws-endereco-contato
           end-if
           if ws-endereco-contato = spaces
               exit paragraph
           end-if

           if cliente-bloqueado
               add 1 to ws-sem-consentimento
               exit paragraph
           end-if
           move con-cliente   to cns-cliente
           move con-sequencia to cns-sequencia
           perform verifica-consentimento
           if not consentimento-vigente
               add 1 to ws-sem-consentimento
               exit paragraph
           end-if

           perform grava-linha.

       verifica-consentimento.
           move ws-canal      to cns-canal
           move ws-finalidade to cns-finalidade
           move "N" to situacao-consentimento
           read consentimentos invalid key
               exit paragraph
           end-read
           if cns-data-revogacao not = zeros
               move "R" to situacao-consentimento
           else
               if cns-data-consentimento not = zeros
                   move "S" to situacao-consentimento
               end-if
           end-if.

       grava-linha.
           move spaces to linha-exportacao
           string "D;"                delimited by size
                  codigo-clientes     delimited by size
                  ";"                 delimited by size
                  con-sequencia       delimited by size
                  ";"                 delimited by size
                  con-nome            delimited by "  "
                  ";"                 delimited by size
                  ws-endereco-contato delimited by "  "
                  ";"                 delimited by size
                  uf-clientes         delimited by size
                  ";"                 delimited by size
                  classe-clientes     delimited by size
                  ";"                 delimited by size
                  vendedor-clientes   delimited by size
                  ";"                 delimited by size
                  ws-complemento      delimited by "  "
                  into linha-exportacao
           end-string
           write linha-exportacao
           add 1 to ws-liberados.

      * Toda exportacao fica registrada com quem pediu, os filtros
      * e quantos registros foram liberados.
       registra-mailing.
           open extend registro-mailings
           if estado-mailings = "35" or "05"
               open output registro-mailings
               close registro-mailings
               open extend registro-mailings
           end-if

           move ws-data-sistema      to mai-data
           move ws-hora-sistema      to mai-hora
           move ws-operador          to mai-operador
           move ws-canal             to mai-canal
           move ws-finalidade        to mai-finalidade
           move ws-uf                to mai-uf
           move ws-classe            to mai-classe
           move ws-vendedor          to mai-vendedor
           move ws-clientes-lidos    to mai-clientes-lidos
           move ws-liberados         to mai-liberados
           move ws-sem-consentimento to mai-sem-consentimento
           move ws-spool-geracao     to mai-geracao
           write registro-mailing

           close registro-mailings.

       consulta-registro section.
           open input registro-mailings
           if estado-mailings not = "00"
               close registro-mailings
               display "Nenhuma Exportacao Registrada. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if
           perform consulta-cabecalho.
       consulta-registro-le.
           read registro-mailings next at end
               go consulta-registro-fim
           end-read

           add 1 to linha
           display mai-data           at line linha column 01
           display mai-hora(1:4)      at line linha column 10
           display mai-operador       at line linha column 15
           display mai-canal          at line linha column 24
           display mai-finalidade     at line linha column 26
           display mai-uf             at line linha column 28
           display mai-classe         at line linha column 31
           display mai-vendedor       at line linha column 33
           display mai-clientes-lidos at line linha column 37
           display mai-liberados      at line linha column 45
           display mai-geracao        at line linha column 53

           if linha < 20
               go consulta-registro-le
           end-if
           display "Continua? S/N" at 2301
           accept resposta at 2380
           if resposta = "S" or "s"
               perform consulta-cabecalho
               go consulta-registro-le
           end-if
           close registro-mailings
           go mostra-opcoes.
       consulta-registro-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           close registro-mailings
           go mostra-opcoes.
       consulta-cabecalho.
           display erase at 0101
           display "Exportacoes de Mailing Registradas" at 0101
           display "Data     Hora Operador C F UF C Vnd Clientes"
                                                       at 0301
           display "Liberad Geracao"                   at 0345
           move 03 to linha.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Exporta-Mailing.

       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\Select-EntregasSpool.txt".
           select spool-origem assign to ws-arquivo-origem
               file status is estado-origem
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\FD-EntregasSpool.txt".
       fd spool-origem label record omitted.
       01 linha-origem             pic x(132).
       fd reimpressao label record omitted.
       working-storage section.
       01 estado-fila-relatorios   pic x(02) value spaces.
       01 estado-origem            pic x(02) value spaces.
       01 estado-entregas-spool    pic x(02) value spaces.
       01 estado-destino           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
           display "Gerenciador de Spools de Relatorios" at 0101
           display "01-Listar Spools Registrados"   at 0301
           display "02-Reimprimir um Spool"         at 0401
           display "03-Entregas de um Spool"        at 0501
           display "04-Assinaturas de Relatorios"   at 0601
           display "00-Sair"                        at 0701
           display "Opcao: "                        at 0801
           accept opcao at 0808

           if opcao = 02
               go reimprime
           else
           if opcao = 03
               go lista-entregas
           else
           if opcao = 04
               call "Manutencao-Assinaturas" end-call
               cancel "Manutencao-Assinaturas"
               go mostra-opcoes
           else
           if opcao = 00
               close fila-relatorios
               goback
           display "Enter Continua"    at 2310
           accept resposta at 2350
           go mostra-opcoes.
      * Para quem o spool foi entregue, com o arquivo de cada
      * assinante (o proprio spool ou o extrato da equipe).
       lista-entregas section.
           display erase at 0101
           display "Numero da Geracao: " at 0301
           move zeros to ws-geracao-escolhida
           accept ws-geracao-escolhida at 0320
           if ws-geracao-escolhida = zeros
               go mostra-opcoes
           end-if

           open input entregas-spool
           if estado-entregas-spool not = "00"
               close entregas-spool
               display "Nenhuma Entrega Registrada. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           move ws-geracao-escolhida to ent-geracao
           move spaces               to ent-programa
           move zeros                to ent-sequencia
           start entregas-spool key is >= chave-entregas-spool
               invalid key
               move "10" to estado-entregas-spool
           end-start

           display "Seq Destinatario                  S Data     Linhas"
                                  at 0501
           display "Notif."       at 0557
           move 05 to linha.
       lista-entregas-le.
           if estado-entregas-spool = "10"
               go lista-entregas-fim
           end-if
           read entregas-spool next at end
               go lista-entregas-fim
           end-read
           if ent-geracao not = ws-geracao-escolhida
               go lista-entregas-fim
           end-if

           add 1 to linha
           display ent-sequencia      at line linha column 01
           display ent-destino(1:29)  at line linha column 05
           display ent-situacao       at line linha column 35
           display ent-data           at line linha column 37
           display ent-linhas         at line linha column 46
           display ent-notificacao    at line linha column 57
           add 1 to linha
           display ent-arquivo        at line linha column 05

           if linha < 21
               go lista-entregas-le
           end-if.
       lista-entregas-fim.
           close entregas-spool
           display "E=Entregue S=Sem Secao A=Sem Arquivo. Enter"
                                  at 2310
           accept resposta at 2360
           go mostra-opcoes.
       reimprime-copia.
           read spool-origem next at end
               exit paragraph

       identification division.
       program-id. Manutencao-Assinaturas.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Assinaturas.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Assinaturas.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".

       working-storage section.
       01 estado-assinaturas       pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-programa              pic x(20) value spaces.
       01 ws-sequencia             pic 9(03) value zeros.
       01 ws-proxima-sequencia     pic 9(03) value zeros.
       01 ws-filial                pic 9(02) value zeros.
       01 ws-vendedor              pic 9(03) value zeros.
       01 ws-situacao              pic x(01) value spaces.
       01 ws-filtro-valido         pic x(01) value "N".
          88 filtro-valido         value "S".
       01 ws-modo-batch            pic x(01) value "N".
       01 ws-resultado-execucao    pic x(02) value "00".

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move usuario-corrente to ws-operador
           accept ws-data-sistema from date yyyymmdd.

       abre-arquivo-io-assinaturas section.
           open i-o assinaturas
           if estado-assinaturas not = "00"
           if estado-assinaturas = "35" or "05"
               close assinaturas
               open output assinaturas
               close assinaturas
               go abre-arquivo-io-assinaturas
           else
               display "Arquivo Assinaturas Com Problema Estado "
                           at 2301 estado-assinaturas
               accept resposta at 2380
               goback
           end-if
           end-if.

       mostra-opcoes section.
           display erase                                      at 0101
           display "Assinaturas de Relatorios do Spool"       at 0101
           display "01-Incluir   relatorio e destinatario"     at 0401
           display "02-Alterar   destino, filtro e situacao"   at 0501
           display "03-Excluir   uma assinatura"               at 0601
           display "04-Listar    assinaturas de um relatorio"  at 0701
           display "05-Entregar  os spools recentes agora"     at 0801
           display "00-Sair"                                   at 1001
           display "Opcao: "                                   at 1201
           move zeros to opcao
           accept opcao at 1208

           if opcao = 01
               go inclusao
           else
           if opcao = 02
               go alteracao
           else
           if opcao = 03
               go excluir
           else
           if opcao = 04
               go lista
           else
           if opcao = 05
               go entrega
           else
           if opcao = 00
               close assinaturas
               goback
           else
               go mostra-opcoes
           end-if.

      * O relatorio e identificado pelo nome de programa que o
      * RegistraSpool grava na fila (o mesmo da Consulta de Spools).
       inclusao section.
           display erase at 0101
           display "Nova Assinatura" at 0101
           display "Relatorio (programa do spool): " at 0301
           move spaces to ws-programa
           accept ws-programa at 0333
           if ws-programa = spaces
               go mostra-opcoes
           end-if

           move zeros to ws-proxima-sequencia
           move ws-programa to ass-programa
           move zeros       to ass-sequencia
           start assinaturas key is >= chave-assinaturas invalid key
               continue
           end-start
           if estado-assinaturas = "00"
               perform inclusao-procura-sequencia
                   until estado-assinaturas = "10"
           end-if
           add 1 to ws-proxima-sequencia

           initialize registro-assinaturas
           move ws-programa          to ass-programa
           move ws-proxima-sequencia to ass-sequencia

           display "Sequencia: "           at 0401
           display ass-sequencia           at 0412
           display "Destinatario (email): " at 0501
           accept ass-destino at 0523
           if ass-destino = spaces
               go mostra-opcoes
           end-if

           move zeros to ws-filial ws-vendedor
           perform pede-filtro
           if not filtro-valido
               go mostra-opcoes
           end-if

           move ws-filial       to ass-filial
           move ws-vendedor     to ass-vendedor
           move "A"             to ass-situacao
           move ws-operador     to ass-operador
           move ws-data-sistema to ass-data-alteracao

           write registro-assinaturas invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-assinaturas
               accept resposta at 2380
           end-write

           go mostra-opcoes.
       inclusao-procura-sequencia.
           read assinaturas next at end
               exit paragraph
           end-read
           if ass-programa not = ws-programa
               move "10" to estado-assinaturas
               exit paragraph
           end-if
           move ass-sequencia to ws-proxima-sequencia.

      * Filial e vendedor sao exclusivos: com filtro o assinante so
      * recebe as secoes do relatorio que sao da sua equipe.
       pede-filtro section.
           move "N" to ws-filtro-valido
           display "Filial (0=Todas)....: " at 0601
           display "Vendedor (0=Todos)..: " at 0701
           accept ws-filial   at 0623
           accept ws-vendedor at 0723

           if ws-filial not = zeros and ws-vendedor not = zeros
               display "Informe Filial ou Vendedor, Nao Ambos. Enter"
                                      at 2301
               accept resposta at 2380
               exit section
           end-if

           if ws-filial not = zeros
               open input filiais
               move ws-filial to fil-codigo
               read filiais invalid key
                   display "Filial Nao Cadastrada. Enter" at 2301
                   accept resposta at 2380
                   close filiais
                   exit section
               end-read
               close filiais
           end-if

           if ws-vendedor not = zeros
               open input vendedores
               move ws-vendedor to codigo-vendedores
               read vendedores invalid key
                   display "Vendedor Nao Cadastrado. Enter" at 2301
                   accept resposta at 2380
                   close vendedores
                   exit section
               end-read
               close vendedores
           end-if

           move "S" to ws-filtro-valido.

       pede-chave section.
           display erase at 0101
           display "Relatorio (programa do spool): " at 0301
           display "Sequencia: "                     at 0401
           move spaces to ws-programa
           accept ws-programa at 0333
           if ws-programa = spaces
               exit section
           end-if
           move zeros to ws-sequencia
           accept ws-sequencia at 0412

           move ws-programa  to ass-programa
           move ws-sequencia to ass-sequencia
           read assinaturas invalid key
               display "Assinatura Nao Encontrada. Enter" at 2301
               accept resposta at 2380
               move spaces to ws-programa
           end-read.

       alteracao section.
           perform pede-chave
           if ws-programa = spaces
               go mostra-opcoes
           end-if

           display "Destinatario (email): " at 0501
           display ass-destino              at 0523
           accept ass-destino               at 0523
           if ass-destino = spaces
               display "Destinatario Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           move ass-filial   to ws-filial
           move ass-vendedor to ws-vendedor
           display ws-filial   at 0623
           display ws-vendedor at 0723
           perform pede-filtro
           if not filtro-valido
               go mostra-opcoes
           end-if

           display "Situacao (A-Ativa S-Suspensa): " at 0801
           move ass-situacao to ws-situacao
           display ws-situacao at 0833
           accept ws-situacao  at 0833
           if ws-situacao not = "A" and "S"
               display "Situacao Invalida, verifique. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           move ws-filial       to ass-filial
           move ws-vendedor     to ass-vendedor
           move ws-situacao     to ass-situacao
           move ws-operador     to ass-operador
           move ws-data-sistema to ass-data-alteracao
           rewrite registro-assinaturas invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-assinaturas
               accept resposta at 2380
           end-rewrite

           go mostra-opcoes.

       excluir section.
           perform pede-chave
           if ws-programa = spaces
               go mostra-opcoes
           end-if

           display "Destinatario: " at 0501
           display ass-destino      at 0515
           display "Confirma Exclusao? S/N" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           delete assinaturas invalid key
               display "Exclusao com Problema, Estado " at 2301
                    estado-assinaturas
               accept resposta at 2380
           end-delete

           go mostra-opcoes.

       lista section.
           display erase at 0101
           display "Relatorio (Espaco=Todos): " at 0301
           move spaces to ws-programa
           accept ws-programa at 0327

           move ws-programa to ass-programa
           move zeros       to ass-sequencia
           start assinaturas key is >= chave-assinaturas invalid key
               display "Nenhuma Assinatura Cadastrada. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.
       lista-monta.
           display erase at 0401
           display "Relatorio            Seq Destinatario" at 0401
           display "Fil Vnd S"                               at 0467
           move 04 to linha.
       lista-le.
           read assinaturas next at end
               go lista-fim
           end-read
           if ws-programa not = spaces
               and ass-programa not = ws-programa
               go lista-fim
           end-if

           add 1 to linha
           display ass-programa      at line linha column 01
           display ass-sequencia     at line linha column 22
           display ass-destino       at line linha column 26
           display ass-filial        at line linha column 67
           display ass-vendedor      at line linha column 71
           display ass-situacao      at line linha column 75

           if linha < 21
               go lista-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go lista-monta
           end-if
           go mostra-opcoes.
       lista-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

      * A mesma etapa do batch noturno, para quando o relatorio foi
      * gerado de dia e o gerente nao pode esperar a noite.
       entrega section.
           display "Confirma a Entrega Agora? S/N" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           move "N" to ws-modo-batch
           call "Entrega-Relatorios"
               using ws-modo-batch ws-resultado-execucao
           end-call
           cancel "Entrega-Relatorios"
           go mostra-opcoes.

       end program Manutencao-Assinaturas.

       identification division.
       program-id. Recalculo-Comissao.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-AjustesComissao.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\Select-FaixasComissao.txt".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-AjustesComissao.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\FD-FaixasComissao.txt".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-comissoes         pic x(02) value spaces.
       01 estado-ajustes-comissao  pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-devolucoes        pic x(02) value spaces.
       01 estado-faixas            pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia-origem    pic 9(06) value zeros.
       01 ws-competencia-aberta    pic 9(06) value zeros.
       01 filler redefines ws-competencia-aberta.
          03 ws-aberta-ano         pic 9(04).
          03 ws-aberta-mes         pic 9(02).
       01 ws-competencia-pedido    pic 9(06) value zeros.
       01 ws-vendedor-filtro       pic 9(03) value zeros.
       01 ws-vendedor-atual        pic 9(03) value zeros.
       01 ws-taxa-corrigida        pic 9(02)v99 value zeros.
       01 ws-motivo                pic x(30) value spaces.
       01 situacao-faixas          pic x(01) value "N".
          88 faixas-disponivel     value "S".
       01 situacao-devolucoes      pic x(01) value "N".
          88 devolucoes-disponivel value "S".
       01 situacao-linha-n         pic x(01) value "N".
          88 linha-n-encontrada    value "S".
       01 situacao-ajuste-pago     pic x(01) value "N".
          88 ajuste-ja-pago        value "S".
       01 situacao-ajuste-anterior pic x(01) value "N".
          88 ajuste-anterior-encontrado value "S".

      * Base de cada vendedor na competencia recalculada: pedidos
      * lancados no mes menos as devolucoes apropriadas ao mes.
       01 tabela-bases.
          03 tbs-entrada occurs 999 times.
             05 tbs-vendas         pic 9(13)v99.
             05 tbs-devolucoes     pic 9(13)v99.

       01 ws-base-n                pic 9(11)v99 value zeros.
       01 ws-valor-n               pic 9(11)v99 value zeros.
       01 ws-taxa-n                pic 9(02)v99 value zeros.
       01 ws-base-e                pic 9(11)v99 value zeros.
       01 ws-valor-e               pic 9(11)v99 value zeros.
       01 ws-ajustes-anteriores    pic s9(11)v99 value zeros.
       01 ws-base-ajustada         pic 9(11)v99 value zeros.
       01 ws-base-anterior         pic s9(11)v99 value zeros.
       01 ws-valor-anterior        pic s9(11)v99 value zeros.
       01 ws-base-nova             pic s9(13)v99 value zeros.
       01 ws-valor-novo            pic 9(11)v99 value zeros.
       01 ws-taxa-nova             pic 9(02)v99 value zeros.
       01 ws-valor-taxa-antiga     pic 9(11)v99 value zeros.
       01 ws-diferenca             pic s9(11)v99 value zeros.
       01 ws-causa                 pic x(10) value spaces.
       01 ws-liquido               pic s9(11)v99 value zeros.
       01 ws-tipo-grava            pic x(01) value spaces.
       01 ws-tipo-apaga            pic x(01) value spaces.
       01 ws-valor-grava           pic 9(11)v99 value zeros.
       01 ws-base-faixa            pic 9(11)v99 value zeros.
       01 ws-valor-faixa           pic 9(11)v99 value zeros.
       01 ws-limite-faixa          pic 9(11)v99 value zeros.
       01 ws-usou-faixas           pic x(01) value "N".
       01 ws-vendedores-recalc     pic 9(05) value zeros.
       01 ws-vendedores-ajuste     pic 9(05) value zeros.
       01 ws-vendedores-pagos      pic 9(05) value zeros.
       01 ws-total-creditos        pic 9(13)v99 value zeros.
       01 ws-total-debitos         pic 9(13)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Recalculo Retroativo de Comissoes".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(20) value "Competencia Origem:".
         03 01-origem             pic 9999/99bbbb.
         03 filler                pic x(13) value "Lancamento:".
         03 01-aberta             pic 9999/99bbbb.
         03 filler                pic x(08) value "Motivo:".
         03 01-motivo             pic x(30).
       01 linha-02.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(27) value "VENDEDOR".
         03 filler                pic x(18) value "   BASE ANTERIOR".
         03 filler                pic x(18) value "       BASE NOVA".
         03 filler                pic x(18) value "   COMISSAO ANT.".
         03 filler                pic x(18) value "   COMISSAO NOVA".
         03 filler                pic x(18) value "       DIFERENCA".
         03 filler                pic x(10) value "CAUSA".
       01 linha-03.
         03 filler                pic x(03) value spaces.
         03 13-codigo             pic zz9bb.
         03 13-nome               pic x(22).
         03 13-base-anterior      pic zz.zzz.zzz.zz9,99b.
         03 13-base-nova          pic zz.zzz.zzz.zz9,99b.
         03 13-valor-anterior     pic zz.zzz.zzz.zz9,99b.
         03 13-valor-novo         pic zz.zzz.zzz.zz9,99b.
         03 13-diferenca          pic --.---.---.--9,99b.
         03 13-causa              pic x(10).
       01 linha-04.
         03 filler                pic x(03) value spaces.
         03 14-codigo             pic zz9bb.
         03 14-nome               pic x(22).
         03 filler                pic x(60) value
            "Ajuste da competencia de lancamento ja pago - mantido".
       01 linha-05.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(24) value
                                  "Vendedores Recalculados:".
         03 15-recalculados       pic zz.zz9bbb.
         03 filler                pic x(13) value "Com Ajuste:".
         03 15-ajustes            pic zz.zz9bbb.
         03 filler                pic x(10) value "Creditos:".
         03 15-creditos           pic z.zzz.zzz.zzz.zz9,99bbb.
         03 filler                pic x(09) value "Debitos:".
         03 15-debitos            pic z.zzz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move spaces to ws-local
           string function trim(diretorio-relatorios)
                                        delimited by size
                  "\Spool-RecalculoComissao.txt"
                                        delimited by size
                  into ws-local
           end-string.

       abre-arquivos section.
           open i-o comissoes
           if estado-comissoes not = "00"
               display "Arquivo Comissoes Com Problema Estado " at 2301
                   estado-comissoes
               accept resposta at 2380
               goback
           end-if

           open input vendedores
           if estado-vendedores not = "00"
               display "Arquivo Vendedores Com Problema Estado " at 2301
                   estado-vendedores
               accept resposta at 2380
               close comissoes
               goback
           end-if

           open input pedidos
           if estado-pedidos not = "00"
               display "Arquivo Pedidos Com Problema Estado " at 2301
                   estado-pedidos
               accept resposta at 2380
               close comissoes vendedores
               goback
           end-if

           open i-o ajustes-comissao
           if estado-ajustes-comissao = "35" or "05"
               close ajustes-comissao
               open output ajustes-comissao
               close ajustes-comissao
               open i-o ajustes-comissao
           end-if
           if estado-ajustes-comissao not = "00"
               display "Arquivo Ajustes Com Problema Estado " at 2301
                   estado-ajustes-comissao
               accept resposta at 2380
               close comissoes vendedores pedidos
               goback
           end-if

           move "N" to situacao-devolucoes situacao-faixas
           open input devolucoes
           if estado-devolucoes = "00"
               move "S" to situacao-devolucoes
           end-if
           open input faixas-comissao
           if estado-faixas = "00"
               move "S" to situacao-faixas
           end-if

      * A diferenca entra na competencia aberta: a seguinte a ultima
      * fechada no Periodo, ou o mes corrente se nunca houve
      * fechamento.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia-aberta
           open input periodo
           if estado-periodo = "00"
               read periodo at end
                   move zeros to per-ultima-competencia
               end-read
               if per-ultima-competencia > zeros
                   move per-ultima-competencia
                                      to ws-competencia-aberta
                   add 1 to ws-aberta-mes
                   if ws-aberta-mes > 12
                       move 01 to ws-aberta-mes
                       add 1 to ws-aberta-ano
                   end-if
               end-if
           end-if
           close periodo.

       pede-parametros section.
           display erase at 0101
           display "Recalculo Retroativo de Comissoes" at 0101
           display "Competencia a Recalcular AAAAMM: " at 0301
           display "Competencia de Lancamento......: " at 0401
           display "Vendedor (0=Todos).............: " at 0501
           display "Taxa Corrigida % (0=Mantem)....: " at 0601
           display "Motivo.........................: " at 0701
           display ws-competencia-aberta at 0435

           move zeros to ws-competencia-origem
           accept ws-competencia-origem at 0335
           if ws-competencia-origem = zeros
               go encerra-programa
           end-if
           if ws-competencia-origem(5:2) < "01"
               or ws-competencia-origem(5:2) > "12"
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go pede-parametros
           end-if
           if ws-competencia-origem not < ws-competencia-aberta
               display "So Competencias Anteriores a de Lancamento."
                                      at 2301
               accept resposta at 2380
               go pede-parametros
           end-if.
       pede-vendedor.
           move zeros to ws-vendedor-filtro ws-taxa-corrigida
           accept ws-vendedor-filtro at 0535
           if ws-vendedor-filtro > zeros
               move ws-vendedor-filtro to codigo-vendedores
               read vendedores invalid key
                   display "Vendedor Nao Cadastrado, verifique."
                                      at 2301
                   accept resposta at 2380
                   go pede-vendedor
               end-read
               display nome-vendedores at 0540
      * A taxa corrigida so faz sentido para um vendedor; no
      * recalculo geral valem as taxas gravadas na competencia.
               accept ws-taxa-corrigida at 0635
           end-if.
       pede-motivo.
           move spaces to ws-motivo
           accept ws-motivo at 0735
           if ws-motivo = spaces
               display "Motivo Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go pede-motivo
           end-if

           display "Confirma o Recalculo? Sim ou Nao?" at 2301
           accept resposta at 2336
           if resposta not = "S" and "s"
               go encerra-programa
           end-if.

       carrega-bases section.
           display "Apurando Pedidos e Devolucoes..." at 2301
           initialize tabela-bases
           perform carrega-pedidos until estado-pedidos = "10"
           if devolucoes-disponivel
               perform carrega-devolucoes
                   until estado-devolucoes = "10"
           end-if.

       gera-relatorio section.
           move "Recalculo-Comissao"      to ws-spool-programa
           move "Spool-RecalculoComissao" to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia                to 00-dia
           move ws-mes                to 00-mes
           move ws-ano                to 00-ano
           move ws-competencia-origem to 01-origem
           move ws-competencia-aberta to 01-aberta
           move ws-motivo             to 01-motivo

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           if ws-vendedor-filtro > zeros
               move ws-vendedor-filtro to ws-vendedor-atual
               perform processa-vendedor
               go gera-relatorio-fim
           end-if

           move zeros to codigo-vendedores
           start vendedores key is >= chave-vendedores invalid key
               go gera-relatorio-fim
           end-start.
       gera-relatorio-le.
           read vendedores next at end
               go gera-relatorio-fim
           end-read

           move codigo-vendedores to ws-vendedor-atual
           perform processa-vendedor
           go gera-relatorio-le.
       gera-relatorio-fim.
           move ws-vendedores-recalc to 15-recalculados
           move ws-vendedores-ajuste to 15-ajustes
           move ws-total-creditos    to 15-creditos
           move ws-total-debitos     to 15-debitos
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-05
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           if ws-vendedores-pagos > zeros
               display "Vendedores Com Ajuste Ja Pago: " at 2201
                           ws-vendedores-pagos
           end-if
           display "Recalculo Finalizado. Vendedores Ajustados: "
                                      at 2301 ws-vendedores-ajuste
           accept resposta at 2380.

       encerra-programa section.
           if devolucoes-disponivel
               close devolucoes
           end-if
           if faixas-disponivel
               close faixas-comissao
           end-if
           close comissoes vendedores pedidos ajustes-comissao
           goback.

       carrega-pedidos section.
           read pedidos next at end
               exit section
           end-read

           if not pedido-lancado
               or vendedor-pedidos = zeros
               exit section
           end-if
           move data-pedidos(5:4) to ws-competencia-pedido(1:4)
           move data-pedidos(3:2) to ws-competencia-pedido(5:2)
           if ws-competencia-pedido = ws-competencia-origem
               add valor-pedidos to tbs-vendas(vendedor-pedidos)
           end-if.

       carrega-devolucoes section.
           read devolucoes next at end
               exit section
           end-read

           if dev-competencia = ws-competencia-origem
               and dev-vendedor > zeros
               add dev-valor to tbs-devolucoes(dev-vendedor)
           end-if.

       imprime-cabecalho section.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02.

      * Recalcula um vendedor: o valor ja reconhecido da competencia
      * (linha N menos estorno E, mais os ajustes ja lancados em
      * outras competencias para a mesma origem) e comparado com a
      * comissao refeita sobre a base atual; so a diferenca e gravada
      * como ajuste na competencia aberta, com a origem na chave.
       processa-vendedor section.
       processa-vendedor-inicio.
           compute ws-base-nova = tbs-vendas(ws-vendedor-atual)
                                - tbs-devolucoes(ws-vendedor-atual)
           end-compute
           if ws-base-nova < zeros
               move zeros to ws-base-nova
           end-if

           perform le-linhas-origem

           if not linha-n-encontrada
               and (ws-base-nova = zeros or vendedor-inativo)
               go processa-vendedor-fim
           end-if

           add 1 to ws-vendedores-recalc

           perform verifica-ajuste-pago
           if ajuste-ja-pago
               add 1 to ws-vendedores-pagos
               move ws-vendedor-atual to 14-codigo
               move nome-vendedores   to 14-nome
               write linha-relatorio from linha-04 at eop
                   perform imprime-cabecalho
               end-write
               go processa-vendedor-fim
           end-if

           perform apura-ajustes-anteriores

           compute ws-base-anterior = ws-base-n - ws-base-e
           end-compute
           if ws-base-anterior < zeros
               move zeros to ws-base-anterior
           end-if
           if ajuste-anterior-encontrado
               move ws-base-ajustada to ws-base-anterior
           end-if
           compute ws-valor-anterior = ws-valor-n - ws-valor-e
                                     + ws-ajustes-anteriores
           end-compute

           perform calcula-valor-novo

           compute ws-diferenca = ws-valor-novo - ws-valor-anterior
           end-compute

           perform determina-causa
           perform grava-ajuste
           perform apura-liquido

           if ws-diferenca not = zeros
               add 1 to ws-vendedores-ajuste
               if ws-diferenca > zeros
                   add ws-diferenca to ws-total-creditos
               else
                   subtract ws-diferenca from ws-total-debitos
               end-if
           end-if

           move ws-vendedor-atual to 13-codigo
           move nome-vendedores   to 13-nome
           move ws-base-anterior  to 13-base-anterior
           move ws-base-nova      to 13-base-nova
           move ws-valor-anterior to 13-valor-anterior
           move ws-valor-novo     to 13-valor-novo
           move ws-diferenca      to 13-diferenca
           move ws-causa          to 13-causa
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       processa-vendedor-fim.
           exit.

       le-linhas-origem section.
           move "N" to situacao-linha-n
           move zeros to ws-base-n ws-valor-n ws-taxa-n
                         ws-base-e ws-valor-e

           move ws-vendedor-atual     to com-vendedor
           move ws-competencia-origem to com-competencia
           move "N"                   to com-tipo
           read comissoes invalid key
               continue
           not invalid key
               move "S"       to situacao-linha-n
               move com-base  to ws-base-n
               move com-valor to ws-valor-n
               move com-taxa  to ws-taxa-n
           end-read

           move "E" to com-tipo
           read comissoes invalid key
               continue
           not invalid key
               move com-base  to ws-base-e
               move com-valor to ws-valor-e
           end-read.

       verifica-ajuste-pago section.
           move "N" to situacao-ajuste-pago
           move ws-vendedor-atual     to com-vendedor
           move ws-competencia-aberta to com-competencia
           move "R"                   to com-tipo
           read comissoes invalid key
               continue
           not invalid key
               if comissao-paga
                   move "S" to situacao-ajuste-pago
               end-if
           end-read

           move "D" to com-tipo
           read comissoes invalid key
               continue
           not invalid key
               if comissao-paga
                   move "S" to situacao-ajuste-pago
               end-if
           end-read.

      * Ajustes da mesma origem ja lancados em outras competencias
      * entram no valor anterior; a base anterior passa a ser a base
      * nova do ajuste mais recente.
       apura-ajustes-anteriores section.
           move zeros to ws-ajustes-anteriores ws-base-ajustada
           move "N"   to situacao-ajuste-anterior
           move ws-vendedor-atual to ajc-vendedor
           move zeros             to ajc-competencia ajc-origem
           start ajustes-comissao key is >= chave-ajustes-comissao
               invalid key
               go apura-ajustes-anteriores-fim
           end-start.
       apura-ajustes-anteriores-le.
           read ajustes-comissao next at end
               go apura-ajustes-anteriores-fim
           end-read
           if ajc-vendedor not = ws-vendedor-atual
               go apura-ajustes-anteriores-fim
           end-if
           if ajc-origem not = ws-competencia-origem
               or ajc-competencia = ws-competencia-aberta
               go apura-ajustes-anteriores-le
           end-if

           add ajc-diferenca  to ws-ajustes-anteriores
           move ajc-base-nova to ws-base-ajustada
           move "S"           to situacao-ajuste-anterior
           go apura-ajustes-anteriores-le.
       apura-ajustes-anteriores-fim.
           exit.

      * Taxa corrigida informada vale como taxa flat; sem ela, o
      * plano de faixas em vigor na competencia de origem, ou a taxa
      * gravada na linha N (a do cadastro se nao houver linha N).
       calcula-valor-novo section.
           move zeros to ws-valor-novo
           move "N"   to ws-usou-faixas

           if ws-taxa-corrigida > zeros
               move ws-taxa-corrigida to ws-taxa-nova
           else
           if ws-taxa-n > zeros
               move ws-taxa-n to ws-taxa-nova
           else
               move comissao-vendedores to ws-taxa-nova
           end-if
           end-if

           if ws-taxa-corrigida = zeros
               and faixas-disponivel
               and plano-comissao-vendedores > zeros
               perform calcula-comissao-faixas
           end-if
           if ws-usou-faixas not = "S"
               compute ws-valor-novo rounded =
                       ws-base-nova * ws-taxa-nova / 100
               end-compute
           end-if.

       calcula-comissao-faixas section.
           move plano-comissao-vendedores to fx-plano
           move zeros                     to fx-sequencia
           start faixas-comissao key is >= chave-faixas invalid key
               go calcula-comissao-faixas-fim
           end-start.
       calcula-faixas-le.
           read faixas-comissao next at end
               go calcula-comissao-faixas-fim
           end-read

           if fx-plano not = plano-comissao-vendedores
               go calcula-comissao-faixas-fim
           end-if
           if (fx-vigencia-inicio not = zeros
                   and ws-competencia-origem < fx-vigencia-inicio)
               or (fx-vigencia-fim not = zeros
                   and ws-competencia-origem > fx-vigencia-fim)
               go calcula-faixas-le
           end-if

           if ws-base-nova <= fx-piso
               go calcula-faixas-le
           end-if

           if fx-teto = zeros or ws-base-nova < fx-teto
               move ws-base-nova to ws-limite-faixa
           else
               move fx-teto to ws-limite-faixa
           end-if

           compute ws-base-faixa = ws-limite-faixa - fx-piso
           end-compute
           compute ws-valor-faixa rounded =
                   ws-base-faixa * fx-taxa / 100
           end-compute
           add ws-valor-faixa to ws-valor-novo

           move "S" to ws-usou-faixas
           go calcula-faixas-le.
       calcula-comissao-faixas-fim.
           exit.

      * BASE: so a base mudou (a taxa efetiva anterior reproduz o
      * valor novo); TAXA: mesma base, valor diferente; BASE+TAXA:
      * mudaram as duas.
       determina-causa section.
           if ws-diferenca = zeros
               move "SEM DIFER." to ws-causa
               exit section
           end-if

           if ws-base-nova = ws-base-anterior
               move "TAXA" to ws-causa
               exit section
           end-if

           move zeros to ws-valor-taxa-antiga
           if ws-base-anterior > zeros
               compute ws-valor-taxa-antiga rounded =
                       ws-base-nova * ws-valor-anterior
                                    / ws-base-anterior
                   on size error
                       move zeros to ws-valor-taxa-antiga
               end-compute
           end-if

           if ws-base-anterior > zeros
               and ws-valor-taxa-antiga = ws-valor-novo
               move "BASE" to ws-causa
           else
           if ws-base-anterior = zeros and ws-valor-anterior = zeros
               move "BASE" to ws-causa
           else
               move "BASE+TAXA" to ws-causa
           end-if
           end-if.

      * Um ajuste por vendedor, competencia de lancamento e origem:
      * recalcular de novo a mesma origem substitui o ajuste ainda
      * nao pago; diferenca zero remove o ajuste.
       grava-ajuste section.
           move ws-vendedor-atual     to ajc-vendedor
           move ws-competencia-aberta to ajc-competencia
           move ws-competencia-origem to ajc-origem
           read ajustes-comissao invalid key
               if ws-diferenca = zeros
                   exit section
               end-if
               perform monta-ajuste
               write registro-ajustes-comissao invalid key
                   display "Gravacao Ajustes Com Problema, Estado "
                                      at 2301 estado-ajustes-comissao
                   accept resposta at 2380
               end-write
               exit section
           end-read

           if ws-diferenca = zeros
               delete ajustes-comissao invalid key
                   display "Exclusao Ajustes Com Problema, Estado "
                                      at 2301 estado-ajustes-comissao
                   accept resposta at 2380
               end-delete
               exit section
           end-if

           perform monta-ajuste
           rewrite registro-ajustes-comissao invalid key
               display "ReGravacao Ajustes Com Problema, Estado "
                                      at 2301 estado-ajustes-comissao
               accept resposta at 2380
           end-rewrite.

       monta-ajuste section.
           accept ws-data-sistema from date yyyymmdd
           move ws-base-anterior   to ajc-base-anterior
           move ws-base-nova       to ajc-base-nova
           move ws-valor-anterior  to ajc-valor-anterior
           move ws-valor-novo      to ajc-valor-novo
           move ws-diferenca       to ajc-diferenca
           move ws-causa           to ajc-causa
           move ws-motivo          to ajc-motivo
           move ws-data-sistema    to ajc-data
           move usuario-corrente   to ajc-operador.

      * O razao de comissoes recebe o liquido dos ajustes da
      * competencia aberta numa unica linha: R quando credita o
      * vendedor, D quando desconta.
       apura-liquido section.
           move zeros to ws-liquido
           move ws-vendedor-atual     to ajc-vendedor
           move ws-competencia-aberta to ajc-competencia
           move zeros                 to ajc-origem
           start ajustes-comissao key is >= chave-ajustes-comissao
               invalid key
               go apura-liquido-grava
           end-start.
       apura-liquido-le.
           read ajustes-comissao next at end
               go apura-liquido-grava
           end-read
           if ajc-vendedor not = ws-vendedor-atual
               or ajc-competencia not = ws-competencia-aberta
               go apura-liquido-grava
           end-if
           add ajc-diferenca to ws-liquido
           go apura-liquido-le.
       apura-liquido-grava.
           if ws-liquido > zeros
               move "R"        to ws-tipo-grava
               move "D"        to ws-tipo-apaga
               move ws-liquido to ws-valor-grava
           else
               move "D"        to ws-tipo-grava
               move "R"        to ws-tipo-apaga
               compute ws-valor-grava = zeros - ws-liquido
               end-compute
           end-if

           perform apaga-linha-razao
           if ws-liquido = zeros
               move ws-tipo-grava to ws-tipo-apaga
               perform apaga-linha-razao
               go apura-liquido-fim
           end-if

           move ws-vendedor-atual     to com-vendedor
           move ws-competencia-aberta to com-competencia
           move ws-tipo-grava         to com-tipo
           read comissoes invalid key
               initialize registro-comissoes
               move ws-vendedor-atual     to com-vendedor
               move ws-competencia-aberta to com-competencia
               move ws-tipo-grava         to com-tipo
               move zeros          to com-base com-taxa
               move ws-valor-grava to com-valor
               move "P"    to com-status
               move spaces to com-operador-pagamento
               move zeros  to com-data-pagamento
               write registro-comissoes invalid key
                   display "Gravacao Comissoes Com Problema, Estado "
                                      at 2301 estado-comissoes
                   accept resposta at 2380
               end-write
           not invalid key
               move ws-valor-grava to com-valor
               rewrite registro-comissoes invalid key
                   display "ReGravacao Comissoes Com Problema, Estado "
                                      at 2301 estado-comissoes
                   accept resposta at 2380
               end-rewrite
           end-read.
       apura-liquido-fim.
           exit.

       apaga-linha-razao section.
           move ws-vendedor-atual     to com-vendedor
           move ws-competencia-aberta to com-competencia
           move ws-tipo-apaga         to com-tipo
           read comissoes invalid key
               exit section
           end-read
           delete comissoes invalid key
               display "Exclusao Comissoes Com Problema, Estado "
                                      at 2301 estado-comissoes
               accept resposta at 2380
           end-delete.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Recalculo-Comissao.

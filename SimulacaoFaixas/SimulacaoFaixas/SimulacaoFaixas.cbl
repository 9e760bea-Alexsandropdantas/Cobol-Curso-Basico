       identification division.
       program-id. Simulacao-Faixas.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-FaixasSimulacao.txt".
       copy "C:\CursoCobol\Copylib\Select-FaixasComissao.txt".
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-FaixasSimulacao.txt".
       copy "C:\CursoCobol\Copylib\FD-FaixasComissao.txt".
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-faixas-simulacao  pic x(02) value spaces.
       01 estado-faixas            pic x(02) value spaces.
       01 estado-comissoes         pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia-atual     pic 9(06) value zeros.
       01 ws-competencia-fim       pic 9(06) value zeros.
       01 filler redefines ws-competencia-fim.
          03 ws-fim-ano            pic 9(04).
          03 ws-fim-mes            pic 9(02).
       01 ws-competencia-inicio    pic 9(06) value zeros.
       01 filler redefines ws-competencia-inicio.
          03 ws-ini-ano            pic 9(04).
          03 ws-ini-mes            pic 9(02).
       01 ws-quantidade-meses      pic 9(02) value zeros.
       01 ws-meses-calculo         pic 9(06) value zeros.
       01 ws-resto-meses           pic 9(02) value zeros.
       01 ws-plano-copia           pic 9(02) value zeros.
       01 ws-plano-proposto        pic 9(02) value zeros.
       01 ws-plano-simulado        pic 9(02) value zeros.
       01 ws-faixas-copiadas       pic 9(05) value zeros.
       01 ws-vendedor-anterior     pic 9(03) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".

       01 ws-base-faixa            pic 9(11)v99 value zeros.
       01 ws-valor-faixa           pic 9(11)v99 value zeros.
       01 ws-limite-faixa          pic 9(11)v99 value zeros.
       01 ws-valor-simulado        pic 9(11)v99 value zeros.
       01 ws-usou-faixas           pic x(01) value "N".
       01 ws-diferenca             pic s9(13)v99 value zeros.
       01 ws-variacao              pic s9(05)v99 value zeros.

      * Acumuladores: 1=vendedor, 2=total geral.
       01 tabela-acumulos.
          03 acumulo occurs 2 times.
             05 acu-meses          pic 9(03).
             05 acu-base           pic 9(13)v99.
             05 acu-atual          pic 9(13)v99.
             05 acu-simulado       pic 9(13)v99.
       01 ws-nivel                 pic 9(01) value zeros.
       01 ws-vendedores-lidos      pic 9(05) value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Simulacao de Faixas de Comissao".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(14) value "Competencias".
         03 01-inicio             pic 9999/99.
         03 filler                pic x(03) value " a ".
         03 01-fim                pic 9999/99bbbb.
         03 filler                pic x(16) value "Plano Proposto:".
         03 01-plano              pic x(20).
         03 filler                pic x(40)
                value "Simulacao - nenhum valor foi gravado".
       01 linha-02.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(27) value "VENDEDOR".
         03 filler                pic x(06) value "PLANO".
         03 filler                pic x(06) value "SIMUL".
         03 filler                pic x(06) value "MESES".
         03 filler                pic x(18) value "      BASE VENDAS".
         03 filler                pic x(18) value "  COMISSAO ATUAL".
         03 filler                pic x(18) value "  COMISSAO SIMUL.".
         03 filler                pic x(18) value "       DIFERENCA".
         03 filler                pic x(10) value "   VAR. %".
       01 linha-03.
         03 filler                pic x(03) value spaces.
         03 13-codigo             pic zz9bb.
         03 13-nome               pic x(22).
         03 13-plano              pic z9bbbb.
         03 13-plano-simulado     pic z9bbbb.
         03 13-meses              pic zz9bbb.
         03 13-base               pic zz.zzz.zzz.zz9,99b.
         03 13-atual              pic zz.zzz.zzz.zz9,99b.
         03 13-simulado           pic zz.zzz.zzz.zz9,99b.
         03 13-diferenca          pic --.---.---.--9,99b.
         03 13-variacao           pic ---.--9,99.
       01 linha-03t redefines linha-03.
         03 filler                pic x(03).
         03 13t-rotulo            pic x(39).
         03 filler                pic x(90).

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move spaces to ws-local
           string function trim(diretorio-relatorios)
                                        delimited by size
                  "\Spool-SimulacaoFaixas.txt"
                                        delimited by size
                  into ws-local
           end-string.

      * A tabela proposta fica num arquivo de trabalho proprio; a
      * tabela vigente e o razao de comissoes so sao lidos.
       abre-arquivo section.
           open i-o faixas-simulacao
           if estado-faixas-simulacao = "35" or "05"
               close faixas-simulacao
               open output faixas-simulacao
               close faixas-simulacao
               open i-o faixas-simulacao
           end-if
           if estado-faixas-simulacao not = "00"
               display "Arquivo Simulacao Com Problema Estado " at 2301
                           estado-faixas-simulacao
               accept resposta at 2380
               goback
           end-if

      * Replay termina na ultima competencia fechada; sem Periodo,
      * no mes anterior ao corrente.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia-atual
           move ws-data-sistema(1:6) to ws-competencia-fim
           subtract 1 from ws-fim-mes
           if ws-fim-mes = zeros
               move 12 to ws-fim-mes
               subtract 1 from ws-fim-ano
           end-if
           open input periodo
           if estado-periodo = "00"
               read periodo at end
                   move zeros to per-ultima-competencia
               end-read
               if per-ultima-competencia > zeros
                   move per-ultima-competencia to ws-competencia-fim
               end-if
           end-if
           close periodo.

       mostra-opcoes section.
           display erase at 0101
           display "Simulacao de Faixas de Comissao" at 0101
           display "01-Copiar   traz a tabela vigente"          at 0301
           display "02-Incluir  cadastra uma faixa proposta"    at 0401
           display "03-Consultar lista a tabela proposta"       at 0501
           display "04-Excluir  remove uma faixa proposta"      at 0601
           display "05-Simular  compara atual x proposta"       at 0701
           display "00-Sair"                                    at 0901
           display "Opcao: "                                    at 1101
           accept opcao at 1108

           if opcao = 01
               go copia-vigente
           else
           if opcao = 02
               go inclusao
           else
           if opcao = 03
               go consulta
           else
           if opcao = 04
               go excluir
           else
           if opcao = 05
               go simulacao
           else
           if opcao = 00
               close faixas-simulacao
               goback
           else
               go mostra-opcoes
           end-if.

      * Ponto de partida da negociacao: as faixas em vigor no mes
      * corrente substituem as propostas do mesmo plano.
       copia-vigente section.
           display erase at 0101
           display "Copia da Tabela Vigente" at 0101
           display "Plano (0=Todos)........: " at 0501
           move zeros to ws-plano-copia
           accept ws-plano-copia at 0526

           display "Confirma a Copia? Sim ou Nao?" at 2301
           accept resposta at 2331
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           open input faixas-comissao
           if estado-faixas not = "00"
               display "Arquivo Faixas Com Problema Estado " at 2301
                           estado-faixas
               accept resposta at 2380
               close faixas-comissao
               go mostra-opcoes
           end-if

           move zeros to ws-faixas-copiadas
           move ws-plano-copia to fx-plano
           move zeros          to fx-sequencia
           start faixas-comissao key is >= chave-faixas invalid key
               go copia-vigente-fim
           end-start.
       copia-vigente-le.
           read faixas-comissao next at end
               go copia-vigente-fim
           end-read
           if ws-plano-copia not = zeros
               and fx-plano not = ws-plano-copia
               go copia-vigente-fim
           end-if
           if (fx-vigencia-inicio not = zeros
                   and ws-competencia-atual < fx-vigencia-inicio)
               or (fx-vigencia-fim not = zeros
                   and ws-competencia-atual > fx-vigencia-fim)
               go copia-vigente-le
           end-if

           move fx-plano     to fs-plano
           move fx-sequencia to fs-sequencia
           move fx-piso      to fs-piso
           move fx-teto      to fs-teto
           move fx-taxa      to fs-taxa
           write registro-faixas-simulacao invalid key
               rewrite registro-faixas-simulacao invalid key
                   continue
               end-rewrite
           end-write
           add 1 to ws-faixas-copiadas
           go copia-vigente-le.
       copia-vigente-fim.
           close faixas-comissao
           display "Faixas Copiadas: " at 2301 ws-faixas-copiadas
           accept resposta at 2380
           go mostra-opcoes.

       inclusao section.
           initialize registro-faixas-simulacao

           display erase                       at 0101
           display "Faixa Proposta" at 0101
           display "Plano.................: "  at 0501
           display "Sequencia da Faixa....: "  at 0601
           display "Piso da Faixa.........: "  at 0701
           display "Teto (0=Sem Teto).....: "  at 0801
           display "Taxa (%)..............: "  at 0901
           accept fs-plano at 0526
           if fs-plano = zeros
               go mostra-opcoes
           end-if
           accept fs-sequencia at 0626
           if fs-sequencia = zeros
               go mostra-opcoes
           end-if

           read faixas-simulacao invalid key
               go inclusao-dados
           end-read

           display "Esta Faixa Ja Existe, Forneca Outra " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           accept fs-piso at 0726
           accept fs-teto at 0826
           if fs-teto not = zeros and fs-teto <= fs-piso
               display "Teto Deve Ser Maior Que o Piso." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if
           accept fs-taxa at 0926
           if fs-taxa = zeros
               display "Taxa Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           write registro-faixas-simulacao invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-faixas-simulacao
               accept resposta at 2380
               go mostra-opcoes
           end-write

           go mostra-opcoes.

       consulta section.
           display erase at 0101
           move zeros to fs-plano fs-sequencia

           start faixas-simulacao key is >= chave-faixas-simulacao
               invalid key
               display "Nao Ha Faixas Propostas...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.
       consulta-monta-tela.
           display erase at 0401
           display "Plano Seq Piso            Teto            Taxa"
                                  at 0401
           move 04 to linha.
       consulta-le-arquivo.
           read faixas-simulacao next at end
               go consulta-fim
           end-read

           add 1 to linha
           display fs-plano     at line linha column 01
           display fs-sequencia at line linha column 07
           display fs-piso      at line linha column 11
           display fs-teto      at line linha column 27
           display fs-taxa      at line linha column 43

           if linha < 22
               go consulta-le-arquivo
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go consulta-monta-tela
           end-if
           go mostra-opcoes.
       consulta-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

       excluir section.
           initialize registro-faixas-simulacao

           display erase                       at 0101
           display "Plano.................: "  at 0501
           display "Sequencia da Faixa....: "  at 0601
           accept fs-plano at 0526
           if fs-plano = zeros
               go mostra-opcoes
           end-if
           accept fs-sequencia at 0626
           if fs-sequencia = zeros
               go mostra-opcoes
           end-if

           read faixas-simulacao invalid key
               display "Esta Faixa Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go excluir
           end-read

           display "Confirma Exclusao? Sim ou Nao?" at 2301
           accept resposta at 2333
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           delete faixas-simulacao invalid key
               display "Exclusao com Problema, Estado " at 2301
                    estado-faixas-simulacao
               accept resposta at 2380
               go mostra-opcoes
           end-delete

           go mostra-opcoes.

      * Replay das ultimas competencias: a base de cada linha N do
      * razao passa pela tabela proposta e o resultado e comparado
      * com a comissao gravada. O razao e aberto so para leitura.
       simulacao section.
           display erase at 0101
           display "Simulacao de Faixas de Comissao" at 0101
           display "Ultima Competencia.......: " at 0401
           display "Quantidade de Meses (12).: " at 0501
           display "Plano Proposto (0=Atual).: " at 0601
           display ws-competencia-fim at 0428
           accept ws-competencia-fim at 0428
           if ws-competencia-fim = zeros
               go mostra-opcoes
           end-if
           if ws-fim-mes < 01 or ws-fim-mes > 12
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go simulacao
           end-if

           move 12 to ws-quantidade-meses
           display ws-quantidade-meses at 0528
           accept ws-quantidade-meses at 0528
           if ws-quantidade-meses = zeros
               move 12 to ws-quantidade-meses
           end-if

      * Plano proposto aplica a mesma tabela a todos os vendedores,
      * como numa troca geral de plano; zero mantem o plano de cada
      * um.
           move zeros to ws-plano-proposto
           accept ws-plano-proposto at 0628

           compute ws-meses-calculo = ws-fim-ano * 12 + ws-fim-mes
                                    - ws-quantidade-meses
           end-compute
           divide ws-meses-calculo by 12
               giving ws-ini-ano remainder ws-resto-meses
           end-divide
           compute ws-ini-mes = ws-resto-meses + 1
           end-compute

           open input comissoes
           if estado-comissoes not = "00"
               display "Arquivo Comissoes Com Problema Estado " at 2301
                   estado-comissoes
               accept resposta at 2380
               close comissoes
               go mostra-opcoes
           end-if
           open input vendedores
           if estado-vendedores not = "00"
               display "Arquivo Vendedores Com Problema Estado " at 2301
                   estado-vendedores
               accept resposta at 2380
               close comissoes vendedores
               go mostra-opcoes
           end-if

           move "Simulacao-Faixas"      to ws-spool-programa
           move "Spool-SimulacaoFaixas" to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia                to 00-dia
           move ws-mes                to 00-mes
           move ws-ano                to 00-ano
           move ws-competencia-inicio to 01-inicio
           move ws-competencia-fim    to 01-fim
           if ws-plano-proposto = zeros
               move "Plano de Cada Vend." to 01-plano
           else
               move spaces to 01-plano
               move ws-plano-proposto to 01-plano(1:2)
           end-if

           initialize tabela-acumulos
           move zeros to ws-vendedores-lidos
           move "N"   to situacao-quebra

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move zeros  to com-vendedor com-competencia
           move spaces to com-tipo
           start comissoes key is >= chave-comissoes invalid key
               go simulacao-fim
           end-start.
       simulacao-le.
           read comissoes next at end
               go simulacao-fim
           end-read

           if not comissao-calculada
               or com-competencia < ws-competencia-inicio
               or com-competencia > ws-competencia-fim
               go simulacao-le
           end-if

           if primeira-leitura
               move "S" to situacao-quebra
               perform inicia-vendedor
           else
           if com-vendedor not = ws-vendedor-anterior
               perform imprime-vendedor
               perform inicia-vendedor
           end-if
           end-if

           perform calcula-simulada

           add 1                 to acu-meses(1)
           add com-base          to acu-base(1)
           add com-valor         to acu-atual(1)
           add ws-valor-simulado to acu-simulado(1)
           go simulacao-le.
       simulacao-fim.
           if not primeira-leitura
               perform imprime-vendedor
           end-if

           move 2 to ws-nivel
           move spaces to linha-relatorio
           write linha-relatorio
           perform monta-linha-acumulo
           move spaces to 13t-rotulo
           move "TOTAL GERAL" to 13t-rotulo
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio comissoes vendedores

           display "Simulacao Finalizada. Vendedores: " at 2301
                       ws-vendedores-lidos
           accept resposta at 2380
           go mostra-opcoes.

       imprime-cabecalho section.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02.

       inicia-vendedor section.
           move com-vendedor to ws-vendedor-anterior
           move com-vendedor to codigo-vendedores
           read vendedores invalid key
               move spaces to nome-vendedores
               move zeros  to plano-comissao-vendedores
           end-read

           move plano-comissao-vendedores to ws-plano-simulado
           if ws-plano-proposto > zeros
               move ws-plano-proposto to ws-plano-simulado
           end-if

           move zeros to acu-meses(1) acu-base(1)
                         acu-atual(1) acu-simulado(1).

       imprime-vendedor section.
           move 1 to ws-nivel
           perform monta-linha-acumulo
           move ws-vendedor-anterior      to 13-codigo
           move nome-vendedores           to 13-nome
           move plano-comissao-vendedores to 13-plano
           move ws-plano-simulado         to 13-plano-simulado
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add 1             to ws-vendedores-lidos
           add acu-meses(1)  to acu-meses(2)
           add acu-base(1)   to acu-base(2)
           add acu-atual(1)  to acu-atual(2)
           add acu-simulado(1) to acu-simulado(2).

       monta-linha-acumulo section.
           move acu-meses(ws-nivel)    to 13-meses
           move acu-base(ws-nivel)     to 13-base
           move acu-atual(ws-nivel)    to 13-atual
           move acu-simulado(ws-nivel) to 13-simulado
           compute ws-diferenca = acu-simulado(ws-nivel)
                                - acu-atual(ws-nivel)
           end-compute
           move ws-diferenca to 13-diferenca

           move zeros to ws-variacao
           if acu-atual(ws-nivel) > zeros
               compute ws-variacao rounded =
                       ws-diferenca * 100 / acu-atual(ws-nivel)
                   on size error
                       move 99999,99 to ws-variacao
               end-compute
           end-if
           move ws-variacao to 13-variacao.

      * Sem faixa proposta para o plano, o vendedor fica na taxa
      * flat gravada na propria linha do razao.
       calcula-simulada section.
           move zeros to ws-valor-simulado
           move "N"   to ws-usou-faixas

           if ws-plano-simulado > zeros
               perform calcula-faixas-simuladas
           end-if
           if ws-usou-faixas not = "S"
               compute ws-valor-simulado rounded =
                       com-base * com-taxa / 100
               end-compute
           end-if.

       calcula-faixas-simuladas section.
           move ws-plano-simulado to fs-plano
           move zeros             to fs-sequencia
           start faixas-simulacao key is >= chave-faixas-simulacao
               invalid key
               exit section
           end-start.
       calcula-faixas-simuladas-le.
           read faixas-simulacao next at end
               exit section
           end-read

           if fs-plano not = ws-plano-simulado
               exit section
           end-if

           move "S" to ws-usou-faixas
           if com-base <= fs-piso
               go calcula-faixas-simuladas-le
           end-if

           if fs-teto = zeros or com-base < fs-teto
               move com-base to ws-limite-faixa
           else
               move fs-teto to ws-limite-faixa
           end-if

           compute ws-base-faixa = ws-limite-faixa - fs-piso
           end-compute
           compute ws-valor-faixa rounded =
                   ws-base-faixa * fs-taxa / 100
           end-compute
           add ws-valor-faixa to ws-valor-simulado
           go calcula-faixas-simuladas-le.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Simulacao-Faixas.

       identification division.
       program-id. Entrega-Relatorios.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\Select-Assinaturas.txt".
       copy "C:\CursoCobol\Copylib\Select-EntregasSpool.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
           select spool-origem assign to ws-arquivo-origem
               file status is estado-origem
               organization is line sequential.
           select extrato assign to ws-arquivo-extrato
               file status is estado-extrato
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\FD-Assinaturas.txt".
       copy "C:\CursoCobol\Copylib\FD-EntregasSpool.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       fd spool-origem label record omitted.
       01 linha-origem             pic x(132).
       fd extrato label record omitted.
       01 linha-extrato            pic x(132).

       working-storage section.
       01 estado-fila-relatorios   pic x(02) value spaces.
       01 estado-assinaturas       pic x(02) value spaces.
       01 estado-entregas-spool    pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 estado-origem            pic x(02) value spaces.
       01 estado-extrato           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-arquivo-origem        pic x(60) value spaces.
       01 ws-arquivo-extrato       pic x(60) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-hora-sistema          pic 9(08) value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-janela           pic 9(03) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-entregues             pic 9(07) value zeros.
       01 ws-nao-entregues         pic 9(07) value zeros.
       01 ws-linhas-entregues      pic 9(09) value zeros.
       01 ws-linhas                pic 9(06) value zeros.
       01 ws-secoes                pic 9(05) value zeros.
       01 ws-geracao-edit          pic zzzzzz9.
       01 ws-filtro-edit           pic zz9.
      * Secao do relatorio em que a leitura esta: C = cabecalho, antes
      * da primeira marca; S = secao do assinante; N = de outro.
       01 ws-secao                 pic x(01) value "C".
          88 secao-cabecalho       value "C".
          88 secao-assinante       value "S".
       01 ws-filtro-tipo           pic x(01) value spaces.
       01 ws-filtro-codigo         pic 9(06) value zeros.
       01 ws-marca-tipo            pic x(01) value spaces.
       01 ws-marca-codigo          pic 9(06) value zeros.
       01 ws-linha-trab            pic x(132) value spaces.
       01 ws-rotulo                pic x(20) value spaces.
       01 ws-rotulo-aux            pic x(20) value spaces.
       01 ws-resto                 pic x(40) value spaces.
       01 ws-codigo-texto          pic x(10) value spaces.
       01 ws-tam-codigo            pic 9(02) value zeros.
       01 ws-brancos               pic 9(03) value zeros.
       01 ws-conv-data             pic 9(08) value zeros.
       01 filler redefines ws-conv-data.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).
       01 ws-conv-dias             pic 9(07) value zeros.
       01 ws-conv-bissextos        pic 9(04) value zeros.
       01 ws-conv-trab             pic 9(04) value zeros.
       01 ws-resto-4               pic 9(02) value zeros.
       01 ws-resto-100             pic 9(02) value zeros.
       01 ws-resto-400             pic 9(03) value zeros.
       01 ws-ano-div               pic 9(04) value zeros.
       01 situacao-ano-bissexto    pic x(01) value "N".
          88 ano-bissexto          value "S".
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       copy "C:\CursoCobol\Copylib\CamposNotificacao.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move "00" to resultado-execucao
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje.

      * Quantos dias para tras a entrega procura spools ainda nao
      * entregues (parametro ENTREGA-SPOOL-DIAS; sem parametro vale
      * 1 dia, o que cobre o batch que vira a meia-noite).
       carrega-parametros section.
           move 001 to ws-dias-janela
           move "ENTREGA-SPOOL-DIAS" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num not < zeros
               and ws-par-valor-num < 1000
               move ws-par-valor-num to ws-dias-janela
           end-if.

       abre-arquivos section.
           open input fila-relatorios
           if estado-fila-relatorios not = "00"
               if not batch-ativo
                   display "Nenhum Spool Registrado. Enter" at 2301
                   accept resposta at 2380
               end-if
               goback
           end-if

           open input assinaturas
           if estado-assinaturas not = "00"
               close fila-relatorios
               if not batch-ativo
                   display "Nenhuma Assinatura Cadastrada. Enter"
                                          at 2301
                   accept resposta at 2380
               end-if
               goback
           end-if

           open i-o entregas-spool
           if estado-entregas-spool = "35" or "05"
               close entregas-spool
               open output entregas-spool
               close entregas-spool
               open i-o entregas-spool
           end-if
           if estado-entregas-spool not = "00"
               move "81" to resultado-execucao
               close fila-relatorios assinaturas
               if not batch-ativo
                   display "Arquivo Entregas Com Problema Estado "
                               at 2301 estado-entregas-spool
                   accept resposta at 2380
               end-if
               goback
           end-if.

      * Cada spool recente vai uma vez para cada assinante ativo do
      * relatorio; a entrega fica gravada contra a geracao do spool
      * e nao se repete na noite seguinte.
       percorre-fila section.
           move zeros to fila-geracao
           start fila-relatorios key is >= fila-geracao invalid key
               go percorre-fila-fim
           end-start.
       percorre-fila-le.
           read fila-relatorios next at end
               go percorre-fila-fim
           end-read

           move fila-data to ws-conv-data
           perform converte-data-dias
           if ws-conv-dias > ws-dias-hoje
               or ws-dias-hoje - ws-conv-dias > ws-dias-janela
               go percorre-fila-le
           end-if
           add 1 to ws-lidos

           perform entrega-assinantes
           go percorre-fila-le.
       percorre-fila-fim.
           move "Entrega-Relatorios" to ctr-etapa
           move ws-lidos             to ctr-lidos
           move ws-entregues         to ctr-gravados
           move ws-nao-entregues     to ctr-rejeitados
           move ws-linhas-entregues  to ctr-hash-vendas
           perform grava-controle

           close fila-relatorios assinaturas entregas-spool

           if not batch-ativo
               display "Spools: "       at 2301 ws-lidos
               display "Entregues: "    at 2318 ws-entregues
               display "Nao Entregues: " at 2338 ws-nao-entregues
               display "Enter"          at 2362
               accept resposta at 2380
           end-if
           goback.

       entrega-assinantes section.
           move fila-programa to ass-programa
           move zeros         to ass-sequencia
           start assinaturas key is >= chave-assinaturas invalid key
               exit section
           end-start.
       entrega-assinantes-le.
           read assinaturas next at end
               exit section
           end-read
           if ass-programa not = fila-programa
               exit section
           end-if
           if not assinatura-ativa
               go entrega-assinantes-le
           end-if

           move fila-geracao  to ent-geracao
           move ass-programa  to ent-programa
           move ass-sequencia to ent-sequencia
           read entregas-spool invalid key
               perform entrega-uma
           end-read
           go entrega-assinantes-le.

       entrega-uma section.
           initialize registro-entregas-spool
           move fila-geracao  to ent-geracao
           move ass-programa  to ent-programa
           move ass-sequencia to ent-sequencia
           move ass-destino   to ent-destino
           move fila-arquivo  to ent-arquivo ws-arquivo-origem
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema to ent-data
           move ws-hora-sistema to ent-hora
           move "E" to ent-situacao

           if ass-filial = zeros and ass-vendedor = zeros
               perform confere-spool
           else
               perform monta-extrato
           end-if

           if entrega-enviada
               perform avisa-assinante
               move not-numero to ent-notificacao
               add 1 to ws-entregues
               add ent-linhas to ws-linhas-entregues
           else
               add 1 to ws-nao-entregues
           end-if

           write registro-entregas-spool invalid key
               continue
           end-write.

      * Sem filtro vai o proprio arquivo do spool.
       confere-spool section.
           move zeros to ws-linhas
           open input spool-origem
           if estado-origem not = "00"
               move "A" to ent-situacao
               exit section
           end-if
           perform confere-spool-le until estado-origem = "10"
           close spool-origem
           move ws-linhas to ent-linhas.
       confere-spool-le.
           read spool-origem next at end
               exit paragraph
           end-read
           add 1 to ws-linhas.

      * Com filtro, o assinante recebe um extrato com o cabecalho e
      * so as secoes da sua filial ou do seu vendedor, reconhecidas
      * pelas linhas de quebra "Filial:" e "Vendedor:" dos
      * relatorios. Relatorio sem secao da equipe nao e entregue.
       monta-extrato section.
           if ass-vendedor not = zeros
               move "V"          to ws-filtro-tipo
               move ass-vendedor to ws-filtro-codigo
           else
               move "F"          to ws-filtro-tipo
               move ass-filial   to ws-filtro-codigo
           end-if

           move zeros to ws-secoes ws-linhas
           open input spool-origem
           if estado-origem not = "00"
               move "A" to ent-situacao
               exit section
           end-if
           perform conta-secoes until estado-origem = "10"
           close spool-origem
           if ws-secoes = zeros
               move "S" to ent-situacao
               exit section
           end-if

           move spaces to ws-arquivo-extrato
           string function trim(diretorio-relatorios)
                                        delimited by size
                  "\Entrega-G"          delimited by size
                  fila-geracao          delimited by size
                  "-"                   delimited by size
                  function trim(fila-programa)
                                        delimited by size
                  "-A"                  delimited by size
                  ass-sequencia         delimited by size
                  ".txt"                delimited by size
                  into ws-arquivo-extrato
           end-string

           open input spool-origem
           open output extrato
           move "C" to ws-secao
           perform copia-secoes until estado-origem = "10"
           close spool-origem extrato

           move ws-arquivo-extrato to ent-arquivo
           move ws-linhas          to ent-linhas.
       conta-secoes.
           read spool-origem next at end
               exit paragraph
           end-read
           perform analisa-linha
           if ws-marca-tipo = ws-filtro-tipo
               and ws-marca-codigo = ws-filtro-codigo
               add 1 to ws-secoes
           end-if.
       copia-secoes.
           read spool-origem next at end
               exit paragraph
           end-read
           perform analisa-linha
           if ws-marca-tipo = ws-filtro-tipo
               if ws-marca-codigo = ws-filtro-codigo
                   move "S" to ws-secao
               else
                   move "N" to ws-secao
               end-if
           end-if
           if secao-cabecalho or secao-assinante
               move linha-origem to linha-extrato
               write linha-extrato
               add 1 to ws-linhas
           end-if.

      * Linha de quebra: rotulo "Filial" ou "Vendedor" (com ou sem
      * pontos) seguido de dois pontos e do codigo.
       analisa-linha section.
           move spaces to ws-marca-tipo
           move zeros  to ws-marca-codigo
           move linha-origem to ws-linha-trab
           inspect ws-linha-trab converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move spaces to ws-rotulo ws-resto
           unstring ws-linha-trab delimited by ":"
               into ws-rotulo ws-resto
           end-unstring
           if ws-resto = spaces
               exit section
           end-if

           move zeros to ws-brancos
           inspect ws-rotulo tallying ws-brancos for leading spaces
           if ws-brancos > 19
               exit section
           end-if
           move ws-rotulo(ws-brancos + 1:) to ws-rotulo-aux
           inspect ws-rotulo-aux replacing all "." by space
           if ws-rotulo-aux = "VENDEDOR"
               move "V" to ws-marca-tipo
           else
               if ws-rotulo-aux = "FILIAL"
                   move "F" to ws-marca-tipo
               else
                   exit section
               end-if
           end-if

           move zeros to ws-brancos
           inspect ws-resto tallying ws-brancos for leading spaces
           move spaces to ws-codigo-texto
           move zeros  to ws-tam-codigo
           unstring ws-resto(ws-brancos + 1:) delimited by space
               into ws-codigo-texto count in ws-tam-codigo
           end-unstring
           if ws-tam-codigo < 1 or ws-tam-codigo > 6
               move spaces to ws-marca-tipo
               exit section
           end-if
           if ws-codigo-texto(1:ws-tam-codigo) not numeric
               move spaces to ws-marca-tipo
               exit section
           end-if
           move ws-codigo-texto(1:ws-tam-codigo) to ws-marca-codigo.

       avisa-assinante section.
           move fila-geracao to ws-geracao-edit
           move ass-destino  to not-destino
           move spaces to not-assunto
           string "Relatorio "       delimited by size
                  fila-programa      delimited by "  "
                  " G"               delimited by size
                  ws-geracao-edit    delimited by size
                  into not-assunto
           end-string
           move spaces to not-corpo
           if ass-vendedor not = zeros
               move ass-vendedor to ws-filtro-edit
               string "Secoes do vendedor " delimited by size
                      ws-filtro-edit         delimited by size
                      ". Arquivo: "          delimited by size
                      ent-arquivo            delimited by "  "
                      into not-corpo
               end-string
           else
               if ass-filial not = zeros
                   move ass-filial to ws-filtro-edit
                   string "Secoes da filial " delimited by size
                          ws-filtro-edit      delimited by size
                          ". Arquivo: "       delimited by size
                          ent-arquivo         delimited by "  "
                          into not-corpo
                   end-string
               else
                   string "Relatorio completo. Arquivo: "
                                              delimited by size
                          ent-arquivo         delimited by "  "
                          into not-corpo
                   end-string
               end-if
           end-if
           move "Entrega-Relatorios" to not-origem
           perform grava-notificacao.

      * Conversao de data em contagem corrida de dias para medir a
      * idade do spool.
       converte-data-dias section.
           compute ws-conv-bissextos = (ws-conv-ano / 4)
                 - (ws-conv-ano / 100) + (ws-conv-ano / 400)
           end-compute
           compute ws-conv-dias =
                   ws-conv-ano * 365 + ws-conv-bissextos
           end-compute

           evaluate ws-conv-mes
               when 01 move 000 to ws-conv-trab
               when 02 move 031 to ws-conv-trab
               when 03 move 059 to ws-conv-trab
               when 04 move 090 to ws-conv-trab
               when 05 move 120 to ws-conv-trab
               when 06 move 151 to ws-conv-trab
               when 07 move 181 to ws-conv-trab
               when 08 move 212 to ws-conv-trab
               when 09 move 243 to ws-conv-trab
               when 10 move 273 to ws-conv-trab
               when 11 move 304 to ws-conv-trab
               when other move 334 to ws-conv-trab
           end-evaluate
           add ws-conv-trab to ws-conv-dias
           add ws-conv-dia  to ws-conv-dias

           perform verifica-ano-bissexto
           if ano-bissexto and ws-conv-mes > 02
               add 1 to ws-conv-dias
           end-if.
       verifica-ano-bissexto.
           move "N" to situacao-ano-bissexto
           divide ws-conv-ano by 4 giving ws-ano-div
                           remainder ws-resto-4
           if ws-resto-4 = zeros
               move "S" to situacao-ano-bissexto
               divide ws-conv-ano by 100 giving ws-ano-div
                               remainder ws-resto-100
               if ws-resto-100 = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-conv-ano by 400 giving ws-ano-div
                                   remainder ws-resto-400
                   if ws-resto-400 = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if.

       copy "C:\CursoCobol\Copylib\GravaNotificacao.cpy".

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       end program Entrega-Relatorios.

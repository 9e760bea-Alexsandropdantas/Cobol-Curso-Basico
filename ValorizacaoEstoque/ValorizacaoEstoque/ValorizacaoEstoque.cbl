       identification division.
       program-id. Valorizacao-Estoque.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-valorizados           pic 9(07) value zeros.
       01 ws-sem-custo             pic 9(07) value zeros.
       01 ws-quantidade            pic 9(08)v99 value zeros.
       01 ws-valor                 pic 9(13)v99 value zeros.
       01 ws-valor-total           pic 9(15)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(34)
                value "Valorizacao do Estoque".
         03 filler                pic x(12) value "Competencia:".
         03 00-competencia        pic 9(06).
         03 filler                pic x(02) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "PRODUTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(05) value "UN".
         03 filler                pic x(15) value "QUANTIDADE".
         03 filler                pic x(16) value "CUSTO MEDIO".
         03 filler                pic x(20) value "VALOR".
         03 filler                pic x(10) value "SITUACAO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-produto            pic zzzz9bbb.
         03 12-descricao          pic x(30)bb.
         03 12-unidade            pic x(05).
         03 12-quantidade         pic zz.zzz.zz9,99bb.
         03 12-custo              pic zzz.zzz.zz9,99bb.
         03 12-valor              pic z.zzz.zzz.zzz.zz9,99bb.
         03 12-situacao           pic x(10).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-descricao          pic x(26).
         03 13-quantidade         pic zz.zzz.zz9.
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "Valor Total do Estoque..:".
         03 14-valor              pic zzz.zzz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

      * Quantidade fisica (disponivel mais reservado) ao custo medio.
      * Na noite o relatorio so sai quando o Fechamento-Mensal
      * fechou a competencia no mesmo dia: e a posicao de fim de
      * mes para a contabilidade. Chamado do menu, sai a posicao
      * do momento.
       procedimento-geral section.
           move "00" to resultado-execucao
           move zeros to ws-lidos ws-valorizados ws-sem-custo
                         ws-valor-total

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia

           if batch-ativo
               move zeros to per-data-fechamento
               open input periodo
               if estado-periodo = "00"
                   read periodo at end
                       move zeros to per-data-fechamento
                   end-read
               end-if
               close periodo
               if per-data-fechamento not = ws-data-sistema
                   goback
               end-if
               move per-ultima-competencia to ws-competencia
           end-if

           open input estoque
           if estado-estoque not = "00"
               move "89" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Estoque Com Problema Estado "
                               at 2301 estado-estoque
                   accept resposta at 2380
               end-if
               goback
           end-if
           open input produtos

           move "Valorizacao-Estoque" to ws-spool-programa
           move "Spool-Valorizacao"   to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-competencia to 00-competencia
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move zeros to est-produto
           start estoque key is >= est-produto invalid key
               go procedimento-geral-fim
           end-start.
       procedimento-geral-le.
           read estoque next at end
               go procedimento-geral-fim
           end-read
           add 1 to ws-lidos

           compute ws-quantidade =
                   est-saldo-disponivel + est-saldo-reservado
           end-compute
           if ws-quantidade = zeros
               go procedimento-geral-le
           end-if

           move est-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao pro-unidade
           end-read

           compute ws-valor rounded = ws-quantidade * est-custo-medio
           end-compute
           add ws-valor to ws-valor-total
           add 1 to ws-valorizados

           move spaces to 12-situacao
           if est-custo-medio = zeros
               move "SEM CUSTO" to 12-situacao
               add 1 to ws-sem-custo
           end-if

           move est-produto     to 12-produto
           move pro-descricao   to 12-descricao
           move pro-unidade     to 12-unidade
           move ws-quantidade   to 12-quantidade
           move est-custo-medio to 12-custo
           move ws-valor        to 12-valor
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write
           go procedimento-geral-le.
       procedimento-geral-fim.
           move spaces to linha-relatorio
           write linha-relatorio
           move "Produtos Valorizados....:" to 13-descricao
           move ws-valorizados              to 13-quantidade
           write linha-relatorio from linha-03
           move "Produtos Sem Custo......:" to 13-descricao
           move ws-sem-custo                to 13-quantidade
           write linha-relatorio from linha-03
           move ws-valor-total to 14-valor
           write linha-relatorio from linha-04
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio estoque produtos

           move "Valorizacao-Estoque" to ctr-etapa
           move ws-lidos              to ctr-lidos
           move ws-valorizados        to ctr-gravados
           move ws-sem-custo          to ctr-rejeitados
           move ws-valor-total        to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Valorizacao do Estoque Gerada. Enter" at 2301
               accept resposta at 2380
           end-if
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Valorizacao-Estoque.

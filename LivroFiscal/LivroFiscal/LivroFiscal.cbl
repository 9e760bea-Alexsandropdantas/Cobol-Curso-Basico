       identification division.
       program-id. Livro-Fiscal.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\Select-TabelaIcms.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select parametro-fiscal assign to ws-local-fiscal
               file status is estado-parametro-fiscal
               organization is line sequential.
           select arquivo-fiscal assign to ws-local-arquivo
               file status is estado-arquivo-fiscal
               organization is line sequential.
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\FD-TabelaIcms.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd parametro-fiscal label record omitted.
       01 registro-parametro-fiscal.
           02 par-uf-origem          pic x(02).
           02 par-cnpj-emitente      pic 9(14).
           02 par-ie-emitente        pic x(14).
           02 par-serie-nfe          pic 9(03).
           02 par-razao-emitente     pic x(40).
      * Arquivo do escritorio contabil no leiaute do Convenio ICMS
      * 57/95: registro 10 (estabelecimento), 50 (nota fiscal, de
      * saida ou de entrada) e 90 (totais), 126 posicoes.
       fd arquivo-fiscal label record omitted.
       01 registro-fiscal-50.
           02 r50-tipo               pic x(02).
           02 r50-cnpj               pic 9(14).
           02 r50-inscricao          pic x(14).
           02 r50-data               pic 9(08).
           02 r50-uf                 pic x(02).
           02 r50-modelo             pic 9(02).
           02 r50-serie              pic x(03).
           02 r50-numero             pic 9(06).
           02 r50-cfop               pic 9(04).
           02 r50-emitente           pic x(01).
           02 r50-valor-total        pic 9(11)v99.
           02 r50-base-icms          pic 9(11)v99.
           02 r50-valor-icms         pic 9(11)v99.
           02 r50-isenta             pic 9(11)v99.
           02 r50-outras             pic 9(11)v99.
           02 r50-aliquota           pic 9(02)v99.
           02 r50-situacao           pic x(01).
       01 registro-fiscal-10.
           02 r10-tipo               pic x(02).
           02 r10-cnpj               pic 9(14).
           02 r10-inscricao          pic x(14).
           02 r10-razao              pic x(35).
           02 r10-municipio          pic x(30).
           02 r10-uf                 pic x(02).
           02 r10-fax                pic 9(10).
           02 r10-data-inicial       pic 9(08).
           02 r10-data-final         pic 9(08).
           02 r10-convenio           pic x(01).
           02 r10-natureza           pic x(01).
           02 r10-finalidade         pic x(01).
       01 registro-fiscal-90.
           02 r90-tipo               pic x(02).
           02 r90-cnpj               pic 9(14).
           02 r90-inscricao          pic x(14).
           02 r90-tipo-totalizado    pic x(02).
           02 r90-total-50           pic 9(08).
           02 r90-tipo-geral         pic x(02).
           02 r90-total-geral        pic 9(08).
           02 filler                 pic x(75).
           02 r90-quantidade-90      pic 9(01).
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-devolucoes        pic x(02) value spaces.
       01 situacao-devolucoes      pic x(01) value "N".
          88 devolucoes-disponivel value "S".
       01 estado-icms              pic x(02) value spaces.
       01 estado-parametro-fiscal  pic x(02) value spaces.
       01 estado-arquivo-fiscal    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-fiscal          pic x(70) value spaces.
       01 ws-local-arquivo         pic x(70) value spaces.
       01 ws-uf-origem             pic x(02) value spaces.
       01 ws-cnpj-emitente         pic 9(14) value zeros.
       01 ws-ie-emitente           pic x(14) value spaces.
       01 ws-serie-nfe             pic 9(03) value zeros.
       01 ws-razao-emitente        pic x(40) value spaces.
       01 ws-competencia           pic 9(06) value zeros.
       01 filler redefines ws-competencia.
          03 ws-comp-ano           pic 9(04).
          03 ws-comp-mes           pic 9(02).
       01 ws-numero-anterior       pic 9(06) value zeros.
       01 ws-lacuna-inicio         pic 9(06) value zeros.
       01 ws-lacuna-fim            pic 9(06) value zeros.
       01 ws-lacunas               pic 9(05) value zeros.
       01 ws-canceladas            pic 9(05) value zeros.
       01 ws-registros-50          pic 9(08) value zeros.
       01 ws-quociente-ano         pic 9(04) value zeros.
       01 ws-resto-ano             pic 9(01) value zeros.
       01 ws-registros-gerais      pic 9(08) value zeros.
       01 ws-titulo-livro          pic x(40) value spaces.
       01 ws-tipo-livro            pic x(01) value spaces.
          88 tipo-livro-saidas     value "S".
          88 tipo-livro-entradas   value "E".

      * Valores da linha do livro, de saida ou de entrada.
       01 lancamento-fiscal.
          03 lf-numero             pic 9(06).
          03 lf-data               pic 9(08).
          03 lf-documento          pic x(18).
          03 lf-uf                 pic x(02).
          03 lf-cfop               pic 9(04).
          03 lf-contabil           pic 9(11)v99.
          03 lf-base               pic 9(11)v99.
          03 lf-aliquota           pic 9(02)v99.
          03 lf-icms               pic 9(11)v99.
          03 lf-difal              pic 9(11)v99.
          03 lf-ipi                pic 9(11)v99.
          03 lf-pis                pic 9(11)v99.
          03 lf-cofins             pic 9(11)v99.
       01 ws-cnpj-documento        pic 9(14) value zeros.
       01 ws-inscricao-documento   pic x(14) value spaces.

      * Totais do livro por CFOP e UF.
       01 ws-indice-total          pic 9(03) value zeros.
       01 ws-total-entradas        pic 9(03) value zeros.
       01 ws-achou-total           pic x(01) value "N".
       01 tabela-totais-cfop.
          03 entrada-total occurs 100 times.
             05 tot-cfop           pic 9(04).
             05 tot-uf             pic x(02).
             05 tot-quantidade     pic 9(05).
             05 tot-contabil       pic 9(13)v99.
             05 tot-base           pic 9(13)v99.
             05 tot-icms           pic 9(13)v99.
             05 tot-difal          pic 9(13)v99.
             05 tot-ipi            pic 9(13)v99.
             05 tot-pis            pic 9(13)v99.
             05 tot-cofins         pic 9(13)v99.
       01 totais-livro.
          03 tl-quantidade         pic 9(05) value zeros.
          03 tl-contabil           pic 9(13)v99 value zeros.
          03 tl-base               pic 9(13)v99 value zeros.
          03 tl-icms               pic 9(13)v99 value zeros.
          03 tl-difal              pic 9(13)v99 value zeros.
          03 tl-ipi                pic 9(13)v99 value zeros.
          03 tl-pis                pic 9(13)v99 value zeros.
          03 tl-cofins             pic 9(13)v99 value zeros.

       01 ws-cnpj-editado.
          03 ws-cnpj-ed-raiz       pic 99.999.999.
          03 filler                pic x(01) value "/".
          03 ws-cnpj-ed-filial     pic 9(04).
          03 filler                pic x(01) value "-".
          03 ws-cnpj-ed-dv         pic 9(02).
       01 ws-cpf-editado.
          03 ws-cpf-ed-base        pic 999.999.999.
          03 filler                pic x(01) value "-".
          03 ws-cpf-ed-dv          pic 9(02).
       01 ws-data-editada.
          03 ws-ded-dia            pic 9(02).
          03 filler                pic x(01) value "/".
          03 ws-ded-mes            pic 9(02).
          03 filler                pic x(01) value "/".
          03 ws-ded-ano            pic 9(04).
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 00-titulo             pic x(40).
         03 filler                pic x(13) value "Competencia:".
         03 00-mes                pic 99/.
         03 00-ano                pic 9(04).
         03 filler                pic x(05) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia-emissao        pic 99/.
         03 00-mes-emissao        pic 99/.
         03 00-ano-emissao        pic 99.
       01 linha-01.
         03 filler                pic x(40) value spaces.
         03 01-razao              pic x(40).
         03 filler                pic x(06) value "CNPJ: ".
         03 01-cnpj               pic x(18).
       01 linha-02.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(07) value "NUMERO".
         03 filler                pic x(11) value "DATA".
         03 filler                pic x(19) value "DOCUMENTO".
         03 filler                pic x(03) value "UF".
         03 filler                pic x(05) value "CFOP".
         03 filler                pic x(13) value "  VL.CONTABIL".
         03 filler                pic x(13) value "    BASE ICMS".
         03 filler                pic x(13) value "         ICMS".
         03 filler                pic x(13) value "        DIFAL".
         03 filler                pic x(13) value "          IPI".
         03 filler                pic x(11) value "        PIS".
         03 filler                pic x(10) value "    COFINS".
       01 linha-03.
         03 filler                pic x(01) value spaces.
         03 13-numero             pic zzzzz9b.
         03 13-data               pic x(10)b.
         03 13-documento          pic x(18)b.
         03 13-uf                 pic x(02)b.
         03 13-cfop               pic 9(04)b.
         03 13-contabil           pic zzzzzzzz9,99b.
         03 13-base               pic zzzzzzzz9,99b.
         03 13-icms               pic zzzzzzzz9,99b.
         03 13-difal              pic zzzzzzzz9,99b.
         03 13-ipi                pic zzzzzzzz9,99b.
         03 13-pis                pic zzzzzz9,99b.
         03 13-cofins             pic zzzzzz9,99.
       01 linha-04.
         03 filler                pic x(01) value spaces.
         03 14-numero             pic zzzzz9b.
         03 14-data               pic x(10)b.
         03 filler                pic x(40)
                value "*** CANCELADA ***".
         03 14-motivo             pic x(40).
       01 linha-05.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(30)
                value "*** NUMERACAO INTERROMPIDA: ".
         03 15-inicio             pic zzzzz9.
         03 filler                pic x(03) value " a ".
         03 15-fim                pic zzzzz9.
         03 filler                pic x(20)
                value " Nao Localizadas ***".
       01 linha-06.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(37)
                value "Totais por CFOP e UF".
         03 16-titulo-uf          pic x(03).
         03 filler                pic x(05) value "CFOP".
         03 filler                pic x(13) value "  VL.CONTABIL".
         03 filler                pic x(13) value "    BASE ICMS".
         03 filler                pic x(13) value "         ICMS".
         03 filler                pic x(13) value "        DIFAL".
         03 filler                pic x(13) value "          IPI".
         03 filler                pic x(11) value "        PIS".
         03 filler                pic x(10) value "    COFINS".
       01 linha-07.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(10) value "Notas:".
         03 17-quantidade         pic zz.zz9.
         03 17-rotulo             pic x(21).
         03 17-uf                 pic x(02)b.
         03 17-cfop               pic x(04)b.
         03 17-contabil           pic zzzzzzzz9,99b.
         03 17-base               pic zzzzzzzz9,99b.
         03 17-icms               pic zzzzzzzz9,99b.
         03 17-difal              pic zzzzzzzz9,99b.
         03 17-ipi                pic zzzzzzzz9,99b.
         03 17-pis                pic zzzzzz9,99b.
         03 17-cofins             pic zzzzzz9,99.
       01 linha-08.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(20)
                value "Canceladas.........:".
         03 18-canceladas         pic zz.zz9.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(20)
                value "Lacunas............:".
         03 18-lacunas            pic zz.zz9.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move spaces to ws-local-fiscal
           string function trim(diretorio-dados)
                                        delimited by size
                  "\EmissaoFaturas\ParametroFiscal.txt"
                                        delimited by size
                  into ws-local-fiscal
           end-string.

       carrega-parametro-fiscal section.
           move "SP"   to ws-uf-origem
           move zeros  to ws-cnpj-emitente
           move 001    to ws-serie-nfe
           move spaces to ws-ie-emitente ws-razao-emitente
           open input parametro-fiscal
           if estado-parametro-fiscal = "00"
               read parametro-fiscal at end
                   continue
               not at end
                   if par-uf-origem not = spaces
                       move par-uf-origem to ws-uf-origem
                   end-if
                   if par-cnpj-emitente numeric
                       move par-cnpj-emitente to ws-cnpj-emitente
                   end-if
                   if par-serie-nfe numeric and par-serie-nfe > zeros
                       move par-serie-nfe to ws-serie-nfe
                   end-if
                   move par-ie-emitente    to ws-ie-emitente
                   move par-razao-emitente to ws-razao-emitente
               end-read
           end-if
           close parametro-fiscal.

       abre-arquivos section.
           open input faturas
           if estado-faturas not = "00"
               display "Arquivo Faturas Com Problema Estado " at 2301
                           estado-faturas
               accept resposta at 2380
               goback
           end-if
           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close faturas
               goback
           end-if
           move "N" to situacao-devolucoes
           open input devolucoes
           if estado-devolucoes = "00"
               move "S" to situacao-devolucoes
           end-if
           open input tabela-icms.

       pede-competencia section.
           display erase at 0101
           display "Livro Fiscal de Saidas e Entradas" at 0101
           display "Competencia (AAAAMM): " at 0301
           move zeros to ws-competencia
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close faturas clientes devolucoes tabela-icms
               goback
           end-if
           if ws-comp-mes < 01 or ws-comp-mes > 12
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go pede-competencia
           end-if.

      * Registro de saidas: as faturas da competencia em ordem de
      * numero, canceladas incluidas como canceladas e lacunas da
      * numeracao fiscal apontadas. Registro de entradas: as
      * devolucoes da competencia. As duas pontas vao para o mesmo
      * arquivo do escritorio contabil.
       gera-livro section.
           move zeros to ws-registros-50 ws-registros-gerais

           move "Livro-Fiscal"     to ws-spool-programa
           move "Fiscal-Sintegra"  to ws-spool-nome
           perform registra-spool
           move ws-local to ws-local-arquivo

           open output arquivo-fiscal
           if estado-arquivo-fiscal not = "00"
               display "Arquivo Fiscal Com Problema, Estado " at 2301
                           estado-arquivo-fiscal
               accept resposta at 2380
               go pede-competencia
           end-if
           perform grava-registro-10

           move "S" to ws-tipo-livro
           move "Registro de Saidas" to ws-titulo-livro
           move "Spool-LivroSaidas"  to ws-spool-nome
           perform abre-relatorio
           perform livro-saidas thru livro-saidas-fim
           perform imprime-totais thru imprime-totais-fim
           close relatorio

           move "E" to ws-tipo-livro
           move "Registro de Entradas" to ws-titulo-livro
           move "Spool-LivroEntradas"  to ws-spool-nome
           perform abre-relatorio
           perform livro-entradas thru livro-entradas-fim
           perform imprime-totais thru imprime-totais-fim
           close relatorio

           perform grava-registro-90
           close arquivo-fiscal

           display "Livro Fiscal e Arquivo Gerados. Enter" at 2301
           accept resposta at 2380
           go pede-competencia.
       abre-relatorio.
           move "Livro-Fiscal" to ws-spool-programa
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia          to 00-dia-emissao
           move ws-mes          to 00-mes-emissao
           move ws-ano          to 00-ano-emissao
           move ws-comp-mes     to 00-mes
           move ws-comp-ano     to 00-ano
           move ws-titulo-livro to 00-titulo
           move ws-razao-emitente to 01-razao
           move ws-cnpj-emitente(1:8)  to ws-cnpj-ed-raiz
           move ws-cnpj-emitente(9:4)  to ws-cnpj-ed-filial
           move ws-cnpj-emitente(13:2) to ws-cnpj-ed-dv
           move ws-cnpj-editado        to 01-cnpj

           initialize tabela-totais-cfop totais-livro
           move zeros to ws-total-entradas ws-canceladas ws-lacunas

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           write linha-relatorio from linha-02.
       livro-saidas.
           move zeros to ws-numero-anterior
           move zeros to fat-numero
           start faturas key is >= fat-numero invalid key
               go livro-saidas-fim
           end-start.
       livro-saidas-le.
           read faturas next at end
               go livro-saidas-fim
           end-read

      * A lacuna e medida contra a fatura anterior de qualquer
      * competencia: a numeracao fiscal e continua.
           if fat-data-emissao(1:6) not = ws-competencia
               move fat-numero to ws-numero-anterior
               go livro-saidas-le
           end-if

           if ws-numero-anterior > zeros
               and fat-numero > ws-numero-anterior + 1
               compute ws-lacuna-inicio = ws-numero-anterior + 1
               end-compute
               compute ws-lacuna-fim = fat-numero - 1
               end-compute
               move ws-lacuna-inicio to 15-inicio
               move ws-lacuna-fim    to 15-fim
               write linha-relatorio from linha-05 at eop
                   perform imprime-cabecalho
               end-write
               add 1 to ws-lacunas
           end-if
           move fat-numero to ws-numero-anterior

           move fat-data-emissao(7:2) to ws-ded-dia
           move fat-data-emissao(5:2) to ws-ded-mes
           move fat-data-emissao(1:4) to ws-ded-ano

           move fat-cliente to codigo-clientes
           read clientes invalid key
               initialize registro-clientes
               move fat-uf to uf-clientes
           end-read
           perform monta-documento

      * Cancelada: a linha fica no livro sem valores, e no arquivo
      * vai com situacao S.
           if fatura-cancelada
               move fat-numero      to 14-numero
               move ws-data-editada to 14-data
               move fat-motivo-cancelamento to 14-motivo
               write linha-relatorio from linha-04 at eop
                   perform imprime-cabecalho
               end-write
               add 1 to ws-canceladas
               initialize lancamento-fiscal
               move fat-numero       to lf-numero
               move fat-data-emissao to lf-data
               perform define-cfop-saida
               perform grava-registro-50
               move "S" to r50-situacao
               perform grava-arquivo-50
               go livro-saidas-le
           end-if

           initialize lancamento-fiscal
           move fat-numero       to lf-numero
           move fat-data-emissao to lf-data
           perform define-cfop-saida
           compute lf-contabil = fat-valor + fat-frete + fat-valor-ipi
           end-compute
           if fat-valor-icms > zeros
               move fat-valor     to lf-base
           end-if
           move fat-aliquota-icms to lf-aliquota
           move fat-valor-icms    to lf-icms
           move fat-valor-difal   to lf-difal
           move fat-valor-ipi     to lf-ipi
           move fat-valor-pis     to lf-pis
           move fat-valor-cofins  to lf-cofins

           perform imprime-lancamento
           perform grava-registro-50
           move "N" to r50-situacao
           perform grava-arquivo-50
           go livro-saidas-le.
       livro-saidas-fim.
           exit.
      * A devolucao entra com o ICMS da saida: a aliquota do par
      * origem/destino que a fatura usou, sobre o valor devolvido.
       livro-entradas.
           if not devolucoes-disponivel
               go livro-entradas-fim
           end-if
           move zeros to dev-numero
           start devolucoes key is >= dev-numero invalid key
               go livro-entradas-fim
           end-start.
       livro-entradas-le.
           read devolucoes next at end
               go livro-entradas-fim
           end-read
           if dev-data(1:6) not = ws-competencia
               go livro-entradas-le
           end-if

           move dev-data(7:2) to ws-ded-dia
           move dev-data(5:2) to ws-ded-mes
           move dev-data(1:4) to ws-ded-ano

           move dev-cliente to codigo-clientes
           read clientes invalid key
               initialize registro-clientes
           end-read
           perform monta-documento

           initialize lancamento-fiscal
           move dev-numero  to lf-numero
           move dev-data    to lf-data
           perform define-cfop-entrada
           move dev-valor   to lf-contabil
           if codigo-pais-clientes = zeros
               move ws-uf-origem to icm-uf-origem
               move uf-clientes  to icm-uf-destino
               read tabela-icms invalid key
                   continue
               not invalid key
                   move dev-valor    to lf-base
                   move icm-aliquota to lf-aliquota
                   compute lf-icms rounded =
                           dev-valor * icm-aliquota / 100
                   end-compute
               end-read
           end-if

           perform imprime-lancamento
           perform grava-registro-50
           move "N" to r50-situacao
           perform grava-arquivo-50
           go livro-entradas-le.
       livro-entradas-fim.
           exit.
       monta-documento.
           move spaces to lf-documento
           move zeros  to ws-cnpj-documento
           move "ISENTO" to ws-inscricao-documento
           if codigo-pais-clientes not = zeros
               move "EXTERIOR" to lf-documento
               exit paragraph
           end-if
           if cliente-pessoa-juridica
               move cnpj-raiz-clientes   to ws-cnpj-ed-raiz
               move cnpj-filial-clientes to ws-cnpj-ed-filial
               move cnpj-dv-clientes     to ws-cnpj-ed-dv
               move ws-cnpj-editado      to lf-documento
               move cnpj-clientes        to ws-cnpj-documento
               if inscricao-estadual-clientes not = spaces
                   move inscricao-estadual-clientes
                                         to ws-inscricao-documento
               end-if
           else
               move cpf1parte            to ws-cpf-ed-base
               move cpf2parte            to ws-cpf-ed-dv
               move ws-cpf-editado       to lf-documento
               move cpf-clientes         to ws-cnpj-documento
           end-if.
      * CFOP de venda: 5102 dentro do estado, 6102 para contribuinte
      * de outra UF, 6108 para nao contribuinte de outra UF e 7102
      * na exportacao. Devolucao: 1202, 2202 e 3201.
       define-cfop-saida.
           evaluate true
               when codigo-pais-clientes not = zeros
                   move 7102 to lf-cfop
                   move "EX" to lf-uf
               when fat-uf = ws-uf-origem
                   move 5102 to lf-cfop
                   move fat-uf to lf-uf
               when fatura-contribuinte
                   move 6102 to lf-cfop
                   move fat-uf to lf-uf
               when other
                   move 6108 to lf-cfop
                   move fat-uf to lf-uf
           end-evaluate.
       define-cfop-entrada.
           evaluate true
               when codigo-pais-clientes not = zeros
                   move 3201 to lf-cfop
                   move "EX" to lf-uf
               when uf-clientes = ws-uf-origem
                   move 1202 to lf-cfop
                   move uf-clientes to lf-uf
               when other
                   move 2202 to lf-cfop
                   move uf-clientes to lf-uf
           end-evaluate.
       imprime-lancamento.
           move lf-numero       to 13-numero
           move ws-data-editada to 13-data
           move lf-documento    to 13-documento
           move lf-uf           to 13-uf
           move lf-cfop         to 13-cfop
           move lf-contabil     to 13-contabil
           move lf-base         to 13-base
           move lf-icms         to 13-icms
           move lf-difal        to 13-difal
           move lf-ipi          to 13-ipi
           move lf-pis          to 13-pis
           move lf-cofins       to 13-cofins
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           perform acumula-totais.
       acumula-totais.
           add 1           to tl-quantidade
           add lf-contabil to tl-contabil
           add lf-base     to tl-base
           add lf-icms     to tl-icms
           add lf-difal    to tl-difal
           add lf-ipi      to tl-ipi
           add lf-pis      to tl-pis
           add lf-cofins   to tl-cofins

           move "N" to ws-achou-total
           move 1   to ws-indice-total
           perform procura-total
               until ws-achou-total = "S"
                  or ws-indice-total > ws-total-entradas
           if ws-achou-total = "N"
               if ws-total-entradas >= 100
                   exit paragraph
               end-if
               add 1 to ws-total-entradas
               move ws-total-entradas to ws-indice-total
               move lf-cfop to tot-cfop(ws-indice-total)
               move lf-uf   to tot-uf(ws-indice-total)
           end-if

           add 1           to tot-quantidade(ws-indice-total)
           add lf-contabil to tot-contabil(ws-indice-total)
           add lf-base     to tot-base(ws-indice-total)
           add lf-icms     to tot-icms(ws-indice-total)
           add lf-difal    to tot-difal(ws-indice-total)
           add lf-ipi      to tot-ipi(ws-indice-total)
           add lf-pis      to tot-pis(ws-indice-total)
           add lf-cofins   to tot-cofins(ws-indice-total).
       procura-total.
           if tot-cfop(ws-indice-total) = lf-cfop
               and tot-uf(ws-indice-total) = lf-uf
               move "S" to ws-achou-total
           else
               add 1 to ws-indice-total
           end-if.
       imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio
           move "UF" to 16-titulo-uf
           write linha-relatorio from linha-06 at eop
               perform imprime-cabecalho
           end-write

           move 1 to ws-indice-total.
       imprime-totais-linha.
           if ws-indice-total > ws-total-entradas
               go imprime-totais-geral
           end-if
           move tot-quantidade(ws-indice-total) to 17-quantidade
           move spaces                          to 17-rotulo
           move tot-uf(ws-indice-total)         to 17-uf
           move tot-cfop(ws-indice-total)       to 17-cfop
           move tot-contabil(ws-indice-total)   to 17-contabil
           move tot-base(ws-indice-total)       to 17-base
           move tot-icms(ws-indice-total)       to 17-icms
           move tot-difal(ws-indice-total)      to 17-difal
           move tot-ipi(ws-indice-total)        to 17-ipi
           move tot-pis(ws-indice-total)        to 17-pis
           move tot-cofins(ws-indice-total)     to 17-cofins
           write linha-relatorio from linha-07 at eop
               perform imprime-cabecalho
           end-write
           add 1 to ws-indice-total
           go imprime-totais-linha.
       imprime-totais-geral.
           move tl-quantidade     to 17-quantidade
           move "  Total do Livro"  to 17-rotulo
           move spaces            to 17-uf 17-cfop
           move tl-contabil       to 17-contabil
           move tl-base           to 17-base
           move tl-icms           to 17-icms
           move tl-difal          to 17-difal
           move tl-ipi            to 17-ipi
           move tl-pis            to 17-pis
           move tl-cofins         to 17-cofins
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-07

           if tipo-livro-saidas
               move ws-canceladas to 18-canceladas
               move ws-lacunas    to 18-lacunas
               write linha-relatorio from linha-08
           end-if

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio.
       imprime-totais-fim.
           exit.
       grava-registro-10.
           move spaces            to registro-fiscal-10
           move "10"              to r10-tipo
           move ws-cnpj-emitente  to r10-cnpj
           move ws-ie-emitente    to r10-inscricao
           move ws-razao-emitente to r10-razao
           move ws-uf-origem      to r10-uf
           move zeros             to r10-fax
           move ws-competencia    to r10-data-inicial(1:6)
           move 01                to r10-data-inicial(7:2)
           move ws-competencia    to r10-data-final(1:6)
           evaluate ws-comp-mes
               when 02
                   divide ws-comp-ano by 4 giving ws-quociente-ano
                                         remainder ws-resto-ano
                   if ws-resto-ano = zeros
                       move 29 to r10-data-final(7:2)
                   else
                       move 28 to r10-data-final(7:2)
                   end-if
               when 04
               when 06
               when 09
               when 11
                   move 30 to r10-data-final(7:2)
               when other
                   move 31 to r10-data-final(7:2)
           end-evaluate
           move "3" to r10-convenio
           move "3" to r10-natureza
           move "1" to r10-finalidade
           write registro-fiscal-10
           add 1 to ws-registros-gerais.
      * Registro 50: saida de emissao propria (P) ou devolucao
      * recebida, tambem lancada por nota propria de entrada.
       grava-registro-50.
           move spaces              to registro-fiscal-50
           move "50"                to r50-tipo
           move ws-cnpj-documento   to r50-cnpj
           move ws-inscricao-documento to r50-inscricao
           move lf-data             to r50-data
           move lf-uf               to r50-uf
           move 55                  to r50-modelo
           move ws-serie-nfe        to r50-serie
           move lf-numero           to r50-numero
           move lf-cfop             to r50-cfop
           move "P"                 to r50-emitente
           move lf-contabil         to r50-valor-total
           move lf-base             to r50-base-icms
           move lf-icms             to r50-valor-icms
           move zeros               to r50-isenta
           if lf-base = zeros
               move lf-contabil     to r50-isenta
           end-if
           compute r50-outras = lf-contabil - lf-base - r50-isenta
           end-compute
           move lf-aliquota         to r50-aliquota.
       grava-arquivo-50.
           write registro-fiscal-50
           add 1 to ws-registros-50 ws-registros-gerais.
       grava-registro-90.
           move spaces              to registro-fiscal-90
           move "90"                to r90-tipo
           move ws-cnpj-emitente    to r90-cnpj
           move ws-ie-emitente      to r90-inscricao
           move "50"                to r90-tipo-totalizado
           move ws-registros-50     to r90-total-50
           move "99"                to r90-tipo-geral
           add 1 to ws-registros-gerais
           move ws-registros-gerais to r90-total-geral
           move 1                   to r90-quantidade-90
           write registro-fiscal-90.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Livro-Fiscal.

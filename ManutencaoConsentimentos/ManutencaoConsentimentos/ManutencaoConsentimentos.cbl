       identification division.
       program-id. Manutencao-Consentimentos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Consentimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-Jornal.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Consentimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-Jornal.txt".

       working-storage section.
       01 estado-consentimentos    pic x(02) value spaces.
       01 estado-jornal            pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-canal                 pic x(01) value spaces.
       01 ws-finalidade            pic x(01) value spaces.
       01 ws-origem                pic x(01) value spaces.
       01 ws-data-informada        pic 9(08) value zeros.
       01 ws-imagem-anterior       pic x(400) value spaces.
       01 ws-existe                pic x(01) value "N".
          88 consentimento-existe  value "S".
       01 ws-excluidos             pic 9(03) value zeros.
       01 ws-nome-canal            pic x(08) value spaces.
       01 ws-nome-finalidade       pic x(12) value spaces.
       01 ws-nome-situacao         pic x(08) value spaces.
       01 ws-data-edit.
          03 ws-edit-dia           pic 99.
          03 filler                pic x(01) value "/".
          03 ws-edit-mes           pic 99.
          03 filler                pic x(01) value "/".
          03 ws-edit-ano           pic 9999.
       01 ws-data-conv             pic 9(08) value zeros.
       01 filler redefines ws-data-conv.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 lk-cliente               pic 9(06).
       01 lk-sequencia             pic 9(02).
      * M = manutencao pela tela; E = exclui os consentimentos do
      * titular (cliente ou contato); T = exclui todos os do cliente
       01 lk-acao                  pic x(01).

       procedure division using lk-cliente lk-sequencia lk-acao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move usuario-corrente to ws-operador
           accept ws-data-sistema from date yyyymmdd.

       abre-arquivo-io-consentimentos section.
           open i-o consentimentos
           if estado-consentimentos not = "00"
           if estado-consentimentos = "35" or "05"
               close consentimentos
               open output consentimentos
               close consentimentos
               go abre-arquivo-io-consentimentos
           else
               if lk-acao = "M"
                   display "Arquivo Consentimentos Com Problema Estado "
                               at 2301 estado-consentimentos
                   accept resposta at 2380
               end-if
               goback
           end-if
           end-if

           if lk-acao = "E" or "T"
               perform exclui-consentimentos
               close consentimentos
               goback
           end-if.

       mostra-opcoes section.
           display erase                                at 0101
           display "Consentimentos LGPD - Cliente "     at 0101
           display lk-cliente                           at 0131
           if lk-sequencia = zeros
               display "(o proprio cliente)"            at 0139
           else
               display "Contato "                       at 0139
               display lk-sequencia                     at 0147
           end-if
           perform lista-consentimentos

           display "Canal: E-Email T-Telefone S-SMS C-Correio"
                                                        at 1601
           display "Finalidade: M-Marketing P-Pesquisa I-Informativo"
                                                        at 1701
           display "01-Registrar Consentimento"         at 1801
           display "02-Revogar Consentimento"           at 1901
           display "00-Voltar"                          at 2001
           display "Opcao: "                            at 2101
           move zeros to opcao
           accept opcao at 2108

           if opcao = 01
               go registra
           else
           if opcao = 02
               go revoga
           else
           if opcao = 00
               close consentimentos
               goback
           else
               go mostra-opcoes
           end-if.

      * O consentimento vale por canal e finalidade. Registrar de
      * novo um par ja revogado reabre o mesmo registro com a nova
      * data e a origem informada; a revogacao anterior fica no
      * jornal.
       registra section.
           perform pede-canal-finalidade
           if ws-canal = spaces
               go mostra-opcoes
           end-if

           display "Origem (F-Formulario S-Site T-Telefone V-Vendedor"
                                                         at 2201
           display " E-Email): "                         at 2251
           move spaces to ws-origem
           accept ws-origem at 2262
           move ws-origem to cns-origem
           if not origem-valida
               display "Origem Invalida, verifique. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           display "Data do Consentimento (0=Hoje): " at 2301
           move zeros to ws-data-informada
           accept ws-data-informada at 2334
           if ws-data-informada = zeros
               move ws-data-sistema to ws-data-informada
           end-if
           if ws-data-informada > ws-data-sistema
               display "Data Futura Nao Permitida. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           perform le-consentimento
           if consentimento-existe
               move registro-consentimentos to ws-imagem-anterior
           else
               move spaces to ws-imagem-anterior
               initialize registro-consentimentos
               move lk-cliente    to cns-cliente
               move lk-sequencia  to cns-sequencia
               move ws-canal      to cns-canal
               move ws-finalidade to cns-finalidade
           end-if

           if consentimento-existe and cns-data-revogacao = zeros
               display "Consentimento Ja Vigente. Atualiza? S/N"
                                                         at 2301
               accept resposta at 2380
               if resposta not = "S" and "s"
                   go mostra-opcoes
               end-if
           end-if

           move ws-data-informada to cns-data-consentimento
           move ws-origem         to cns-origem
           move zeros             to cns-data-revogacao
           move ws-operador       to cns-operador
           move ws-data-sistema   to cns-data-alteracao

           if consentimento-existe
               rewrite registro-consentimentos invalid key
                   display "ReGravacao com Problema, Estado " at 2301
                               estado-consentimentos
                   accept resposta at 2380
                   go mostra-opcoes
               end-rewrite
           else
               write registro-consentimentos invalid key
                   display "Gravacao com Problemas, Estado " at 2301
                               estado-consentimentos
                   accept resposta at 2380
                   go mostra-opcoes
               end-write
           end-if

           perform registra-jornal
           go mostra-opcoes.

      * A revogacao nao apaga o registro: a data de revogacao fica
      * gravada como prova de quando o titular retirou o aceite.
       revoga section.
           perform pede-canal-finalidade
           if ws-canal = spaces
               go mostra-opcoes
           end-if

           perform le-consentimento
           if not consentimento-existe
               display "Consentimento Nao Registrado. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if
           if cns-data-revogacao not = zeros
               display "Consentimento Ja Revogado. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if
           move registro-consentimentos to ws-imagem-anterior

           display "Data da Revogacao (0=Hoje): " at 2301
           move zeros to ws-data-informada
           accept ws-data-informada at 2330
           if ws-data-informada = zeros
               move ws-data-sistema to ws-data-informada
           end-if
           if ws-data-informada > ws-data-sistema
               or ws-data-informada < cns-data-consentimento
               display "Data Invalida, verifique. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           move ws-data-informada to cns-data-revogacao
           move ws-operador       to cns-operador
           move ws-data-sistema   to cns-data-alteracao
           rewrite registro-consentimentos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-consentimentos
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           perform registra-jornal
           go mostra-opcoes.

       pede-canal-finalidade section.
           display "Canal: "      at 2201
           move spaces to ws-canal
           accept ws-canal at 2208
           if ws-canal = spaces
               exit section
           end-if
           move ws-canal to cns-canal
           if not canal-valido
               display "Canal Invalido, verifique. Enter" at 2301
               accept resposta at 2380
               move spaces to ws-canal
               exit section
           end-if

           display "Finalidade: " at 2215
           move spaces to ws-finalidade
           accept ws-finalidade at 2227
           move ws-finalidade to cns-finalidade
           if not finalidade-valida
               display "Finalidade Invalida, verifique. Enter" at 2301
               accept resposta at 2380
               move spaces to ws-canal
           end-if.

       le-consentimento section.
           move lk-cliente    to cns-cliente
           move lk-sequencia  to cns-sequencia
           move ws-canal      to cns-canal
           move ws-finalidade to cns-finalidade
           move "S" to ws-existe
           read consentimentos invalid key
               move "N" to ws-existe
           end-read.

       lista-consentimentos section.
           display "Canal    Finalidade   Data       Origem"  at 0301
           display "Revogacao  Situacao"                      at 0342
           move 03 to linha

           move lk-cliente   to cns-cliente
           move lk-sequencia to cns-sequencia
           move low-values   to cns-canal cns-finalidade
           start consentimentos key is >= chave-consentimentos
               invalid key
               exit section
           end-start.
       lista-consentimentos-le.
           read consentimentos next at end
               exit section
           end-read
           if cns-cliente not = lk-cliente
               or cns-sequencia not = lk-sequencia
               exit section
           end-if

           perform descreve-consentimento
           add 1 to linha
           display ws-nome-canal       at line linha column 01
           display ws-nome-finalidade  at line linha column 10
           move cns-data-consentimento to ws-data-conv
           perform edita-data
           display ws-data-edit        at line linha column 23
           display cns-origem          at line linha column 36
           if cns-data-revogacao not = zeros
               move cns-data-revogacao to ws-data-conv
               perform edita-data
               display ws-data-edit    at line linha column 42
           end-if
           display ws-nome-situacao    at line linha column 53

           if linha < 15
               go lista-consentimentos-le
           end-if.

       descreve-consentimento section.
           evaluate true
               when canal-email     move "Email"    to ws-nome-canal
               when canal-telefone  move "Telefone" to ws-nome-canal
               when canal-sms       move "SMS"      to ws-nome-canal
               when other           move "Correio"  to ws-nome-canal
           end-evaluate
           evaluate true
               when finalidade-marketing
                   move "Marketing"    to ws-nome-finalidade
               when finalidade-pesquisa
                   move "Pesquisa"     to ws-nome-finalidade
               when other
                   move "Informativo"  to ws-nome-finalidade
           end-evaluate
           if cns-data-revogacao = zeros
               move "Vigente"  to ws-nome-situacao
           else
               move "Revogado" to ws-nome-situacao
           end-if.

       edita-data section.
           move ws-conv-dia to ws-edit-dia
           move ws-conv-mes to ws-edit-mes
           move ws-conv-ano to ws-edit-ano.

      * Titular excluido leva junto os seus consentimentos: a
      * sequencia de um contato excluido pode voltar a ser usada
      * e o contato novo nao pode herdar o aceite do anterior.
       exclui-consentimentos section.
           move zeros to ws-excluidos
           move lk-cliente to cns-cliente
           if lk-acao = "T"
               move zeros to cns-sequencia
           else
               move lk-sequencia to cns-sequencia
           end-if
           move low-values to cns-canal cns-finalidade
           start consentimentos key is >= chave-consentimentos
               invalid key
               exit section
           end-start.
       exclui-consentimentos-le.
           read consentimentos next at end
               exit section
           end-read
           if cns-cliente not = lk-cliente
               exit section
           end-if
           if lk-acao = "E" and cns-sequencia not = lk-sequencia
               exit section
           end-if

           move registro-consentimentos to ws-imagem-anterior
           delete consentimentos invalid key
               go exclui-consentimentos-le
           end-delete
           add 1 to ws-excluidos

           move spaces to registro-consentimentos
           perform registra-jornal
           go exclui-consentimentos-le.

       registra-jornal section.
           move "K"                to jrn-tipo
           move lk-cliente         to jrn-codigo
           move ws-operador        to jrn-operador
           move ws-imagem-anterior to jrn-imagem-anterior
           move registro-consentimentos to jrn-imagem-atual
           perform grava-jornal.

       copy "C:\CursoCobol\Copylib\GravaJornal.cpy".

       end program Manutencao-Consentimentos.

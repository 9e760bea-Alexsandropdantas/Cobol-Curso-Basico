       identification division.
       program-id. Perdas-Titulos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\Select-MovimentosPerda.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\FD-MovimentosPerda.txt".

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-usuarios          pic x(02) value spaces.
       01 estado-movimentos-perda  pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-operador-supervisor   pic x(08) value spaces.
       01 situacao-supervisor      pic x(01) value "N".
          88 supervisor-valido     value "S".
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-pedido                pic 9(06) value zeros.
       01 ws-parcela               pic 9(02) value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 ws-saldo-recuperavel     pic 9(09)v99 value zeros.
       01 ws-valor-recuperacao     pic 9(09)v99 value zeros.
       01 ws-valor-edit            pic zzz.zzz.zz9,99.
       01 ws-motivo                pic 9(02) value zeros.
          88 motivo-valido         value 01 thru 05 99.
       01 ws-observacao            pic x(40) value spaces.

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

      * Baixa por perda e transacao de supervisor: quem entra com
      * perfil menor volta ao menu sem abrir os arquivos.
       verifica-perfil section.
           if usuario-corrente not = spaces
               and not perfil-supervisor
               display "Transacao Restrita a Supervisor. Enter" at 2301
               accept resposta at 2380
               goback
           end-if.

       abre-arquivos section.
           open i-o titulos-receber
           if estado-titulos not = "00"
               display "Arquivo Titulos Com Problema Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               goback
           end-if

           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close titulos-receber
               goback
           end-if.
       pede-operador section.
           if usuario-corrente not = spaces
               move usuario-corrente to ws-operador
           else
               display "Codigo do Operador: " at 0201
               accept ws-operador at 0222
               if ws-operador = spaces
                   go pede-operador
               end-if
           end-if.
       mostra-opcoes section.
           display erase                            at 0101
           display "01-Baixar Titulo Como Perda"     at 0301
           display "02-Registrar Recuperacao"        at 0401
           display "00-Sair"                         at 0601
           display "Opcao: "                         at 0801
           accept opcao at 0808

           if opcao = 01
               go baixa-perda
           else
           if opcao = 02
               go recuperacao
           else
           if opcao = 00
               close titulos-receber clientes
               goback
           else
               go mostra-opcoes
           end-if.

      * O titulo incobravel sai da carteira em aberto com o status
      * P (perda), o motivo e o supervisor que aprovou; o saldo do
      * momento fica guardado como valor da perda para a
      * contabilidade (evento PD) e para a recuperacao futura.
       baixa-perda section.
           display erase at 0101
           display "Baixa de Titulo Como Perda" at 0101
           perform pede-titulo thru pede-titulo-fim
           if ws-pedido = zeros
               go mostra-opcoes
           end-if

           if not titulo-aberto
               display "Apenas Titulo Aberto Pode Ir Para Perda."
                                                       at 2301
               accept resposta at 2380
               unlock titulos-receber
               go baixa-perda
           end-if
           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           if ws-saldo-titulo = zeros
               display "Titulo Sem Saldo em Aberto." at 2301
               accept resposta at 2380
               unlock titulos-receber
               go baixa-perda
           end-if
           move ws-saldo-titulo to ws-valor-edit
           display "Saldo a Baixar...: " at 0901 ws-valor-edit

           display "01-Falencia/Recuperacao Judicial  02-Cliente "
                   "Nao Localizado"                        at 1101
           display "03-Prescricao  04-Acordo de Perdao  05-Custo "
                   "de Cobranca Maior  99-Outros"          at 1201
           display "Motivo...........: " at 1401
           display "Observacao.......: " at 1501.
       baixa-perda-motivo.
           move zeros to ws-motivo
           accept ws-motivo at 1420
           if ws-motivo = zeros
               unlock titulos-receber
               go mostra-opcoes
           end-if
           if not motivo-valido
               display "Motivo Invalido, verifique." at 2301
               accept resposta at 2380
               go baixa-perda-motivo
           end-if.
       baixa-perda-observacao.
           move spaces to ws-observacao
           accept ws-observacao at 1520
           if ws-observacao = spaces
               display "Observacao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go baixa-perda-observacao
           end-if.
       baixa-perda-aprovacao.
           move spaces to ws-operador-supervisor
           display "Aprovado Por (Vazio=Cancela): " at 1701
           accept ws-operador-supervisor at 1732
           if ws-operador-supervisor = spaces
               unlock titulos-receber
               go mostra-opcoes
           end-if
      * A aprovacao e de um segundo supervisor: quem digita a
      * baixa nao aprova a propria perda.
           if ws-operador-supervisor = ws-operador
               display "Aprovacao Deve Ser de Outro Supervisor."
                                                       at 2301
               accept resposta at 2380
               go baixa-perda-aprovacao
           end-if
           perform valida-supervisor thru valida-supervisor-fim
           if not supervisor-valido
               display "Operador Nao e Supervisor Ativo." at 2301
               accept resposta at 2380
               go baixa-perda-aprovacao
           end-if

           display "Confirma a Baixa Como Perda? Sim ou Nao?" at 2301
           accept resposta at 2345
           if resposta not = "S" and "s"
               unlock titulos-receber
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           move "P"                    to tit-status
           move ws-data-sistema        to tit-data-perda
           move ws-motivo              to tit-motivo-perda
           move ws-operador-supervisor to tit-aprovador-perda
           move ws-saldo-titulo        to tit-valor-perda
           move zeros                  to tit-valor-recuperado
           rewrite registro-titulos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               unlock titulos-receber
               go mostra-opcoes
           end-rewrite
           unlock titulos-receber

           move "P"              to mpd-tipo
           move ws-saldo-titulo  to mpd-valor
           move ws-operador-supervisor to mpd-aprovador
           perform registra-movimento

           display "Titulo Baixado Como Perda. Enter" at 2301
           accept resposta at 2380
           go baixa-perda.

      * Dinheiro que entra de titulo ja baixado como perda nao e
      * recebimento normal: vai para o movimento de perdas como
      * recuperacao (evento RP), sem reabrir o titulo e sem passar
      * pelo caixa de recebimentos.
       recuperacao section.
           display erase at 0101
           display "Recuperacao de Titulo Baixado Como Perda" at 0101
           perform pede-titulo thru pede-titulo-fim
           if ws-pedido = zeros
               go mostra-opcoes
           end-if

           if not titulo-perda
               display "Titulo Nao Foi Baixado Como Perda." at 2301
               accept resposta at 2380
               unlock titulos-receber
               go recuperacao
           end-if
           compute ws-saldo-recuperavel =
                   tit-valor-perda - tit-valor-recuperado
           end-compute
           display "Data da Perda....: " at 0901 tit-data-perda
           move tit-valor-perda to ws-valor-edit
           display "Valor da Perda...: " at 1001 ws-valor-edit
           move tit-valor-recuperado to ws-valor-edit
           display "Ja Recuperado....: " at 1101 ws-valor-edit
           move ws-saldo-recuperavel to ws-valor-edit
           display "A Recuperar......: " at 1201 ws-valor-edit
           if ws-saldo-recuperavel = zeros
               display "Perda Ja Totalmente Recuperada." at 2301
               accept resposta at 2380
               unlock titulos-receber
               go recuperacao
           end-if

           display "Valor Recuperado.: " at 1401
           display "Observacao.......: " at 1501
           move zeros to ws-valor-recuperacao
           accept ws-valor-recuperacao at 1420
           if ws-valor-recuperacao = zeros
               unlock titulos-receber
               go mostra-opcoes
           end-if
           if ws-valor-recuperacao > ws-saldo-recuperavel
               display "Valor Maior Que o Saldo da Perda." at 2301
               accept resposta at 2380
               unlock titulos-receber
               go recuperacao
           end-if
           move spaces to ws-observacao
           accept ws-observacao at 1520

           display "Confirma a Recuperacao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               unlock titulos-receber
               go mostra-opcoes
           end-if

           add ws-valor-recuperacao to tit-valor-recuperado
           rewrite registro-titulos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               unlock titulos-receber
               go mostra-opcoes
           end-rewrite
           unlock titulos-receber

           move "R"                  to mpd-tipo
           move ws-valor-recuperacao to mpd-valor
           move spaces               to mpd-aprovador
           move tit-motivo-perda     to ws-motivo
           perform registra-movimento

           display "Recuperacao Registrada. Enter" at 2301
           accept resposta at 2380
           go recuperacao.

      * Le o titulo com bloqueio e mostra o cliente; devolve
      * ws-pedido zero quando o operador desiste.
       pede-titulo section.
           display "Pedido do Titulo.: " at 0301
           display "Parcela..........: " at 0401
           move zeros to ws-pedido ws-parcela
           accept ws-pedido at 0320
           if ws-pedido = zeros
               go pede-titulo-fim
           end-if
           accept ws-parcela at 0420

           move ws-pedido  to tit-pedido
           move ws-parcela to tit-parcela
           read titulos-receber with lock invalid key
               display "Titulo Nao Encontrado. Enter" at 2301
               accept resposta at 2380
               go pede-titulo
           end-read

           move tit-cliente to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes
           end-read
           display "Cliente..........: " at 0601 tit-cliente
           display nome-clientes         at 0628
           display "Vencimento.......: " at 0701 tit-vencimento
           move tit-valor to ws-valor-edit
           display "Valor do Titulo..: " at 0801 ws-valor-edit.
       pede-titulo-fim.
           exit.

       registra-movimento section.
           move tit-pedido    to mpd-pedido
           move tit-parcela   to mpd-parcela
           move tit-cliente   to mpd-cliente
           move ws-motivo     to mpd-motivo
           move ws-observacao to mpd-observacao
           move ws-operador   to mpd-operador
           perform grava-movimento-perda.

      * Sem o cadastro de usuarios (implantacao antiga) vale o
      * registro da aprovacao; com o cadastro, exige perfil 3 ativo.
       valida-supervisor section.
           move "N" to situacao-supervisor

           open input usuarios
           if estado-usuarios not = "00"
               close usuarios
               move "S" to situacao-supervisor
               go valida-supervisor-fim
           end-if

           move ws-operador-supervisor to usu-codigo
           read usuarios invalid key
               close usuarios
               go valida-supervisor-fim
           end-read

           if usuario-ativo and usu-perfil-supervisor
               move "S" to situacao-supervisor
           end-if
           close usuarios.
       valida-supervisor-fim.
           exit.

       copy "C:\CursoCobol\Copylib\GravaMovimentoPerda.cpy".

       end program Perdas-Titulos.

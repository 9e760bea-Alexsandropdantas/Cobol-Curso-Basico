       identification division.
       program-id. Adianta-Comissao.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Adiantamentos.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Adiantamentos.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".

       working-storage section.
       01 estado-adiantamentos     pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-usuarios          pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia-fechada   pic 9(06) value zeros.
       01 ws-valor-adiantamento    pic 9(09)v99 value zeros.
       01 ws-saldo-adiantamento    pic 9(09)v99 value zeros.
       01 ws-vendedor-filtro       pic 9(03) value zeros.
       01 ws-operador-supervisor   pic x(08) value spaces.
       01 situacao-supervisor      pic x(01) value "N".
          88 supervisor-valido     value "S".

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-adiantamentos section.
           open i-o adiantamentos
           if estado-adiantamentos not = "00"
           if estado-adiantamentos = "35" or "05"
               close adiantamentos
               open output adiantamentos
               close adiantamentos
               go abre-arquivo-io-adiantamentos
           else
               display "Arquivo Adiantamentos Com Problema Estado "
                                      at 2301 estado-adiantamentos
               accept resposta at 2380
               goback
           end-if
           end-if

           open input vendedores
           if estado-vendedores not = "00"
               display "Arquivo Vendedores Com Problema Estado " at 2301
                           estado-vendedores
               accept resposta at 2380
               close adiantamentos
               goback
           end-if

      * Adiantamento so vale para competencia ainda aberta; a ultima
      * competencia fechada vem do arquivo de periodo.
           move zeros to ws-competencia-fechada
           open input periodo
           if estado-periodo = "00"
               read periodo at end
                   move zeros to per-ultima-competencia
               end-read
               move per-ultima-competencia to ws-competencia-fechada
           end-if
           close periodo.

       mostra-opcoes section.
           display erase            at 0101
           display "Adiantamento de Comissao" at 0101
           display "01-Incluir  concede um adiantamento"        at 0401
           display "02-Consultar lista adiantamentos e saldos"  at 0501
           display "03-Cancelar adiantamento sem desconto"      at 0601
           display "00-Sair     encerra o programa"             at 0801
           display "Opcao: "                                    at 1001
           accept opcao at 1008

           if opcao = 01
               go inclusao
           else
           if opcao = 02
               go consulta
           else
           if opcao = 03
               go cancela
           else
           if opcao = 00
               close adiantamentos vendedores
               goback
           else
               go mostra-opcoes
           end-if.

      * O adiantamento e descontado pela apuracao de comissao da
      * propria competencia em diante; o que a comissao do mes nao
      * cobre fica em aberto para as competencias seguintes.
       inclusao section.
           initialize registro-adiantamentos

           display erase                  at 0101
           display "Vendedor...........: " at 0501
           display "Competencia AAAAMM.: " at 0601
           display "Valor Adiantado....: " at 0701
           accept adt-vendedor at 0522
           if adt-vendedor = zeros
               go mostra-opcoes
           end-if

           move adt-vendedor to codigo-vendedores
           read vendedores invalid key
               display "Vendedor Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-read
           display nome-vendedores at 0526
           if vendedor-inativo
               display "Vendedor Inativo, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-if

           accept adt-competencia at 0622
           if adt-competencia = zeros
               go mostra-opcoes
           end-if
           if adt-competencia(5:2) < 01 or adt-competencia(5:2) > 12
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-if
           if adt-competencia not > ws-competencia-fechada
               display "Competencia Ja Fechada, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-if

           read adiantamentos invalid key
               go inclusao-dados
           end-read

           display "Ja Existe Adiantamento Nesta Competencia." at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           move zeros to ws-valor-adiantamento
           accept ws-valor-adiantamento at 0722
           if ws-valor-adiantamento = zeros
               display "Valor Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if.
       inclusao-supervisor.
           move spaces to ws-operador-supervisor
           display "Supervisor (Vazio=Cancela): " at 2301
           accept ws-operador-supervisor at 2329
           if ws-operador-supervisor = spaces
               go mostra-opcoes
           end-if

           perform valida-supervisor thru valida-supervisor-fim
           if not supervisor-valido
               display "Operador Nao e Supervisor Ativo." at 2301
               accept resposta at 2380
               go inclusao-supervisor
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-valor-adiantamento  to adt-valor
           move zeros                  to adt-valor-descontado
           move "A"                    to adt-status
           move ws-data-sistema        to adt-data-concessao
           move usuario-corrente       to adt-operador
           move ws-operador-supervisor to adt-supervisor
           move zeros                  to adt-ultima-competencia
           move zeros                  to adt-ultimo-desconto

           write registro-adiantamentos invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-adiantamentos
               accept resposta at 2380
               go mostra-opcoes
           end-write

           display "Adiantamento Registrado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

       consulta section.
           initialize registro-adiantamentos

           display erase at 0101
           display "Vendedor (0=Todos): " at 0301
           move zeros to ws-vendedor-filtro
           accept ws-vendedor-filtro at 0321

           move ws-vendedor-filtro to adt-vendedor
           move zeros              to adt-competencia
           start adiantamentos key is >= chave-adiantamentos
               invalid key
               display "Nao Ha Adiantamentos Cadastrados...Enter"
                                      at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0401
           display "Vend"        at 0405
           display "Competencia" at 0412
           display "Adiantado"   at 0428
           display "Descontado"  at 0444
           display "Saldo"       at 0462
           display "St"          at 0476

           move 05 to linha.

       consulta-le-arquivo.
           read adiantamentos next at end
               go consulta-fim
           end-read

           if ws-vendedor-filtro > zeros
               and adt-vendedor not = ws-vendedor-filtro
               go consulta-fim
           end-if

           add 1 to linha

           compute ws-saldo-adiantamento =
                   adt-valor - adt-valor-descontado
           end-compute
           display adt-vendedor          at line linha column 05
           display adt-competencia       at line linha column 12
           display adt-valor             at line linha column 25
           display adt-valor-descontado  at line linha column 41
           display ws-saldo-adiantamento at line linha column 57
           display adt-status            at line linha column 76

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

      * Cancelamento so antes do primeiro desconto; depois disso o
      * adiantamento segue ate quitar pela apuracao de comissao.
       cancela section.
           initialize registro-adiantamentos

           display erase                  at 0101
           display "Vendedor...........: " at 0501
           display "Competencia AAAAMM.: " at 0601
           accept adt-vendedor at 0522
           if adt-vendedor = zeros
               go mostra-opcoes
           end-if
           accept adt-competencia at 0622
           if adt-competencia = zeros
               go mostra-opcoes
           end-if

           read adiantamentos with lock invalid key
               display "Este Adiantamento Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go cancela
           end-read

           display "Valor Adiantado....: " at 0701 adt-valor
           display "Valor Descontado...: " at 0801
                       adt-valor-descontado
           if not adiantamento-aberto
               or adt-valor-descontado > zeros
               display "Adiantamento Ja Descontado ou Encerrado."
                                      at 2301
               accept resposta at 2380
               unlock adiantamentos
               go mostra-opcoes
           end-if
           if adt-ultima-competencia > zeros
               display "Adiantamento Ja Passou Pela Apuracao." at 2301
               accept resposta at 2380
               unlock adiantamentos
               go mostra-opcoes
           end-if.
       cancela-supervisor.
           move spaces to ws-operador-supervisor
           display "Supervisor (Vazio=Cancela): " at 2301
           accept ws-operador-supervisor at 2329
           if ws-operador-supervisor = spaces
               unlock adiantamentos
               go mostra-opcoes
           end-if

           perform valida-supervisor thru valida-supervisor-fim
           if not supervisor-valido
               display "Operador Nao e Supervisor Ativo." at 2301
               accept resposta at 2380
               go cancela-supervisor
           end-if

           display "Confirma Cancelamento? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               unlock adiantamentos
               go mostra-opcoes
           end-if

           move "X"                    to adt-status
           move ws-operador-supervisor to adt-supervisor
           rewrite registro-adiantamentos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-adiantamentos
               accept resposta at 2380
           end-rewrite
           unlock adiantamentos
           go mostra-opcoes.

      * Sem o cadastro de usuarios (implantacao antiga) vale o
      * registro da liberacao; com o cadastro, exige perfil 3 ativo.
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

       end program Adianta-Comissao.

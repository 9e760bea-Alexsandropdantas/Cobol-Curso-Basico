       identification division.
       program-id. Movimenta-Kit.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".

       working-storage section.
       01 estado-componentes-kit   pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 ws-componentes           pic 9(03) value zeros.
       01 ws-kits-disponiveis      pic 9(05) value zeros.
       01 ws-kits-componente       pic 9(05) value zeros.
       01 ws-disponivel-componente pic 9(07)v99 value zeros.
       01 ws-quantidade-componente pic 9(07)v99 value zeros.
       01 ws-quantidade-lote       pic 9(05)v99 value zeros.
       01 ws-lote-baixado          pic x(12) value spaces.
       01 ws-quantidade-sem-lote   pic 9(05)v99 value zeros.
       01 ws-tipo-movimento        pic x(01) value spaces.

       copy "C:\CursoCobol\Copylib\CamposEstoqueFilial.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 lk-operacao              pic x(01).
       01 lk-kit                   pic 9(05).
       01 lk-filial                pic 9(02).
       01 lk-quantidade            pic 9(05)v99.
       01 lk-documento             pic 9(06).
       01 lk-operador              pic x(08).
       01 lk-sequencia             pic 9(02).
       01 lk-expedicao             pic 9(06).
       01 lk-cliente               pic 9(06).
       01 lk-quantidade-efetiva    pic 9(05)v99.
       01 lk-custo-kit             pic 9(09)v99.

      * O kit nao tem estoque proprio: cada movimento do kit e
      * feito nos seus componentes, na quantidade do kit vezes a
      * quantidade do componente. Operacoes:
      *   D devolve quantos kits inteiros a filial pode atender
      *   R reserva ate a quantidade pedida, no maximo o que a
      *     filial pode atender; devolve o que foi reservado
      *   L libera a reserva dos componentes
      *   X baixa do reservado na expedicao, com saida dos lotes
      *   V volta ao disponivel dos componentes do kit devolvido
      * O custo do kit e a soma do custo medio dos componentes.
       procedure division using lk-operacao lk-kit lk-filial
                                lk-quantidade lk-documento lk-operador
                                lk-sequencia lk-expedicao lk-cliente
                                lk-quantidade-efetiva lk-custo-kit.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           move zeros to lk-quantidade-efetiva lk-custo-kit

           open input componentes-kit
           if estado-componentes-kit not = "00"
               close componentes-kit
               goback
           end-if
           open input produtos
           if lk-operacao = "D"
               open input estoque
           else
               open i-o estoque
           end-if
           if estado-estoque not = "00"
               close componentes-kit produtos estoque
               goback
           end-if.

       calcula-kits section.
           move zeros  to ws-componentes ws-kits-disponiveis
           move lk-kit to cpk-kit
           move zeros  to cpk-componente
           start componentes-kit key is >= chave-componentes-kit
               invalid key
                   go calcula-kits-fim
           end-start.
       calcula-kits-le.
           read componentes-kit next at end
               go calcula-kits-fim
           end-read
           if cpk-kit not = lk-kit
               go calcula-kits-fim
           end-if
           if cpk-quantidade = zeros
               go calcula-kits-le
           end-if

           move cpk-componente to est-produto
           read estoque invalid key
               move zeros to est-saldo-disponivel est-saldo-reservado
                             est-custo-medio
           end-read
           compute lk-custo-kit rounded = lk-custo-kit
                 + est-custo-medio * cpk-quantidade
           end-compute

           move cpk-componente to ws-esf-produto
           move lk-filial      to ws-esf-filial
           perform le-estoque-filial
           move esf-saldo-disponivel to ws-disponivel-componente
           if ws-disponivel-componente > est-saldo-disponivel
               move est-saldo-disponivel to ws-disponivel-componente
           end-if
           divide cpk-quantidade into ws-disponivel-componente
               giving ws-kits-componente

           add 1 to ws-componentes
           if ws-componentes = 1
               or ws-kits-componente < ws-kits-disponiveis
               move ws-kits-componente to ws-kits-disponiveis
           end-if
           go calcula-kits-le.
       calcula-kits-fim.
           if ws-componentes = zeros
               go encerra
           end-if

           evaluate lk-operacao
               when "D"
                   move ws-kits-disponiveis to lk-quantidade-efetiva
                   go encerra
               when "R"
                   move lk-quantidade to lk-quantidade-efetiva
                   if lk-quantidade-efetiva > ws-kits-disponiveis
                       move ws-kits-disponiveis
                         to lk-quantidade-efetiva
                   end-if
                   move "R" to ws-tipo-movimento
               when "L"
                   move lk-quantidade to lk-quantidade-efetiva
                   move "L" to ws-tipo-movimento
               when "X"
                   move lk-quantidade to lk-quantidade-efetiva
                   move "S" to ws-tipo-movimento
               when "V"
                   move lk-quantidade to lk-quantidade-efetiva
                   move "D" to ws-tipo-movimento
               when other
                   go encerra
           end-evaluate
           if lk-quantidade-efetiva = zeros
               go encerra
           end-if.

       movimenta-componentes section.
           move lk-kit to cpk-kit
           move zeros  to cpk-componente
           start componentes-kit key is >= chave-componentes-kit
               invalid key
                   go encerra
           end-start.
       movimenta-componentes-le.
           read componentes-kit next at end
               go encerra
           end-read
           if cpk-kit not = lk-kit
               go encerra
           end-if
           if cpk-quantidade = zeros
               go movimenta-componentes-le
           end-if

           compute ws-quantidade-componente rounded =
                   lk-quantidade-efetiva * cpk-quantidade
           end-compute

           move cpk-componente to est-produto
           read estoque invalid key
               move cpk-componente to est-produto
               move zeros          to est-saldo-disponivel
                                      est-saldo-reservado
                                      est-custo-medio
               write registro-estoque invalid key
                   continue
               end-write
           end-read

           evaluate lk-operacao
               when "R"
                   if ws-quantidade-componente > est-saldo-disponivel
                       move zeros to est-saldo-disponivel
                   else
                       subtract ws-quantidade-componente
                           from est-saldo-disponivel
                   end-if
                   add ws-quantidade-componente to est-saldo-reservado
               when "L"
                   if ws-quantidade-componente > est-saldo-reservado
                       move zeros to est-saldo-reservado
                   else
                       subtract ws-quantidade-componente
                           from est-saldo-reservado
                   end-if
                   add ws-quantidade-componente
                                             to est-saldo-disponivel
               when "X"
                   if ws-quantidade-componente > est-saldo-reservado
                       move zeros to est-saldo-reservado
                   else
                       subtract ws-quantidade-componente
                           from est-saldo-reservado
                   end-if
               when "V"
                   add ws-quantidade-componente
                                             to est-saldo-disponivel
           end-evaluate
           rewrite registro-estoque invalid key
               continue
           end-rewrite

           move cpk-componente           to ws-esf-produto
           move lk-filial                to ws-esf-filial
           move lk-operacao              to ws-esf-operacao
           if lk-operacao = "V"
               move "E"                  to ws-esf-operacao
           end-if
           move ws-quantidade-componente to ws-esf-quantidade
           perform atualiza-estoque-filial

           move cpk-componente           to mov-produto
           move ws-tipo-movimento        to mov-tipo
           move ws-quantidade-componente to mov-quantidade
           move lk-documento             to mov-documento
           move lk-operador              to mov-operador
           move esf-filial               to mov-filial
           perform grava-mov-estoque

      * Componente com controle de lote sai pelo lote que vence
      * primeiro, registrado na linha do kit para o recall.
           if lk-operacao = "X"
               move cpk-componente to pro-codigo
               read produtos invalid key
                   move "N" to pro-controla-lote
               end-read
               if produto-controla-lote
                   move ws-quantidade-componente to ws-quantidade-lote
                   call "Consome-Lotes"
                       using cpk-componente ws-quantidade-lote
                             lk-documento lk-sequencia lk-expedicao
                             lk-cliente ws-lote-baixado
                             ws-quantidade-sem-lote
                   end-call
                   cancel "Consome-Lotes"
               end-if
           end-if
           go movimenta-componentes-le.

       encerra section.
           close componentes-kit produtos estoque
           goback.

       copy "C:\CursoCobol\Copylib\GravaMovEstoque.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaEstoqueFilial.cpy".

       end program Movimenta-Kit.

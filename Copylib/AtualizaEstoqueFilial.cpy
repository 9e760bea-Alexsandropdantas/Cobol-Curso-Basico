      * Saldo do produto na filial. Filial zero e cadastro anterior
      * a abertura de filiais e vale como matriz (01).
       le-estoque-filial section.
           move ws-esf-produto to esf-produto
           move ws-esf-filial  to esf-filial
           if esf-filial = zeros
               move 01 to esf-filial
           end-if
           open input estoque-filial
           if estado-estoque-filial not = "00"
               move zeros to esf-saldo-disponivel esf-saldo-reservado
                             esf-saldo-transito
               close estoque-filial
               exit section
           end-if
           read estoque-filial invalid key
               move zeros to esf-saldo-disponivel esf-saldo-reservado
                             esf-saldo-transito
           end-read
           close estoque-filial.

      * Operacoes sobre o saldo da filial:
      *   E entra no disponivel         B baixa do disponivel
      *   R reserva (disponivel p/ res.) L libera (reservado p/ disp.)
      *   X baixa do reservado (expedicao)
      *   T entra em transito (transferencia enviada a filial)
      *   U sai de transito (transferencia recebida ou cancelada)
       atualiza-estoque-filial section.
           open i-o estoque-filial
           if estado-estoque-filial = "35" or "05"
               close estoque-filial
               open output estoque-filial
               close estoque-filial
               open i-o estoque-filial
           end-if

           move ws-esf-produto to esf-produto
           move ws-esf-filial  to esf-filial
           if esf-filial = zeros
               move 01 to esf-filial
           end-if
           read estoque-filial with lock invalid key
               move zeros to esf-saldo-disponivel esf-saldo-reservado
                             esf-saldo-transito
               write registro-estoque-filial invalid key
                   continue
               end-write
           end-read

           evaluate ws-esf-operacao
               when "E"
                   add ws-esf-quantidade to esf-saldo-disponivel
               when "B"
                   if ws-esf-quantidade > esf-saldo-disponivel
                       move zeros to esf-saldo-disponivel
                   else
                       subtract ws-esf-quantidade
                           from esf-saldo-disponivel
                   end-if
               when "R"
                   if ws-esf-quantidade > esf-saldo-disponivel
                       move zeros to esf-saldo-disponivel
                   else
                       subtract ws-esf-quantidade
                           from esf-saldo-disponivel
                   end-if
                   add ws-esf-quantidade to esf-saldo-reservado
               when "L"
                   if ws-esf-quantidade > esf-saldo-reservado
                       move zeros to esf-saldo-reservado
                   else
                       subtract ws-esf-quantidade
                           from esf-saldo-reservado
                   end-if
                   add ws-esf-quantidade to esf-saldo-disponivel
               when "X"
                   if ws-esf-quantidade > esf-saldo-reservado
                       move zeros to esf-saldo-reservado
                   else
                       subtract ws-esf-quantidade
                           from esf-saldo-reservado
                   end-if
               when "T"
                   add ws-esf-quantidade to esf-saldo-transito
               when "U"
                   if ws-esf-quantidade > esf-saldo-transito
                       move zeros to esf-saldo-transito
                   else
                       subtract ws-esf-quantidade
                           from esf-saldo-transito
                   end-if
           end-evaluate

           rewrite registro-estoque-filial invalid key
               continue
           end-rewrite
           unlock estoque-filial
           close estoque-filial.

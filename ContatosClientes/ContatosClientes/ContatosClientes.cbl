       01 ws-sequencia           pic 9(02) value zeros.
       01 ws-proxima-sequencia   pic 9(02) value zeros.
       01 linha                  pic 99    value zeros.
       01 ws-acao-consentimento  pic x(01) value spaces.

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

           display "02-Alterar Contato"   at 0401
           display "03-Listar Contatos"   at 0501
           display "04-Excluir Contato"   at 0601
           display "05-Consentimentos"    at 0701
           display "00-Outro Cliente"     at 0801
           display "Opcao: "              at 1001
           accept opcao at 1008
           if opcao = 04
               go excluir
           else
           if opcao = 05
               go consentimentos
           else
           if opcao = 00
               go pede-cliente
           else
               display "Exclusao com Problema, Estado " at 2301
                    estado-contatos
               accept resposta at 2380
               go mostra-opcoes
           end-delete

           move "E" to ws-acao-consentimento
           call "Manutencao-Consentimentos"
               using ws-cliente ws-sequencia ws-acao-consentimento
           end-call
           cancel "Manutencao-Consentimentos"

           go mostra-opcoes.
      * Consentimento LGPD do contato ou, com sequencia zero, do
      * proprio cliente.
       consentimentos section.
           display erase at 0101
           display "Sequencia do Contato (0=Cliente, 99=Volta): "
                                      at 0301
           move zeros to ws-sequencia
           accept ws-sequencia at 0346
           if ws-sequencia = 99
               go mostra-opcoes
           end-if

           if ws-sequencia not = zeros
               move ws-cliente   to con-cliente
               move ws-sequencia to con-sequencia
               read contatos invalid key
                   display "Contato Nao Encontrado. Enter" at 2301
                   accept resposta at 2380
                   go consentimentos
               end-read
           end-if

           move "M" to ws-acao-consentimento
           call "Manutencao-Consentimentos"
               using ws-cliente ws-sequencia ws-acao-consentimento
           end-call
           cancel "Manutencao-Consentimentos"

           go mostra-opcoes.

       end program Contatos-Clientes.

             88 cliente-aprovado        value "A" " ".
             88 cliente-pendente-aprov  value "P".
             88 cliente-reprovado       value "R".
          02 tipo-pessoa-clientes       pic x(01) value spaces.
             88 cliente-pessoa-fisica   value "F" " ".
             88 cliente-pessoa-juridica value "J".
          02 cnpj-clientes              pic 9(14) value zeros.
          02 filler redefines cnpj-clientes.
              03 cnpj-raiz-clientes     pic 9(08).
              03 cnpj-filial-clientes   pic 9(04).
              03 cnpj-dv-clientes       pic 9(02).
          02 inscricao-estadual-clientes pic x(14) value spaces.
          02 contribuinte-icms-clientes pic x(01) value spaces.
             88 cliente-contribuinte-icms     value "S".
             88 cliente-nao-contribuinte-icms value "N" " ".
          02 grupo-clientes             pic 9(04) value zeros.

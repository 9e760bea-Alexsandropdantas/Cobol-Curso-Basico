       01 ws-cnpj.
          03 campocnpj     pic 9(05).
          03 totalcnpj     pic 9(05).
          03 restocnpj     pic 9(05).
          03 errocnpj      pic 9(01).
          03 separacnpj    pic 9(14).
          03 filler redefines separacnpj.
             05 wscnpj     pic 9 occurs 14.
       01 cnpj-verificando pic 9(14) value zeros.

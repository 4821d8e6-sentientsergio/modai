      *>     carregados antes do campo existir valem "nao compoe".
            03 f05300-fl-frete-base                 pic x(01).
               88 f05300-frete-compoe-base             value "S".
      *>     "S" nos CFOPs de aquisicao de bem do ativo imobilizado (1551,
      *>     2551, 3551...) - o ICMS do item nao e credito da entrada: vai
      *>     para o CIAP (PD10600) e e apropriado em 48 parcelas (CS10089B).
      *>     Espacos nos registros anteriores ao campo valem "nao e ativo".
            03 f05300-fl-ativo-imobilizado          pic x(01).
               88 f05300-cfop-ativo-imobilizado        value "S".

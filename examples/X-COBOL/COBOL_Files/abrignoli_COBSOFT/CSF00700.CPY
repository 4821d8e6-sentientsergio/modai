      *>     sem controle.
            03 f00700-fl-controla-lote             pic x(01).
               88 f00700-controla-lote                 value "S".
      *>     Classificacao em PD10200 - grupo e, opcionalmente, subgrupo
      *>     dentro dele (subgrupo zero = direto no grupo). Zeros (inclusive
      *>     nos registros anteriores ao campo) valem "sem grupo".
            03 f00700-cd-grupo                     pic 9(04).
            03 f00700-cd-subgrupo                  pic 9(04).

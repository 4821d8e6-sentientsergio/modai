       fd   pd08400.

      *> Plano de contas da contabilidade, por empresa. O codigo e a
      *> classificacao sem pontos (1.1.02.001 = 110200001), de modo que a
      *> ordem da chave e a ordem do plano. Conta sintetica so agrupa; so
      *> conta analitica e ativa recebe lancamento (regras de PD08500 e
      *> lancamentos de PD08600). O codigo externo e o da conta no sistema
      *> de contabilidade do escritorio, usado na exportacao (CS10068B) -
      *> em branco, exporta-se o proprio codigo.
       01   f08400-conta-contabil.
            03 f08400-chave.
               05 f08400-cd-empresa                pic 9(03).
               05 f08400-cd-conta-contabil         pic 9(09).
            03 f08400-descricao                    pic x(40).
            03 f08400-fl-tipo                      pic x(01).
               88 f08400-conta-sintetica               value "S".
               88 f08400-conta-analitica               value "A".
            03 f08400-fl-natureza                  pic x(01).
               88 f08400-natureza-devedora             value "D".
               88 f08400-natureza-credora              value "C".
            03 f08400-cd-conta-externa             pic x(20).
            03 f08400-fl-ativo                     pic x(01).
               88 f08400-conta-ativa                   value "S".
               88 f08400-conta-inativa                 value "N".
            03 f08400-data-operacao                pic 9(08).
            03 f08400-horario-operacao             pic 9(06).
            03 f08400-id-usuario-operacao          pic 9(11).

      *>     campo e nas parcelas sem devolucao.
            03 f05900-fl-credito                   pic x(01).
               88 f05900-credito-sinalizado            value "S".
      *>     Principal + desconto ja baixados por movimentos de PD08100
      *>     (recebimento parcial) - o saldo em aberto da parcela e
      *>     valor-parcela menos este campo, e a parcela so passa a paga
      *>     quando ele alcanca o valor-parcela. Zeros nas parcelas sem
      *>     movimento (inclusive as gravadas antes do campo existir).
            03 f05900-valor-baixado                pic 9(09)v9(02).
      *>     Regua de cobranca (CS10081B) - ultimo estagio de PD09800 em que
      *>     a parcela vencida entrou e a data da entrada; zeros nas parcelas
      *>     que nunca atrasaram o bastante e nos registros anteriores ao
      *>     campo.
            03 f05900-estagio-cobranca             pic 9(02).
            03 f05900-data-estagio-cobranca        pic 9(08).

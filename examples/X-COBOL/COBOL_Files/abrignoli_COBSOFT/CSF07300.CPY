      *> contada-menos-sistema, com sinal, aplicada em PD05800 no ato da
      *> aprovacao e reaplicada pela reconstrucao CS10020B - o que permite
      *> ajustar o saldo SEM digitar notas fiscais falsas em PD05000. Uma
      *> aprovacao por mercadoria/dia/local: reaprovar no mesmo dia soma no
      *> registro existente. O local (PD10300) e o da ficha contada - o
      *> ajuste move tambem o saldo do local em PD10400.
       01   f07300-ajuste-inventario.
            03 f07300-chave.
               05 f07300-cd-empresa                pic 9(03).
               05 f07300-cd-filial                 pic 9(04).
               05 f07300-cd-mercadoria             pic 9(09).
               05 f07300-data-ajuste               pic 9(08).
               05 f07300-cd-local                  pic 9(03).
            03 f07300-qtd-ajuste                   pic s9(09)v9(06).
            03 f07300-data-operacao                pic 9(08).
            03 f07300-horario-operacao             pic 9(06).

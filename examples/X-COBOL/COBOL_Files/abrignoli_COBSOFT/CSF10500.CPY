       fd   pd10500.

      *> Movimentacao interna de estoque entre locais da mesma filial
      *> (CS10087C) - sem nota fiscal e sem efeito em PD05800: tira a
      *> quantidade do local de origem e poe no de destino em PD10400. A
      *> chave e cronologica; a sequencia separa movimentos do mesmo
      *> segundo (vide 9000-registra-movimento-local, CSR10500.CPY). E
      *> daqui que a reconstrucao CS10020B refaz a posicao por local.
      *> Movimento nao se altera nem se exclui - correcao e o movimento
      *> inverso.
       01   f10500-movimento-local.
            03 f10500-chave.
               05 f10500-cd-empresa                pic 9(03).
               05 f10500-cd-filial                 pic 9(04).
               05 f10500-data-movimento            pic 9(08).
               05 f10500-horario-movimento         pic 9(06).
               05 f10500-sequencia                 pic 9(03).
            03 f10500-cd-mercadoria                pic 9(09).
            03 f10500-cd-local-origem              pic 9(03).
            03 f10500-cd-local-destino             pic 9(03).
            03 f10500-quantidade-padrao            pic 9(09)v9(06).
            03 f10500-observacao                   pic x(40).
            03 f10500-data-operacao                pic 9(08).
            03 f10500-horario-operacao             pic 9(06).
            03 f10500-id-usuario-operacao          pic 9(11).

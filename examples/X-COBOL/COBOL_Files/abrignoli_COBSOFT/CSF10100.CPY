
       fd   pd10100.

      *> Composicao de kit - a mercadoria kit (PD00700) e vendida e aparece
      *> na nota como uma linha so, mas o estoque (PD05800/PD07400) se move
      *> pelos componentes: cada linha diz quanto do componente, na unidade
      *> padrao dele, vai em uma unidade padrao do kit. Valida para toda a
      *> empresa, como PD00700. Um nivel so: componente nao e kit e kit nao
      *> e componente (CS10014C recusa). A reconstrucao (CS10020B) explode
      *> os itens pela composicao vigente - mudar a composicao de um kit ja
      *> vendido muda tambem a reconstrucao do passado.
       01   f10100-componente-kit.
            03 f10100-chave.
               05 f10100-cd-kit                    pic 9(09).
               05 f10100-cd-componente             pic 9(09).
            03 f10100-quantidade-componente        pic 9(07)v9(06).
            03 f10100-data-operacao                pic 9(08).
            03 f10100-horario-operacao             pic 9(06).
            03 f10100-id-usuario-operacao          pic 9(11).

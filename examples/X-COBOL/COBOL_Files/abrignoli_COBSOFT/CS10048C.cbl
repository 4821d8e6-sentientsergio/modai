      *>    PD07300 e aplica no saldo PD05800 - sem tocar em PD05000, que a
      *>    contagem de antigamente poluia com notas falsas. O ajuste nao
      *>    mexe no custo medio (vide CSR05800.CPY) e a reconstrucao CS10020B
      *>    reaplica PD07300 por inteiro. A ficha e por mercadoria e local de
      *>    estoque: o ajuste aprovado vai tambem para o saldo do local em
      *>    PD10400.
      *>
      *>=================================================================================
       environment division.
       copy CSS06500.cpy.
       copy CSS07200.cpy.
       copy CSS07300.cpy.
       copy CSS10300.cpy.
       copy CSS10400.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): relatorio de apoio operacional da campanha corrente.
       copy CSF06500.cpy.
       copy CSF07200.cpy.
       copy CSF07300.cpy.
       copy CSF10300.cpy.
       copy CSF10400.cpy.

       fd   rel10048
            record contains 132 characters.

       01   f-contagem.
            03 f-cd-mercadoria                     pic 9(09).
            03 f-cd-local                          pic 9(03).
            03 f-qtd-contada                       pic 9(09)v9(06).
            03 f-situacao                          pic x(10).

            03 ws-rel-total-fichas                  pic 9(05).

       01   rel10048-detalhe.
            03 filler                              pic x(04) value "Loc:".
            03 rv-det-cd-local                      pic 9(03).
            03 filler                              pic x(06) value " Merc:".
            03 rv-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rv-det-descricao                     pic x(25) value spaces.
       01   frm-contagem.
            03 line 11 col 13   pic x(21) value "Codigo Mercadoria...:".
            03 line 11 col 35   pic 9(09) from f-cd-mercadoria.
            03 line 12 col 13   pic x(21) value "Local de Estoque....:".
            03 line 12 col 35   pic 9(03) from f-cd-local.
            03 line 13 col 16   pic x(18) value "Quantidade contada:".
            03 line 13 col 35   pic zzzzzz9,999999 from f-qtd-contada.
            03 line 15 col 25   pic x(09) value "Situacao:".
            perform 9000-abrir-io-pd06500
            perform 9000-abrir-io-pd07200
            perform 9000-abrir-io-pd07300
            perform 9000-abrir-io-pd10300
            perform 9000-abrir-io-pd10400

       exit.


            add 1                                   to ws-rel-total-fichas

            move f07200-cd-local                    to rv-det-cd-local
            move f07200-cd-mercadoria               to rv-det-cd-mercadoria
            move f07200-qtd-sistema                 to rv-det-qtd-sistema
            move f07200-fl-situacao                 to rv-det-fl-situacao

      *>=================================================================================
      *> Aprovacao da campanha da filial: cada ficha PRONTA ou SEGUNDA vira
      *> um ajuste (contada menos sistema) gravado em PD07300 e aplicado nos
      *> saldos PD05800 e PD10400; ficha DIVERGENTE sem 2a. contagem e pulada e
      *> reportada. O ato inteiro fica em PD00900.
       2100-aprovar section.


      *>=================================================================================
      *> Grava o movimento de ajuste (somando se a mercadoria ja tem ajuste
      *> no local na data de hoje) e aplica no saldo da filial e no do
      *> local - sem valor de entrada, o custo
      *> medio fica intacto (vide CSR05800.CPY).
       9000-lanca-ajuste section.

            move f07200-cd-filial                   to f07300-cd-filial
            move f07200-cd-mercadoria               to f07300-cd-mercadoria
            move function current-date(1:8)         to f07300-data-ajuste
            move f07200-cd-local                    to f07300-cd-local

            perform 9000-ler-pd07300-ran-1

            move f07200-cd-mercadoria               to f05800-cd-mercadoria
            perform 9000-atualiza-saldo-pd05800

            initialize                              f10400-saldo-local
            move f07200-cd-empresa                  to f10400-cd-empresa
            move f07200-cd-filial                   to f10400-cd-filial
            move f07200-cd-mercadoria               to f10400-cd-mercadoria
            move f07200-cd-local                    to f10400-cd-local
            perform 9000-atualiza-saldo-pd10400

            move lnk-cd-usuario                     to ws-cd-usuario-operacao
            string "Ajuste inventario - merc [" f07200-cd-mercadoria
                   "] local [" f07200-cd-local
                   "] qtd [" ws-qtd-ajuste "]" into ws-mensagem
            perform 9000-gravar-pd00900

       exit.

      *>=================================================================================
      *> Entrada comum da mercadoria e do local com leitura da ficha. O local
      *> vem sugerido com o padrao da filial; filial sem locais cadastrados
      *> conta tudo no 000 (saldo sem endereco).
       2200-localiza-ficha section.

            perform 8000-limpa-tela
                 display f00700-descricao-mercadoria(1:33) at line 11 col 46
            end-if

            move lnk-cd-empresa                     to ws-loc-cd-empresa
            move lnk-cd-filial                      to ws-loc-cd-filial
            perform 9000-local-padrao-filial
            move ws-loc-cd-local                    to f-cd-local

            if   ws-loc-tem-locais
                 accept f-cd-local at line 12 col 35 with update auto-skip
                 move f-cd-local                    to ws-loc-cd-local
                 perform 9000-descreve-local
                 display ws-loc-descricao at line 12 col 46
            end-if

            initialize                              f07200-chave
            move lnk-cd-empresa                     to f07200-cd-empresa
            move lnk-cd-filial                      to f07200-cd-filial
            move f-cd-mercadoria                    to f07200-cd-mercadoria
            move f-cd-local                         to f07200-cd-local
            perform 9000-ler-pd07200-ran-1

            if   not ws-operacao-ok
            close pd06500
            close pd07200
            close pd07300
            close pd10300
            close pd10400

       exit.
      *>=================================================================================
       copy CSR06500.cpy.
       copy CSR07200.cpy.
       copy CSR07300.cpy.
       copy CSR10300.cpy.
       copy CSR10400.cpy.

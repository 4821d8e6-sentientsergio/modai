      *>     sem vendedor e nos registros anteriores ao campo; a comissao
      *>     (CS10052B) segue as parcelas baixadas deste documento.
             03 f05000-cd-vendedor                 pic 9(09).
      *>     Condicao de pagamento (PD08000) de que sairam as parcelas de
      *>     PD05900/PD06400 deste documento - zeros = parcela unica a vista
      *>     (e nos registros anteriores ao campo).
             03 f05000-cd-condicao-pagamento       pic 9(03).

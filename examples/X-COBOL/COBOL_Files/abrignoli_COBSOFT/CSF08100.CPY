       fd   pd08100.

      *> Razao de baixas das parcelas - uma linha por recebimento (duplicata,
      *> PD05900) ou pagamento (conta a pagar, PD06400). A chave e a chave da
      *> propria parcela (chave-doc + parcela; o tipo-nota ja separa saida de
      *> entrada) mais uma sequencia por parcela. O principal e o desconto
      *> abatem o saldo da parcela (f05900/f06400-valor-baixado acumula os
      *> dois); juros/multa sao recebidos/pagos ALEM do principal e nao mexem
      *> no saldo. A parcela so passa a paga quando o saldo chega a zero.
       01   f08100-movimento-baixa.
            03 f08100-chave.
               05 f08100-chave-parcela.
                  07 f08100-chave-doc.
                     09 f08100-cd-empresa          pic 9(03).
                     09 f08100-cd-filial           pic 9(04).
                     09 f08100-tipo-nota           pic 9(02).
                        88 f08100-nota-entrada         value 00.
                        88 f08100-nota-saida           value 01.
                     09 f08100-numero-documento    pic 9(09).
                     09 f08100-serie-documento     pic x(03).
                  07 f08100-parcela                pic 9(02).
               05 f08100-sequencia                 pic 9(03).
            03 f08100-fl-carteira                  pic x(01).
               88 f08100-carteira-receber              value "R".
               88 f08100-carteira-pagar                value "P".
            03 f08100-cd-destinatario              pic 9(09).
            03 f08100-data-movimento               pic 9(08).
            03 f08100-valor-principal              pic 9(09)v9(02).
            03 f08100-valor-juros-multa            pic 9(09)v9(02).
            03 f08100-valor-desconto               pic 9(09)v9(02).
      *>     Origem do movimento: T = baixa em tela (CS10022C/CS10037C),
      *>     B = retorno de cobranca bancaria (CS10040B), C = credito
      *>     abatido (devolucao/credito do cliente).
            03 f08100-fl-origem                    pic x(01).
               88 f08100-origem-tela                   value "T".
               88 f08100-origem-banco                  value "B".
               88 f08100-origem-credito                value "C".
      *>     Conta da tesouraria (PD08200) onde o dinheiro entrou/saiu - o
      *>     movimento de PD08300 gerado pela baixa; zeros na baixa por
      *>     credito (nao movimenta dinheiro) e em filial sem conta ativa.
            03 f08100-cd-conta                     pic 9(03).
            03 f08100-data-operacao                pic 9(08).
            03 f08100-horario-operacao             pic 9(06).
            03 f08100-id-usuario-operacao          pic 9(11).

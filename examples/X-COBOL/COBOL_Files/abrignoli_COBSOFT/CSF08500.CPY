       fd   pd08500.

      *> Regra de contabilizacao - de onde a geracao de lancamentos
      *> (CS10067B) tira as contas de debito e credito de cada evento.
      *> Evento 01 (nota fiscal) e por tipo-nota/CFOP do item, com uma
      *> regra de CFOP zero valendo para todos os CFOPs do tipo sem regra
      *> propria; usa os seis pares de contas (valor do item com os
      *> acessorios rateados, ICMS, IPI, PIS, COFINS e ICMS-ST). Os eventos
      *> financeiros e o ajuste de inventario levam tipo-nota e CFOP zero e
      *> usam so o par do valor. Par com conta zerada nao gera lancamento
      *> (o imposto que a operacao nao tem).
       01   f08500-regra-contabil.
            03 f08500-chave.
               05 f08500-cd-empresa                pic 9(03).
               05 f08500-cd-evento                 pic 9(02).
                  88 f08500-evento-nota                value 01.
                  88 f08500-evento-baixa-receber       value 02.
                  88 f08500-evento-baixa-pagar         value 03.
                  88 f08500-evento-juros-receber       value 04.
                  88 f08500-evento-juros-pagar         value 05.
                  88 f08500-evento-desconto-receber    value 06.
                  88 f08500-evento-desconto-pagar      value 07.
                  88 f08500-evento-ajuste-sobra        value 08.
                  88 f08500-evento-ajuste-falta        value 09.
                  88 f08500-evento-valido              value 01 thru 09.
               05 f08500-tipo-nota                 pic 9(02).
               05 f08500-cfop                      pic 9(04).
            03 f08500-descricao                    pic x(30).
            03 f08500-conta-valor-debito           pic 9(09).
            03 f08500-conta-valor-credito          pic 9(09).
            03 f08500-conta-icms-debito            pic 9(09).
            03 f08500-conta-icms-credito           pic 9(09).
            03 f08500-conta-ipi-debito             pic 9(09).
            03 f08500-conta-ipi-credito            pic 9(09).
            03 f08500-conta-pis-debito             pic 9(09).
            03 f08500-conta-pis-credito            pic 9(09).
            03 f08500-conta-cofins-debito          pic 9(09).
            03 f08500-conta-cofins-credito         pic 9(09).
            03 f08500-data-operacao                pic 9(08).
            03 f08500-horario-operacao             pic 9(06).
            03 f08500-id-usuario-operacao          pic 9(11).
      *>     Par do ICMS-ST do evento de nota - o ST retido compoe o total do
      *>     documento e das parcelas, entao precisa de contrapartida propria
      *>     para o razao de clientes/fornecedores fechar com as baixas.
      *>     Zeros nas regras anteriores aos campos (ST sem lancamento).
            03 f08500-conta-icms-st-debito         pic 9(09).
            03 f08500-conta-icms-st-credito        pic 9(09).

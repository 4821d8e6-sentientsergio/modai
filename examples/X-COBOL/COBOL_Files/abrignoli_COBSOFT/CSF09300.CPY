       fd   pd09300.

      *> Romaneio de carga - agrupa as notas de saida de uma transportadora
      *> numa data de expedicao. Montado por CS10075B, ajustado e fechado
      *> pela expedicao em CS10075C e impresso por CS10076B. O fechamento
      *> carimba f05000-data-saida/horario-saida em todas as notas do
      *> romaneio (PD09400); romaneio fechado nao aceita mais ajuste.
       01   f09300-romaneio.
            03 f09300-chave.
               05 f09300-cd-empresa                pic 9(03).
               05 f09300-cd-filial                 pic 9(04).
               05 f09300-numero-romaneio           pic 9(07).
            03 f09300-cd-transportadora            pic 9(09).
            03 f09300-data-expedicao               pic 9(08).
            03 f09300-fl-situacao                  pic x(01).
               88 f09300-romaneio-aberto               value "A".
               88 f09300-romaneio-fechado              value "F".
            03 f09300-data-fechamento              pic 9(08).
            03 f09300-horario-fechamento           pic 9(06).
            03 f09300-id-usuario-fechamento        pic 9(11).
            03 f09300-data-operacao                pic 9(08).
            03 f09300-horario-operacao             pic 9(06).
            03 f09300-id-usuario-operacao          pic 9(11).

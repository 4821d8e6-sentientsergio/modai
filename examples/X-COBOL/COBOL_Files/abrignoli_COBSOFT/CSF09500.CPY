       fd   pd09500.

      *> Conhecimento de transporte (CT-e) recebido da transportadora - a
      *> fatura do frete das notas que ela levou. A chave e a propria
      *> identificacao do conhecimento no emitente (transportadora + numero +
      *> serie); as notas cobertas ficam em PD09600. A gravacao gera as
      *> parcelas a pagar em PD06400 com tipo 04 (vide CSF06400.CPY).
       01   f09500-conhecimento.
            03 f09500-chave.
               05 f09500-cd-empresa                pic 9(03).
               05 f09500-cd-filial                 pic 9(04).
               05 f09500-cd-transportadora         pic 9(09).
               05 f09500-numero-conhecimento       pic 9(09).
               05 f09500-serie-conhecimento        pic x(03).
            03 f09500-data-emissao                 pic 9(08).
            03 f09500-valor-frete                  pic 9(09)v9(02).
            03 f09500-cd-condicao-pagamento        pic 9(03).
            03 f09500-qtd-notas                    pic 9(03).
            03 f09500-data-operacao                pic 9(08).
            03 f09500-horario-operacao             pic 9(06).
            03 f09500-id-usuario-operacao          pic 9(11).

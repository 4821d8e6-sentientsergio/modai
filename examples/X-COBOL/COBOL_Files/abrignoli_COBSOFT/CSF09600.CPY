       fd   pd09600.

      *> Notas citadas em cada conhecimento de transporte (PD09500). A chave
      *> alternativa f09600-chave-doc (mesma de f05000-chave-doc), com
      *> duplicatas, mostra todos os conhecimentos que cobraram a mesma nota
      *> - a base da auditoria de frete cobrado em dobro (CS10077B).
      *> f09600-fl-nota-propria guarda se a nota existia em PD05000 no
      *> lancamento: a transportadora pode citar nota que nao e nossa.
       01   f09600-nota-conhecimento.
            03 f09600-chave.
               05 f09600-chave-conhecimento.
                  07 f09600-cd-empresa             pic 9(03).
                  07 f09600-cd-filial              pic 9(04).
                  07 f09600-cd-transportadora      pic 9(09).
                  07 f09600-numero-conhecimento    pic 9(09).
                  07 f09600-serie-conhecimento     pic x(03).
               05 f09600-sequencia                 pic 9(03).
            03 f09600-chave-doc.
               05 f09600-doc-cd-empresa            pic 9(03).
               05 f09600-doc-cd-filial             pic 9(04).
               05 f09600-doc-tipo-nota             pic 9(02).
               05 f09600-doc-numero-documento      pic 9(09).
               05 f09600-doc-serie-documento       pic x(03).
            03 f09600-fl-nota-propria              pic x(01).
               88 f09600-nota-propria                  value "S".
               88 f09600-nota-nao-propria              value "N".
            03 f09600-data-operacao                pic 9(08).
            03 f09600-horario-operacao             pic 9(06).
            03 f09600-id-usuario-operacao          pic 9(11).

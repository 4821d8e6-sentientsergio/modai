       fd   pd09400.

      *> Notas de saida de cada romaneio (PD09300). A chave alternativa
      *> f09400-chave-doc (mesma de f05000-chave-doc), sem duplicatas,
      *> garante que uma nota esta em um romaneio so.
       01   f09400-nota-romaneio.
            03 f09400-chave.
               05 f09400-chave-romaneio.
                  07 f09400-cd-empresa             pic 9(03).
                  07 f09400-cd-filial              pic 9(04).
                  07 f09400-numero-romaneio        pic 9(07).
               05 f09400-tipo-nota                 pic 9(02).
               05 f09400-numero-documento          pic 9(09).
               05 f09400-serie-documento           pic x(03).
            03 f09400-chave-doc.
               05 f09400-doc-cd-empresa            pic 9(03).
               05 f09400-doc-cd-filial             pic 9(04).
               05 f09400-doc-tipo-nota             pic 9(02).
               05 f09400-doc-numero-documento      pic 9(09).
               05 f09400-doc-serie-documento       pic x(03).
            03 f09400-cd-destinatario              pic 9(09).
            03 f09400-data-operacao                pic 9(08).
            03 f09400-horario-operacao             pic 9(06).
            03 f09400-id-usuario-operacao          pic 9(11).

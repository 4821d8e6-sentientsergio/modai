       fd   pd08600.

      *> Lancamento contabil (diario) gerado por CS10067B, em partida
      *> dobrada: cada linha debita uma conta e credita outra pelo mesmo
      *> valor, de modo que o diario da competencia fecha por construcao.
      *> A competencia da filial e regerada inteira a cada execucao enquanto
      *> aberta em PD06000; fechada, a geracao e recusada e o diario fica
      *> como esta. O documento aponta a origem: chave da nota (N), do
      *> movimento de baixa PD08100 (B) ou do ajuste de inventario PD07300
      *> (A).
       01   f08600-lancamento-contabil.
            03 f08600-chave.
               05 f08600-cd-empresa                pic 9(03).
               05 f08600-cd-filial                 pic 9(04).
               05 f08600-competencia               pic 9(06).
               05 f08600-sequencia                 pic 9(07).
            03 f08600-data-lancamento              pic 9(08).
            03 f08600-conta-debito                 pic 9(09).
            03 f08600-conta-credito                pic 9(09).
            03 f08600-valor                        pic 9(11)v9(02).
            03 f08600-cd-evento                    pic 9(02).
            03 f08600-fl-origem                    pic x(01).
               88 f08600-origem-nota                   value "N".
               88 f08600-origem-baixa                  value "B".
               88 f08600-origem-ajuste                 value "A".
            03 f08600-documento                    pic x(30).
            03 f08600-historico                    pic x(40).
            03 f08600-data-operacao                pic 9(08).
            03 f08600-horario-operacao             pic 9(06).
            03 f08600-id-usuario-operacao          pic 9(11).

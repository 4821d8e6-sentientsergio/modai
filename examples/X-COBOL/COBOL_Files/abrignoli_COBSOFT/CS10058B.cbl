                                   ==pd07900== by ==bkp07900==
                                   ==ws-fs-pd07900== by ==ws-fs-bkp07900==
                                   =="PD07900"== by ==ws-bkp-nome-pd07900==.
       copy CSS08000.cpy.
       copy CSS08000.cpy replacing leading ==f08000== by ==b08000==
                                   ==pd08000== by ==bkp08000==
                                   ==ws-fs-pd08000== by ==ws-fs-bkp08000==
                                   =="PD08000"== by ==ws-bkp-nome-pd08000==.
       copy CSS08100.cpy.
       copy CSS08100.cpy replacing leading ==f08100== by ==b08100==
                                   ==pd08100== by ==bkp08100==
                                   ==ws-fs-pd08100== by ==ws-fs-bkp08100==
                                   =="PD08100"== by ==ws-bkp-nome-pd08100==.
       copy CSS08200.cpy.
       copy CSS08200.cpy replacing leading ==f08200== by ==b08200==
                                   ==pd08200== by ==bkp08200==
                                   ==ws-fs-pd08200== by ==ws-fs-bkp08200==
                                   =="PD08200"== by ==ws-bkp-nome-pd08200==.
       copy CSS08300.cpy.
       copy CSS08300.cpy replacing leading ==f08300== by ==b08300==
                                   ==pd08300== by ==bkp08300==
                                   ==ws-fs-pd08300== by ==ws-fs-bkp08300==
                                   =="PD08300"== by ==ws-bkp-nome-pd08300==.
       copy CSS08400.cpy.
       copy CSS08400.cpy replacing leading ==f08400== by ==b08400==
                                   ==pd08400== by ==bkp08400==
                                   ==ws-fs-pd08400== by ==ws-fs-bkp08400==
                                   =="PD08400"== by ==ws-bkp-nome-pd08400==.
       copy CSS08500.cpy.
       copy CSS08500.cpy replacing leading ==f08500== by ==b08500==
                                   ==pd08500== by ==bkp08500==
                                   ==ws-fs-pd08500== by ==ws-fs-bkp08500==
                                   =="PD08500"== by ==ws-bkp-nome-pd08500==.
       copy CSS08600.cpy.
       copy CSS08600.cpy replacing leading ==f08600== by ==b08600==
                                   ==pd08600== by ==bkp08600==
                                   ==ws-fs-pd08600== by ==ws-fs-bkp08600==
                                   =="PD08600"== by ==ws-bkp-nome-pd08600==.
       copy CSS08700.cpy.
       copy CSS08700.cpy replacing leading ==f08700== by ==b08700==
                                   ==pd08700== by ==bkp08700==
                                   ==ws-fs-pd08700== by ==ws-fs-bkp08700==
                                   =="PD08700"== by ==ws-bkp-nome-pd08700==.
       copy CSS08800.cpy.
       copy CSS08800.cpy replacing leading ==f08800== by ==b08800==
                                   ==pd08800== by ==bkp08800==
                                   ==ws-fs-pd08800== by ==ws-fs-bkp08800==
                                   =="PD08800"== by ==ws-bkp-nome-pd08800==.
       copy CSS08900.cpy.
       copy CSS08900.cpy replacing leading ==f08900== by ==b08900==
                                   ==pd08900== by ==bkp08900==
                                   ==ws-fs-pd08900== by ==ws-fs-bkp08900==
                                   =="PD08900"== by ==ws-bkp-nome-pd08900==.
       copy CSS09000.cpy.
       copy CSS09000.cpy replacing leading ==f09000== by ==b09000==
                                   ==pd09000== by ==bkp09000==
                                   ==ws-fs-pd09000== by ==ws-fs-bkp09000==
                                   =="PD09000"== by ==ws-bkp-nome-pd09000==.
       copy CSS09100.cpy.
       copy CSS09100.cpy replacing leading ==f09100== by ==b09100==
                                   ==pd09100== by ==bkp09100==
                                   ==ws-fs-pd09100== by ==ws-fs-bkp09100==
                                   =="PD09100"== by ==ws-bkp-nome-pd09100==.
       copy CSS09200.cpy.
       copy CSS09200.cpy replacing leading ==f09200== by ==b09200==
                                   ==pd09200== by ==bkp09200==
                                   ==ws-fs-pd09200== by ==ws-fs-bkp09200==
                                   =="PD09200"== by ==ws-bkp-nome-pd09200==.
       copy CSS09300.cpy.
       copy CSS09300.cpy replacing leading ==f09300== by ==b09300==
                                   ==pd09300== by ==bkp09300==
                                   ==ws-fs-pd09300== by ==ws-fs-bkp09300==
                                   =="PD09300"== by ==ws-bkp-nome-pd09300==.
       copy CSS09400.cpy.
       copy CSS09400.cpy replacing leading ==f09400== by ==b09400==
                                   ==pd09400== by ==bkp09400==
                                   ==ws-fs-pd09400== by ==ws-fs-bkp09400==
                                   =="PD09400"== by ==ws-bkp-nome-pd09400==.
       copy CSS09500.cpy.
       copy CSS09500.cpy replacing leading ==f09500== by ==b09500==
                                   ==pd09500== by ==bkp09500==
                                   ==ws-fs-pd09500== by ==ws-fs-bkp09500==
                                   =="PD09500"== by ==ws-bkp-nome-pd09500==.
       copy CSS09600.cpy.
       copy CSS09600.cpy replacing leading ==f09600== by ==b09600==
                                   ==pd09600== by ==bkp09600==
                                   ==ws-fs-pd09600== by ==ws-fs-bkp09600==
                                   =="PD09600"== by ==ws-bkp-nome-pd09600==.
       copy CSS09700.cpy.
       copy CSS09700.cpy replacing leading ==f09700== by ==b09700==
                                   ==pd09700== by ==bkp09700==
                                   ==ws-fs-pd09700== by ==ws-fs-bkp09700==
                                   =="PD09700"== by ==ws-bkp-nome-pd09700==.
       copy CSS09800.cpy.
       copy CSS09800.cpy replacing leading ==f09800== by ==b09800==
                                   ==pd09800== by ==bkp09800==
                                   ==ws-fs-pd09800== by ==ws-fs-bkp09800==
                                   =="PD09800"== by ==ws-bkp-nome-pd09800==.
       copy CSS09900.cpy.
       copy CSS09900.cpy replacing leading ==f09900== by ==b09900==
                                   ==pd09900== by ==bkp09900==
                                   ==ws-fs-pd09900== by ==ws-fs-bkp09900==
                                   =="PD09900"== by ==ws-bkp-nome-pd09900==.
       copy CSS10000.cpy.
       copy CSS10000.cpy replacing leading ==f10000== by ==b10000==
                                   ==pd10000== by ==bkp10000==
                                   ==ws-fs-pd10000== by ==ws-fs-bkp10000==
                                   =="PD10000"== by ==ws-bkp-nome-pd10000==.
       copy CSS10100.cpy.
       copy CSS10100.cpy replacing leading ==f10100== by ==b10100==
                                   ==pd10100== by ==bkp10100==
                                   ==ws-fs-pd10100== by ==ws-fs-bkp10100==
                                   =="PD10100"== by ==ws-bkp-nome-pd10100==.
       copy CSS10200.cpy.
       copy CSS10200.cpy replacing leading ==f10200== by ==b10200==
                                   ==pd10200== by ==bkp10200==
                                   ==ws-fs-pd10200== by ==ws-fs-bkp10200==
                                   =="PD10200"== by ==ws-bkp-nome-pd10200==.
       copy CSS10300.cpy.
       copy CSS10300.cpy replacing leading ==f10300== by ==b10300==
                                   ==pd10300== by ==bkp10300==
                                   ==ws-fs-pd10300== by ==ws-fs-bkp10300==
                                   =="PD10300"== by ==ws-bkp-nome-pd10300==.
       copy CSS10400.cpy.
       copy CSS10400.cpy replacing leading ==f10400== by ==b10400==
                                   ==pd10400== by ==bkp10400==
                                   ==ws-fs-pd10400== by ==ws-fs-bkp10400==
                                   =="PD10400"== by ==ws-bkp-nome-pd10400==.
       copy CSS10500.cpy.
       copy CSS10500.cpy replacing leading ==f10500== by ==b10500==
                                   ==pd10500== by ==bkp10500==
                                   ==ws-fs-pd10500== by ==ws-fs-bkp10500==
                                   =="PD10500"== by ==ws-bkp-nome-pd10500==.
       copy CSS10600.cpy.
       copy CSS10600.cpy replacing leading ==f10600== by ==b10600==
                                   ==pd10600== by ==bkp10600==
                                   ==ws-fs-pd10600== by ==ws-fs-bkp10600==
                                   =="PD10600"== by ==ws-bkp-nome-pd10600==.
       copy CSS10700.cpy.
       copy CSS10700.cpy replacing leading ==f10700== by ==b10700==
                                   ==pd10700== by ==bkp10700==
                                   ==ws-fs-pd10700== by ==ws-fs-bkp10700==
                                   =="PD10700"== by ==ws-bkp-nome-pd10700==.
       copy CSS10800.cpy.
       copy CSS10800.cpy replacing leading ==f10800== by ==b10800==
                                   ==pd10800== by ==bkp10800==
                                   ==ws-fs-pd10800== by ==ws-fs-bkp10800==
                                   =="PD10800"== by ==ws-bkp-nome-pd10800==.
       copy CSS10900.cpy.
       copy CSS10900.cpy replacing leading ==f10900== by ==b10900==
                                   ==pd10900== by ==bkp10900==
                                   ==ws-fs-pd10900== by ==ws-fs-bkp10900==
                                   =="PD10900"== by ==ws-bkp-nome-pd10900==.

           select ctl10058b
               assign to "CTL10026B"
       copy CSF07900.cpy.
       copy CSF07900.cpy replacing leading ==f07900== by ==b07900==
                                   ==pd07900== by ==bkp07900==.
       copy CSF08000.cpy.
       copy CSF08000.cpy replacing leading ==f08000== by ==b08000==
                                   ==pd08000== by ==bkp08000==.
       copy CSF08100.cpy.
       copy CSF08100.cpy replacing leading ==f08100== by ==b08100==
                                   ==pd08100== by ==bkp08100==.
       copy CSF08200.cpy.
       copy CSF08200.cpy replacing leading ==f08200== by ==b08200==
                                   ==pd08200== by ==bkp08200==.
       copy CSF08300.cpy.
       copy CSF08300.cpy replacing leading ==f08300== by ==b08300==
                                   ==pd08300== by ==bkp08300==.
       copy CSF08400.cpy.
       copy CSF08400.cpy replacing leading ==f08400== by ==b08400==
                                   ==pd08400== by ==bkp08400==.
       copy CSF08500.cpy.
       copy CSF08500.cpy replacing leading ==f08500== by ==b08500==
                                   ==pd08500== by ==bkp08500==.
       copy CSF08600.cpy.
       copy CSF08600.cpy replacing leading ==f08600== by ==b08600==
                                   ==pd08600== by ==bkp08600==.
       copy CSF08700.cpy.
       copy CSF08700.cpy replacing leading ==f08700== by ==b08700==
                                   ==pd08700== by ==bkp08700==.
       copy CSF08800.cpy.
       copy CSF08800.cpy replacing leading ==f08800== by ==b08800==
                                   ==pd08800== by ==bkp08800==.
       copy CSF08900.cpy.
       copy CSF08900.cpy replacing leading ==f08900== by ==b08900==
                                   ==pd08900== by ==bkp08900==.
       copy CSF09000.cpy.
       copy CSF09000.cpy replacing leading ==f09000== by ==b09000==
                                   ==pd09000== by ==bkp09000==.
       copy CSF09100.cpy.
       copy CSF09100.cpy replacing leading ==f09100== by ==b09100==
                                   ==pd09100== by ==bkp09100==.
       copy CSF09200.cpy.
       copy CSF09200.cpy replacing leading ==f09200== by ==b09200==
                                   ==pd09200== by ==bkp09200==.
       copy CSF09300.cpy.
       copy CSF09300.cpy replacing leading ==f09300== by ==b09300==
                                   ==pd09300== by ==bkp09300==.
       copy CSF09400.cpy.
       copy CSF09400.cpy replacing leading ==f09400== by ==b09400==
                                   ==pd09400== by ==bkp09400==.
       copy CSF09500.cpy.
       copy CSF09500.cpy replacing leading ==f09500== by ==b09500==
                                   ==pd09500== by ==bkp09500==.
       copy CSF09600.cpy.
       copy CSF09600.cpy replacing leading ==f09600== by ==b09600==
                                   ==pd09600== by ==bkp09600==.
       copy CSF09700.cpy.
       copy CSF09700.cpy replacing leading ==f09700== by ==b09700==
                                   ==pd09700== by ==bkp09700==.
       copy CSF09800.cpy.
       copy CSF09800.cpy replacing leading ==f09800== by ==b09800==
                                   ==pd09800== by ==bkp09800==.
       copy CSF09900.cpy.
       copy CSF09900.cpy replacing leading ==f09900== by ==b09900==
                                   ==pd09900== by ==bkp09900==.
       copy CSF10000.cpy.
       copy CSF10000.cpy replacing leading ==f10000== by ==b10000==
                                   ==pd10000== by ==bkp10000==.
       copy CSF10100.cpy.
       copy CSF10100.cpy replacing leading ==f10100== by ==b10100==
                                   ==pd10100== by ==bkp10100==.
       copy CSF10200.cpy.
       copy CSF10200.cpy replacing leading ==f10200== by ==b10200==
                                   ==pd10200== by ==bkp10200==.
       copy CSF10300.cpy.
       copy CSF10300.cpy replacing leading ==f10300== by ==b10300==
                                   ==pd10300== by ==bkp10300==.
       copy CSF10400.cpy.
       copy CSF10400.cpy replacing leading ==f10400== by ==b10400==
                                   ==pd10400== by ==bkp10400==.
       copy CSF10500.cpy.
       copy CSF10500.cpy replacing leading ==f10500== by ==b10500==
                                   ==pd10500== by ==bkp10500==.
       copy CSF10600.cpy.
       copy CSF10600.cpy replacing leading ==f10600== by ==b10600==
                                   ==pd10600== by ==bkp10600==.
       copy CSF10700.cpy.
       copy CSF10700.cpy replacing leading ==f10700== by ==b10700==
                                   ==pd10700== by ==bkp10700==.
       copy CSF10800.cpy.
       copy CSF10800.cpy replacing leading ==f10800== by ==b10800==
                                   ==pd10800== by ==bkp10800==.
       copy CSF10900.cpy.
       copy CSF10900.cpy replacing leading ==f10900== by ==b10900==
                                   ==pd10900== by ==bkp10900==.

       fd   ctl10058b
            record contains 35 characters.
       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10058B".
       78   c-descricao-programa                   value "BACKUP VERIFICADO PD".
       78   c-total-arquivos                       value 71.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
            03 ws-bkp-nome-pd07800                  pic x(17).
            03 ws-fs-bkp07900                       pic x(02).
            03 ws-bkp-nome-pd07900                  pic x(17).
            03 ws-fs-bkp08000                       pic x(02).
            03 ws-bkp-nome-pd08000                  pic x(17).
            03 ws-fs-bkp08100                       pic x(02).
            03 ws-bkp-nome-pd08100                  pic x(17).
            03 ws-fs-bkp08200                       pic x(02).
            03 ws-bkp-nome-pd08200                  pic x(17).
            03 ws-fs-bkp08300                       pic x(02).
            03 ws-bkp-nome-pd08300                  pic x(17).
            03 ws-fs-bkp08400                       pic x(02).
            03 ws-bkp-nome-pd08400                  pic x(17).
            03 ws-fs-bkp08500                       pic x(02).
            03 ws-bkp-nome-pd08500                  pic x(17).
            03 ws-fs-bkp08600                       pic x(02).
            03 ws-bkp-nome-pd08600                  pic x(17).
            03 ws-fs-bkp08700                       pic x(02).
            03 ws-bkp-nome-pd08700                  pic x(17).
            03 ws-fs-bkp08800                       pic x(02).
            03 ws-bkp-nome-pd08800                  pic x(17).
            03 ws-fs-bkp08900                       pic x(02).
            03 ws-bkp-nome-pd08900                  pic x(17).
            03 ws-fs-bkp09000                       pic x(02).
            03 ws-bkp-nome-pd09000                  pic x(17).
            03 ws-fs-bkp09100                       pic x(02).
            03 ws-bkp-nome-pd09100                  pic x(17).
            03 ws-fs-bkp09200                       pic x(02).
            03 ws-bkp-nome-pd09200                  pic x(17).
            03 ws-fs-bkp09300                       pic x(02).
            03 ws-bkp-nome-pd09300                  pic x(17).
            03 ws-fs-bkp09400                       pic x(02).
            03 ws-bkp-nome-pd09400                  pic x(17).
            03 ws-fs-bkp09500                       pic x(02).
            03 ws-bkp-nome-pd09500                  pic x(17).
            03 ws-fs-bkp09600                       pic x(02).
            03 ws-bkp-nome-pd09600                  pic x(17).
            03 ws-fs-bkp09700                       pic x(02).
            03 ws-bkp-nome-pd09700                  pic x(17).
            03 ws-fs-bkp09800                       pic x(02).
            03 ws-bkp-nome-pd09800                  pic x(17).
            03 ws-fs-bkp09900                       pic x(02).
            03 ws-bkp-nome-pd09900                  pic x(17).
            03 ws-fs-bkp10000                       pic x(02).
            03 ws-bkp-nome-pd10000                  pic x(17).
            03 ws-fs-bkp10100                       pic x(02).
            03 ws-bkp-nome-pd10100                  pic x(17).
            03 ws-fs-bkp10200                       pic x(02).
            03 ws-bkp-nome-pd10200                  pic x(17).
            03 ws-fs-bkp10300                       pic x(02).
            03 ws-bkp-nome-pd10300                  pic x(17).
            03 ws-fs-bkp10400                       pic x(02).
            03 ws-bkp-nome-pd10400                  pic x(17).
            03 ws-fs-bkp10500                       pic x(02).
            03 ws-bkp-nome-pd10500                  pic x(17).
            03 ws-fs-bkp10600                       pic x(02).
            03 ws-bkp-nome-pd10600                  pic x(17).
            03 ws-fs-bkp10700                       pic x(02).
            03 ws-bkp-nome-pd10700                  pic x(17).
            03 ws-fs-bkp10800                       pic x(02).
            03 ws-bkp-nome-pd10800                  pic x(17).
            03 ws-fs-bkp10900                       pic x(02).
            03 ws-bkp-nome-pd10900                  pic x(17).

      *> Fotografia da origem e da copia por arquivo, mais a base de
      *> CTL10026B para a comparacao informativa - indices na ordem dos
      *> passos de copia, a mesma ordem de CS10026B.
       01   ws-tab-backup.
            03 ws-bk-ocor                           occurs 71.
               05 ws-bk-nome-arquivo                pic x(08).
               05 ws-bk-qtd-origem                  pic 9(09).
               05 ws-bk-hash-origem                 pic 9(16)v9(02).
            move "PD07700"                          to ws-bk-nome-arquivo(39)
            move "PD07800"                          to ws-bk-nome-arquivo(40)
            move "PD07900"                          to ws-bk-nome-arquivo(41)
            move "PD08000"                          to ws-bk-nome-arquivo(42)
            move "PD08100"                          to ws-bk-nome-arquivo(43)
            move "PD08200"                          to ws-bk-nome-arquivo(44)
            move "PD08300"                          to ws-bk-nome-arquivo(45)
            move "PD08400"                          to ws-bk-nome-arquivo(46)
            move "PD08500"                          to ws-bk-nome-arquivo(47)
            move "PD08600"                          to ws-bk-nome-arquivo(48)
            move "PD08700"                          to ws-bk-nome-arquivo(49)
            move "PD08800"                          to ws-bk-nome-arquivo(50)
            move "PD08900"                          to ws-bk-nome-arquivo(51)
            move "PD09000"                          to ws-bk-nome-arquivo(52)
            move "PD09100"                          to ws-bk-nome-arquivo(53)
            move "PD09200"                          to ws-bk-nome-arquivo(54)
            move "PD09300"                          to ws-bk-nome-arquivo(55)
            move "PD09400"                          to ws-bk-nome-arquivo(56)
            move "PD09500"                          to ws-bk-nome-arquivo(57)
            move "PD09600"                          to ws-bk-nome-arquivo(58)
            move "PD09700"                          to ws-bk-nome-arquivo(59)
            move "PD09800"                          to ws-bk-nome-arquivo(60)
            move "PD09900"                          to ws-bk-nome-arquivo(61)
            move "PD10000"                          to ws-bk-nome-arquivo(62)
            move "PD10100"                          to ws-bk-nome-arquivo(63)
            move "PD10200"                          to ws-bk-nome-arquivo(64)
            move "PD10300"                          to ws-bk-nome-arquivo(65)
            move "PD10400"                          to ws-bk-nome-arquivo(66)
            move "PD10500"                          to ws-bk-nome-arquivo(67)
            move "PD10600"                          to ws-bk-nome-arquivo(68)
            move "PD10700"                          to ws-bk-nome-arquivo(69)
            move "PD10800"                          to ws-bk-nome-arquivo(70)
            move "PD10900"                          to ws-bk-nome-arquivo(71)

            perform 1100-carrega-controle-anterior

            perform 2039-copia-pd07700
            perform 2040-copia-pd07800
            perform 2041-copia-pd07900
            perform 2042-copia-pd08000
            perform 2043-copia-pd08100
            perform 2044-copia-pd08200
            perform 2045-copia-pd08300
            perform 2046-copia-pd08400
            perform 2047-copia-pd08500
            perform 2048-copia-pd08600
            perform 2049-copia-pd08700
            perform 2050-copia-pd08800
            perform 2051-copia-pd08900
            perform 2052-copia-pd09000
            perform 2053-copia-pd09100
            perform 2054-copia-pd09200
            perform 2055-copia-pd09300
            perform 2056-copia-pd09400
            perform 2057-copia-pd09500
            perform 2058-copia-pd09600
            perform 2059-copia-pd09700
            perform 2060-copia-pd09800
            perform 2061-copia-pd09900
            perform 2062-copia-pd10000
            perform 2063-copia-pd10100
            perform 2064-copia-pd10200
            perform 2065-copia-pd10300
            perform 2066-copia-pd10400
            perform 2067-copia-pd10500
            perform 2068-copia-pd10600
            perform 2069-copia-pd10700
            perform 2070-copia-pd10800
            perform 2071-copia-pd10900

       exit.


       exit.

      *>=================================================================================
       2042-copia-pd08000 section.

            string "PD08000" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08000

            open input pd08000
            if   ws-fs-pd08000 <> "00"
                 close pd08000
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(42)
                 exit section
            end-if

            open output bkp08000

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(42)
                           add f08000-cd-condicao
                                                    to ws-bk-hash-origem(42)
                           move f08000-condicao-pagamento
                                                    to b08000-condicao-pagamento
                           write b08000-condicao-pagamento
                 end-read
            end-perform

            close pd08000
            close bkp08000

            open input bkp08000
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(42)
                           add b08000-cd-condicao
                                                    to ws-bk-hash-copia(42)
                 end-read
            end-perform
            close bkp08000

       exit.

      *>=================================================================================
       2043-copia-pd08100 section.

            string "PD08100" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08100

            open input pd08100
            if   ws-fs-pd08100 <> "00"
                 close pd08100
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(43)
                 exit section
            end-if

            open output bkp08100

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(43)
                           add f08100-valor-principal
                                                    to ws-bk-hash-origem(43)
                           move f08100-movimento-baixa
                                                    to b08100-movimento-baixa
                           write b08100-movimento-baixa
                 end-read
            end-perform

            close pd08100
            close bkp08100

            open input bkp08100
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(43)
                           add b08100-valor-principal
                                                    to ws-bk-hash-copia(43)
                 end-read
            end-perform
            close bkp08100

       exit.

      *>=================================================================================
       2044-copia-pd08200 section.

            string "PD08200" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08200

            open input pd08200
            if   ws-fs-pd08200 <> "00"
                 close pd08200
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(44)
                 exit section
            end-if

            open output bkp08200

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(44)
                           add f08200-cd-conta
                                                    to ws-bk-hash-origem(44)
                           move f08200-conta-bancaria
                                                    to b08200-conta-bancaria
                           write b08200-conta-bancaria
                 end-read
            end-perform

            close pd08200
            close bkp08200

            open input bkp08200
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(44)
                           add b08200-cd-conta
                                                    to ws-bk-hash-copia(44)
                 end-read
            end-perform
            close bkp08200

       exit.

      *>=================================================================================
       2045-copia-pd08300 section.

            string "PD08300" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08300

            open input pd08300
            if   ws-fs-pd08300 <> "00"
                 close pd08300
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(45)
                 exit section
            end-if

            open output bkp08300

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(45)
                           add f08300-valor
                                                    to ws-bk-hash-origem(45)
                           move f08300-movimento-tesouraria
                                                    to b08300-movimento-tesouraria
                           write b08300-movimento-tesouraria
                 end-read
            end-perform

            close pd08300
            close bkp08300

            open input bkp08300
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(45)
                           add b08300-valor
                                                    to ws-bk-hash-copia(45)
                 end-read
            end-perform
            close bkp08300

       exit.

      *>=================================================================================
       2046-copia-pd08400 section.

            string "PD08400" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08400

            open input pd08400
            if   ws-fs-pd08400 <> "00"
                 close pd08400
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(46)
                 exit section
            end-if

            open output bkp08400

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(46)
                           add f08400-cd-conta-contabil
                                                    to ws-bk-hash-origem(46)
                           move f08400-conta-contabil
                                                    to b08400-conta-contabil
                           write b08400-conta-contabil
                 end-read
            end-perform

            close pd08400
            close bkp08400

            open input bkp08400
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(46)
                           add b08400-cd-conta-contabil
                                                    to ws-bk-hash-copia(46)
                 end-read
            end-perform
            close bkp08400

       exit.

      *>=================================================================================
       2047-copia-pd08500 section.

            string "PD08500" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08500

            open input pd08500
            if   ws-fs-pd08500 <> "00"
                 close pd08500
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(47)
                 exit section
            end-if

            open output bkp08500

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(47)
                           add f08500-cd-evento
                                                    to ws-bk-hash-origem(47)
                           move f08500-regra-contabil
                                                    to b08500-regra-contabil
                           write b08500-regra-contabil
                 end-read
            end-perform

            close pd08500
            close bkp08500

            open input bkp08500
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(47)
                           add b08500-cd-evento
                                                    to ws-bk-hash-copia(47)
                 end-read
            end-perform
            close bkp08500

       exit.

      *>=================================================================================
       2048-copia-pd08600 section.

            string "PD08600" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08600

            open input pd08600
            if   ws-fs-pd08600 <> "00"
                 close pd08600
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(48)
                 exit section
            end-if

            open output bkp08600

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(48)
                           add f08600-valor
                                                    to ws-bk-hash-origem(48)
                           move f08600-lancamento-contabil
                                                    to b08600-lancamento-contabil
                           write b08600-lancamento-contabil
                 end-read
            end-perform

            close pd08600
            close bkp08600

            open input bkp08600
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(48)
                           add b08600-valor
                                                    to ws-bk-hash-copia(48)
                 end-read
            end-perform
            close bkp08600

       exit.

      *>=================================================================================
       2049-copia-pd08700 section.

            string "PD08700" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08700

            open input pd08700
            if   ws-fs-pd08700 <> "00"
                 close pd08700
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(49)
                 exit section
            end-if

            open output bkp08700

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(49)
                           add f08700-valor-total
                                                    to ws-bk-hash-origem(49)
                           move f08700-pedido-compra
                                                    to b08700-pedido-compra
                           write b08700-pedido-compra
                 end-read
            end-perform

            close pd08700
            close bkp08700

            open input bkp08700
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(49)
                           add b08700-valor-total
                                                    to ws-bk-hash-copia(49)
                 end-read
            end-perform
            close bkp08700

       exit.

      *>=================================================================================
       2050-copia-pd08800 section.

            string "PD08800" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08800

            open input pd08800
            if   ws-fs-pd08800 <> "00"
                 close pd08800
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(50)
                 exit section
            end-if

            open output bkp08800

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(50)
                           add f08800-valor-total
                                                    to ws-bk-hash-origem(50)
                           move f08800-item-pedido-compra
                                                    to b08800-item-pedido-compra
                           write b08800-item-pedido-compra
                 end-read
            end-perform

            close pd08800
            close bkp08800

            open input bkp08800
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(50)
                           add b08800-valor-total
                                                    to ws-bk-hash-copia(50)
                 end-read
            end-perform
            close bkp08800

       exit.

      *>=================================================================================
       2051-copia-pd08900 section.

            string "PD08900" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd08900

            open input pd08900
            if   ws-fs-pd08900 <> "00"
                 close pd08900
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(51)
                 exit section
            end-if

            open output bkp08900

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(51)
                           add f08900-numero-documento
                                                    to ws-bk-hash-origem(51)
                           move f08900-conferencia-recebimento
                                                    to b08900-conferencia-recebimento
                           write b08900-conferencia-recebimento
                 end-read
            end-perform

            close pd08900
            close bkp08900

            open input bkp08900
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(51)
                           add b08900-numero-documento
                                                    to ws-bk-hash-copia(51)
                 end-read
            end-perform
            close bkp08900

       exit.

      *>=================================================================================
       2052-copia-pd09000 section.

            string "PD09000" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09000

            open input pd09000
            if   ws-fs-pd09000 <> "00"
                 close pd09000
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(52)
                 exit section
            end-if

            open output bkp09000

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(52)
                           add f09000-cd-mercadoria
                                                    to ws-bk-hash-origem(52)
                           move f09000-parametro-reposicao
                                                    to b09000-parametro-reposicao
                           write b09000-parametro-reposicao
                 end-read
            end-perform

            close pd09000
            close bkp09000

            open input bkp09000
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(52)
                           add b09000-cd-mercadoria
                                                    to ws-bk-hash-copia(52)
                 end-read
            end-perform
            close bkp09000

       exit.

      *>=================================================================================
       2053-copia-pd09100 section.

            string "PD09100" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09100

            open input pd09100
            if   ws-fs-pd09100 <> "00"
                 close pd09100
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(53)
                 exit section
            end-if

            open output bkp09100

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(53)
                           add f09100-ncm
                                                    to ws-bk-hash-origem(53)
                           move f09100-icms-st
                                                    to b09100-icms-st
                           write b09100-icms-st
                 end-read
            end-perform

            close pd09100
            close bkp09100

            open input bkp09100
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(53)
                           add b09100-ncm
                                                    to ws-bk-hash-copia(53)
                 end-read
            end-perform
            close bkp09100

       exit.

      *>=================================================================================
       2054-copia-pd09200 section.

            string "PD09200" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09200

            open input pd09200
            if   ws-fs-pd09200 <> "00"
                 close pd09200
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(54)
                 exit section
            end-if

            open output bkp09200

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(54)
                           add f09200-numero-documento
                                                    to ws-bk-hash-origem(54)
                           move f09200-carta-correcao
                                                    to b09200-carta-correcao
                           write b09200-carta-correcao
                 end-read
            end-perform

            close pd09200
            close bkp09200

            open input bkp09200
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(54)
                           add b09200-numero-documento
                                                    to ws-bk-hash-copia(54)
                 end-read
            end-perform
            close bkp09200

       exit.

      *>=================================================================================
       2055-copia-pd09300 section.

            string "PD09300" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09300

            open input pd09300
            if   ws-fs-pd09300 <> "00"
                 close pd09300
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(55)
                 exit section
            end-if

            open output bkp09300

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(55)
                           add f09300-numero-romaneio
                                                    to ws-bk-hash-origem(55)
                           move f09300-romaneio
                                                    to b09300-romaneio
                           write b09300-romaneio
                 end-read
            end-perform

            close pd09300
            close bkp09300

            open input bkp09300
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(55)
                           add b09300-numero-romaneio
                                                    to ws-bk-hash-copia(55)
                 end-read
            end-perform
            close bkp09300

       exit.

      *>=================================================================================
       2056-copia-pd09400 section.

            string "PD09400" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09400

            open input pd09400
            if   ws-fs-pd09400 <> "00"
                 close pd09400
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(56)
                 exit section
            end-if

            open output bkp09400

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(56)
                           add f09400-numero-documento
                                                    to ws-bk-hash-origem(56)
                           move f09400-nota-romaneio
                                                    to b09400-nota-romaneio
                           write b09400-nota-romaneio
                 end-read
            end-perform

            close pd09400
            close bkp09400

            open input bkp09400
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(56)
                           add b09400-numero-documento
                                                    to ws-bk-hash-copia(56)
                 end-read
            end-perform
            close bkp09400

       exit.

      *>=================================================================================
       2057-copia-pd09500 section.

            string "PD09500" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09500

            open input pd09500
            if   ws-fs-pd09500 <> "00"
                 close pd09500
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(57)
                 exit section
            end-if

            open output bkp09500

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(57)
                           add f09500-valor-frete
                                                    to ws-bk-hash-origem(57)
                           move f09500-conhecimento
                                                    to b09500-conhecimento
                           write b09500-conhecimento
                 end-read
            end-perform

            close pd09500
            close bkp09500

            open input bkp09500
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(57)
                           add b09500-valor-frete
                                                    to ws-bk-hash-copia(57)
                 end-read
            end-perform
            close bkp09500

       exit.

      *>=================================================================================
       2058-copia-pd09600 section.

            string "PD09600" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09600

            open input pd09600
            if   ws-fs-pd09600 <> "00"
                 close pd09600
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(58)
                 exit section
            end-if

            open output bkp09600

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(58)
                           add f09600-numero-conhecimento
                                                    to ws-bk-hash-origem(58)
                           move f09600-nota-conhecimento
                                                    to b09600-nota-conhecimento
                           write b09600-nota-conhecimento
                 end-read
            end-perform

            close pd09600
            close bkp09600

            open input bkp09600
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(58)
                           add b09600-numero-conhecimento
                                                    to ws-bk-hash-copia(58)
                 end-read
            end-perform
            close bkp09600

       exit.

      *>=================================================================================
       2059-copia-pd09700 section.

            string "PD09700" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09700

            open input pd09700
            if   ws-fs-pd09700 <> "00"
                 close pd09700
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(59)
                 exit section
            end-if

            open output bkp09700

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(59)
                           add f09700-valor-meta
                                                    to ws-bk-hash-origem(59)
                           move f09700-meta-vendedor
                                                    to b09700-meta-vendedor
                           write b09700-meta-vendedor
                 end-read
            end-perform

            close pd09700
            close bkp09700

            open input bkp09700
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(59)
                           add b09700-valor-meta
                                                    to ws-bk-hash-copia(59)
                 end-read
            end-perform
            close bkp09700

       exit.

      *>=================================================================================
       2060-copia-pd09800 section.

            string "PD09800" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09800

            open input pd09800
            if   ws-fs-pd09800 <> "00"
                 close pd09800
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(60)
                 exit section
            end-if

            open output bkp09800

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(60)
                           add f09800-dias-atraso
                                                    to ws-bk-hash-origem(60)
                           move f09800-estagio-cobranca
                                                    to b09800-estagio-cobranca
                           write b09800-estagio-cobranca
                 end-read
            end-perform

            close pd09800
            close bkp09800

            open input bkp09800
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(60)
                           add b09800-dias-atraso
                                                    to ws-bk-hash-copia(60)
                 end-read
            end-perform
            close bkp09800

       exit.

      *>=================================================================================
       2061-copia-pd09900 section.

            string "PD09900" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd09900

            open input pd09900
            if   ws-fs-pd09900 <> "00"
                 close pd09900
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(61)
                 exit section
            end-if

            open output bkp09900

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(61)
                           add f09900-cd-destinatario
                                                    to ws-bk-hash-origem(61)
                           move f09900-contato-cobranca
                                                    to b09900-contato-cobranca
                           write b09900-contato-cobranca
                 end-read
            end-perform

            close pd09900
            close bkp09900

            open input bkp09900
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(61)
                           add b09900-cd-destinatario
                                                    to ws-bk-hash-copia(61)
                 end-read
            end-perform
            close bkp09900

       exit.

      *>=================================================================================
       2062-copia-pd10000 section.

            string "PD10000" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10000

            open input pd10000
            if   ws-fs-pd10000 <> "00"
                 close pd10000
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(62)
                 exit section
            end-if

            open output bkp10000

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(62)
                           add f10000-cd-mercadoria
                                                    to ws-bk-hash-origem(62)
                           move f10000-reserva-estoque
                                                    to b10000-reserva-estoque
                           write b10000-reserva-estoque
                 end-read
            end-perform

            close pd10000
            close bkp10000

            open input bkp10000
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(62)
                           add b10000-cd-mercadoria
                                                    to ws-bk-hash-copia(62)
                 end-read
            end-perform
            close bkp10000

       exit.

      *>=================================================================================
       2063-copia-pd10100 section.

            string "PD10100" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10100

            open input pd10100
            if   ws-fs-pd10100 <> "00"
                 close pd10100
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(63)
                 exit section
            end-if

            open output bkp10100

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(63)
                           add f10100-cd-componente
                                                    to ws-bk-hash-origem(63)
                           move f10100-componente-kit
                                                    to b10100-componente-kit
                           write b10100-componente-kit
                 end-read
            end-perform

            close pd10100
            close bkp10100

            open input bkp10100
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(63)
                           add b10100-cd-componente
                                                    to ws-bk-hash-copia(63)
                 end-read
            end-perform
            close bkp10100

       exit.

      *>=================================================================================
       2064-copia-pd10200 section.

            string "PD10200" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10200

            open input pd10200
            if   ws-fs-pd10200 <> "00"
                 close pd10200
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(64)
                 exit section
            end-if

            open output bkp10200

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(64)
                           add f10200-cd-subgrupo
                                                    to ws-bk-hash-origem(64)
                           move f10200-grupo-mercadoria
                                                    to b10200-grupo-mercadoria
                           write b10200-grupo-mercadoria
                 end-read
            end-perform

            close pd10200
            close bkp10200

            open input bkp10200
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(64)
                           add b10200-cd-subgrupo
                                                    to ws-bk-hash-copia(64)
                 end-read
            end-perform
            close bkp10200

       exit.

      *>=================================================================================
       2065-copia-pd10300 section.

            string "PD10300" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10300

            open input pd10300
            if   ws-fs-pd10300 <> "00"
                 close pd10300
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(65)
                 exit section
            end-if

            open output bkp10300

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(65)
                           add f10300-cd-local
                                                    to ws-bk-hash-origem(65)
                           move f10300-local-estoque
                                                    to b10300-local-estoque
                           write b10300-local-estoque
                 end-read
            end-perform

            close pd10300
            close bkp10300

            open input bkp10300
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(65)
                           add b10300-cd-local
                                                    to ws-bk-hash-copia(65)
                 end-read
            end-perform
            close bkp10300

       exit.

      *>=================================================================================
       2066-copia-pd10400 section.

            string "PD10400" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10400

            open input pd10400
            if   ws-fs-pd10400 <> "00"
                 close pd10400
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(66)
                 exit section
            end-if

            open output bkp10400

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(66)
                           add f10400-cd-mercadoria
                                                    to ws-bk-hash-origem(66)
                           move f10400-saldo-local
                                                    to b10400-saldo-local
                           write b10400-saldo-local
                 end-read
            end-perform

            close pd10400
            close bkp10400

            open input bkp10400
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(66)
                           add b10400-cd-mercadoria
                                                    to ws-bk-hash-copia(66)
                 end-read
            end-perform
            close bkp10400

       exit.

      *>=================================================================================
       2067-copia-pd10500 section.

            string "PD10500" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10500

            open input pd10500
            if   ws-fs-pd10500 <> "00"
                 close pd10500
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(67)
                 exit section
            end-if

            open output bkp10500

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(67)
                           add f10500-quantidade-padrao
                                                    to ws-bk-hash-origem(67)
                           move f10500-movimento-local
                                                    to b10500-movimento-local
                           write b10500-movimento-local
                 end-read
            end-perform

            close pd10500
            close bkp10500

            open input bkp10500
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(67)
                           add b10500-quantidade-padrao
                                                    to ws-bk-hash-copia(67)
                 end-read
            end-perform
            close bkp10500

       exit.

      *>=================================================================================
       2068-copia-pd10600 section.

            string "PD10600" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10600

            open input pd10600
            if   ws-fs-pd10600 <> "00"
                 close pd10600
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(68)
                 exit section
            end-if

            open output bkp10600

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(68)
                           add f10600-valor-icms-ciap
                                                    to ws-bk-hash-origem(68)
                           move f10600-bem-ativo
                                                    to b10600-bem-ativo
                           write b10600-bem-ativo
                 end-read
            end-perform

            close pd10600
            close bkp10600

            open input bkp10600
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(68)
                           add b10600-valor-icms-ciap
                                                    to ws-bk-hash-copia(68)
                 end-read
            end-perform
            close bkp10600

       exit.

      *>=================================================================================
       2069-copia-pd10700 section.

            string "PD10700" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10700

            open input pd10700
            if   ws-fs-pd10700 <> "00"
                 close pd10700
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(69)
                 exit section
            end-if

            open output bkp10700

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(69)
                           add f10700-valor-parcelas
                                                    to ws-bk-hash-origem(69)
                           move f10700-ciap-competencia
                                                    to b10700-ciap-competencia
                           write b10700-ciap-competencia
                 end-read
            end-perform

            close pd10700
            close bkp10700

            open input bkp10700
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(69)
                           add b10700-valor-parcelas
                                                    to ws-bk-hash-copia(69)
                 end-read
            end-perform
            close bkp10700

       exit.

      *>=================================================================================
       2070-copia-pd10800 section.

            string "PD10800" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10800

            open input pd10800
            if   ws-fs-pd10800 <> "00"
                 close pd10800
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(70)
                 exit section
            end-if

            open output bkp10800

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(70)
                           add f10800-cd-destinatario
                                                    to ws-bk-hash-origem(70)
                           move f10800-registro-lgpd
                                                    to b10800-registro-lgpd
                           write b10800-registro-lgpd
                 end-read
            end-perform

            close pd10800
            close bkp10800

            open input bkp10800
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(70)
                           add b10800-cd-destinatario
                                                    to ws-bk-hash-copia(70)
                 end-read
            end-perform
            close bkp10800

       exit.

      *>=================================================================================
       2071-copia-pd10900 section.

            string "PD10900" ".B" ws-data-hoje
                 delimited by size into ws-bkp-nome-pd10900

            open input pd10900
            if   ws-fs-pd10900 <> "00"
                 close pd10900
                 move "ORIGEM INDISPONIVEL"          to ws-bk-resultado(71)
                 exit section
            end-if

            open output bkp10900

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-origem(71)
                           add f10900-cd-mercadoria
                                                    to ws-bk-hash-origem(71)
                           move f10900-produto-cliente
                                                    to b10900-produto-cliente
                           write b10900-produto-cliente
                 end-read
            end-perform

            close pd10900
            close bkp10900

            open input bkp10900
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-bk-qtd-copia(71)
                           add b10900-cd-mercadoria
                                                    to ws-bk-hash-copia(71)
                 end-read
            end-perform
            close bkp10900

       exit.

      *>=================================================================================
      *> Prova de cada copia: quantidade e hash relidos precisam fechar com
      *> os da origem - alerta vai tambem para PD00900 (aberto so agora,

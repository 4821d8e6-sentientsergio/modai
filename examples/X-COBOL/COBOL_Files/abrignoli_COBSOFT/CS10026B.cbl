      *>
      *>          Verificacao Noturna de Integridade dos Arquivos PD
      *>
      *>    Abre cada arquivo PD (PD00100-PD01000 e PD05000-PD10900), le
      *>    do inicio ao fim contando registros e acumulando um hash-total dos
      *>    campos monetarios/numericos chave (ex.: soma de f05000-valor-total),
      *>    compara contra os totais de controle da execucao anterior
       copy CSS07700.cpy.
       copy CSS07800.cpy.
       copy CSS07900.cpy.
       copy CSS08000.cpy.
       copy CSS08100.cpy.
       copy CSS08200.cpy.
       copy CSS08300.cpy.
       copy CSS08400.cpy.
       copy CSS08500.cpy.
       copy CSS08600.cpy.
       copy CSS08700.cpy.
       copy CSS08800.cpy.
       copy CSS08900.cpy.
       copy CSS09000.cpy.
       copy CSS09100.cpy.
       copy CSS09200.cpy.
       copy CSS09300.cpy.
       copy CSS09400.cpy.
       copy CSS09500.cpy.
       copy CSS09600.cpy.
       copy CSS09700.cpy.
       copy CSS09800.cpy.
       copy CSS09900.cpy.
       copy CSS10000.cpy.
       copy CSS10100.cpy.
       copy CSS10200.cpy.
       copy CSS10300.cpy.
       copy CSS10400.cpy.
       copy CSS10500.cpy.
       copy CSS10600.cpy.
       copy CSS10700.cpy.
       copy CSS10800.cpy.
       copy CSS10900.cpy.

           select ctl10026b
               assign to "CTL10026B"
       copy CSF07700.cpy.
       copy CSF07800.cpy.
       copy CSF07900.cpy.
       copy CSF08000.cpy.
       copy CSF08100.cpy.
       copy CSF08200.cpy.
       copy CSF08300.cpy.
       copy CSF08400.cpy.
       copy CSF08500.cpy.
       copy CSF08600.cpy.
       copy CSF08700.cpy.
       copy CSF08800.cpy.
       copy CSF08900.cpy.
       copy CSF09000.cpy.
       copy CSF09100.cpy.
       copy CSF09200.cpy.
       copy CSF09300.cpy.
       copy CSF09400.cpy.
       copy CSF09500.cpy.
       copy CSF09600.cpy.
       copy CSF09700.cpy.
       copy CSF09800.cpy.
       copy CSF09900.cpy.
       copy CSF10000.cpy.
       copy CSF10100.cpy.
       copy CSF10200.cpy.
       copy CSF10300.cpy.
       copy CSF10400.cpy.
       copy CSF10500.cpy.
       copy CSF10600.cpy.
       copy CSF10700.cpy.
       copy CSF10800.cpy.
       copy CSF10900.cpy.

       fd   ctl10026b
            record contains 35 characters.
       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10026B".
       78   c-descricao-programa                   value "INTEGRIDADE ARQUIVOS PD".
       78   c-total-arquivos                       value 71.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
            03 ws-hash-esperado                     pic s9(16)v9(02).

      *> Fotografia corrente (qtd + hash por arquivo) e base anterior/deltas
      *> carregados de CTL10026B/DLT10026B - indices 1-71 na ordem dos opens.
       01   ws-tab-integridade.
            03 ws-ti-ocor                           occurs 71.
               05 ws-ti-nome-arquivo                pic x(08).
               05 ws-ti-qtd-registros               pic 9(09).
               05 ws-ti-hash-total                  pic 9(16)v9(02).
            move "PD07700"                          to ws-ti-nome-arquivo(39)
            move "PD07800"                          to ws-ti-nome-arquivo(40)
            move "PD07900"                          to ws-ti-nome-arquivo(41)
            move "PD08000"                          to ws-ti-nome-arquivo(42)
            move "PD08100"                          to ws-ti-nome-arquivo(43)
            move "PD08200"                          to ws-ti-nome-arquivo(44)
            move "PD08300"                          to ws-ti-nome-arquivo(45)
            move "PD08400"                          to ws-ti-nome-arquivo(46)
            move "PD08500"                          to ws-ti-nome-arquivo(47)
            move "PD08600"                          to ws-ti-nome-arquivo(48)
            move "PD08700"                          to ws-ti-nome-arquivo(49)
            move "PD08800"                          to ws-ti-nome-arquivo(50)
            move "PD08900"                          to ws-ti-nome-arquivo(51)
            move "PD09000"                          to ws-ti-nome-arquivo(52)
            move "PD09100"                          to ws-ti-nome-arquivo(53)
            move "PD09200"                          to ws-ti-nome-arquivo(54)
            move "PD09300"                          to ws-ti-nome-arquivo(55)
            move "PD09400"                          to ws-ti-nome-arquivo(56)
            move "PD09500"                          to ws-ti-nome-arquivo(57)
            move "PD09600"                          to ws-ti-nome-arquivo(58)
            move "PD09700"                          to ws-ti-nome-arquivo(59)
            move "PD09800"                          to ws-ti-nome-arquivo(60)
            move "PD09900"                          to ws-ti-nome-arquivo(61)
            move "PD10000"                          to ws-ti-nome-arquivo(62)
            move "PD10100"                          to ws-ti-nome-arquivo(63)
            move "PD10200"                          to ws-ti-nome-arquivo(64)
            move "PD10300"                          to ws-ti-nome-arquivo(65)
            move "PD10400"                          to ws-ti-nome-arquivo(66)
            move "PD10500"                          to ws-ti-nome-arquivo(67)
            move "PD10600"                          to ws-ti-nome-arquivo(68)
            move "PD10700"                          to ws-ti-nome-arquivo(69)
            move "PD10800"                          to ws-ti-nome-arquivo(70)
            move "PD10900"                          to ws-ti-nome-arquivo(71)

            perform 1100-carrega-controle-anterior
            perform 1200-carrega-deltas-esperados
            perform 2490-conta-pd07700
            perform 2495-conta-pd07800
            perform 2496-conta-pd07900
            perform 2700-conta-pd08000
            perform 2710-conta-pd08100
            perform 2720-conta-pd08200
            perform 2730-conta-pd08300
            perform 2740-conta-pd08400
            perform 2750-conta-pd08500
            perform 2760-conta-pd08600
            perform 2770-conta-pd08700
            perform 2780-conta-pd08800
            perform 2790-conta-pd08900
            perform 2800-conta-pd09000
            perform 2810-conta-pd09100
            perform 2820-conta-pd09200
            perform 2830-conta-pd09300
            perform 2840-conta-pd09400
            perform 2850-conta-pd09500
            perform 2860-conta-pd09600
            perform 2870-conta-pd09700
            perform 2880-conta-pd09800
            perform 2890-conta-pd09900
            perform 2900-conta-pd10000
            perform 2910-conta-pd10100
            perform 2920-conta-pd10200
            perform 2930-conta-pd10300
            perform 2940-conta-pd10400
            perform 2950-conta-pd10500
            perform 2960-conta-pd10600
            perform 2970-conta-pd10700
            perform 2980-conta-pd10800
            perform 2990-conta-pd10900

       exit.


       exit.

      *>=================================================================================
       2700-conta-pd08000 section.

            open input pd08000
            if   ws-fs-pd08000 <> "00"
                 close pd08000
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(42)
                           add f08000-cd-condicao
                                                    to ws-ti-hash-total(42)
                 end-read
            end-perform
            close pd08000

       exit.

      *>=================================================================================
       2710-conta-pd08100 section.

            open input pd08100
            if   ws-fs-pd08100 <> "00"
                 close pd08100
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(43)
                           add f08100-valor-principal
                                                    to ws-ti-hash-total(43)
                 end-read
            end-perform
            close pd08100

       exit.

      *>=================================================================================
       2720-conta-pd08200 section.

            open input pd08200
            if   ws-fs-pd08200 <> "00"
                 close pd08200
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(44)
                           add f08200-cd-conta
                                                    to ws-ti-hash-total(44)
                 end-read
            end-perform
            close pd08200

       exit.

      *>=================================================================================
       2730-conta-pd08300 section.

            open input pd08300
            if   ws-fs-pd08300 <> "00"
                 close pd08300
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(45)
                           add f08300-valor
                                                    to ws-ti-hash-total(45)
                 end-read
            end-perform
            close pd08300

       exit.

      *>=================================================================================
       2740-conta-pd08400 section.

            open input pd08400
            if   ws-fs-pd08400 <> "00"
                 close pd08400
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(46)
                           add f08400-cd-conta-contabil
                                                    to ws-ti-hash-total(46)
                 end-read
            end-perform
            close pd08400

       exit.

      *>=================================================================================
       2750-conta-pd08500 section.

            open input pd08500
            if   ws-fs-pd08500 <> "00"
                 close pd08500
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(47)
                           add f08500-cd-evento
                                                    to ws-ti-hash-total(47)
                 end-read
            end-perform
            close pd08500

       exit.

      *>=================================================================================
       2760-conta-pd08600 section.

            open input pd08600
            if   ws-fs-pd08600 <> "00"
                 close pd08600
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(48)
                           add f08600-valor
                                                    to ws-ti-hash-total(48)
                 end-read
            end-perform
            close pd08600

       exit.

      *>=================================================================================
       2770-conta-pd08700 section.

            open input pd08700
            if   ws-fs-pd08700 <> "00"
                 close pd08700
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(49)
                           add f08700-valor-total
                                                    to ws-ti-hash-total(49)
                 end-read
            end-perform
            close pd08700

       exit.

      *>=================================================================================
       2780-conta-pd08800 section.

            open input pd08800
            if   ws-fs-pd08800 <> "00"
                 close pd08800
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(50)
                           add f08800-valor-total
                                                    to ws-ti-hash-total(50)
                 end-read
            end-perform
            close pd08800

       exit.

      *>=================================================================================
       2790-conta-pd08900 section.

            open input pd08900
            if   ws-fs-pd08900 <> "00"
                 close pd08900
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd08900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(51)
                           add f08900-numero-documento
                                                    to ws-ti-hash-total(51)
                 end-read
            end-perform
            close pd08900

       exit.

      *>=================================================================================
       2800-conta-pd09000 section.

            open input pd09000
            if   ws-fs-pd09000 <> "00"
                 close pd09000
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(52)
                           add f09000-cd-mercadoria
                                                    to ws-ti-hash-total(52)
                 end-read
            end-perform
            close pd09000

       exit.

      *>=================================================================================
       2810-conta-pd09100 section.

            open input pd09100
            if   ws-fs-pd09100 <> "00"
                 close pd09100
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(53)
                           add f09100-ncm
                                                    to ws-ti-hash-total(53)
                 end-read
            end-perform
            close pd09100

       exit.

      *>=================================================================================
       2820-conta-pd09200 section.

            open input pd09200
            if   ws-fs-pd09200 <> "00"
                 close pd09200
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(54)
                           add f09200-numero-documento
                                                    to ws-ti-hash-total(54)
                 end-read
            end-perform
            close pd09200

       exit.

      *>=================================================================================
       2830-conta-pd09300 section.

            open input pd09300
            if   ws-fs-pd09300 <> "00"
                 close pd09300
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(55)
                           add f09300-numero-romaneio
                                                    to ws-ti-hash-total(55)
                 end-read
            end-perform
            close pd09300

       exit.

      *>=================================================================================
       2840-conta-pd09400 section.

            open input pd09400
            if   ws-fs-pd09400 <> "00"
                 close pd09400
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(56)
                           add f09400-numero-documento
                                                    to ws-ti-hash-total(56)
                 end-read
            end-perform
            close pd09400

       exit.

      *>=================================================================================
       2850-conta-pd09500 section.

            open input pd09500
            if   ws-fs-pd09500 <> "00"
                 close pd09500
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(57)
                           add f09500-valor-frete
                                                    to ws-ti-hash-total(57)
                 end-read
            end-perform
            close pd09500

       exit.

      *>=================================================================================
       2860-conta-pd09600 section.

            open input pd09600
            if   ws-fs-pd09600 <> "00"
                 close pd09600
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(58)
                           add f09600-numero-conhecimento
                                                    to ws-ti-hash-total(58)
                 end-read
            end-perform
            close pd09600

       exit.

      *>=================================================================================
       2870-conta-pd09700 section.

            open input pd09700
            if   ws-fs-pd09700 <> "00"
                 close pd09700
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(59)
                           add f09700-valor-meta
                                                    to ws-ti-hash-total(59)
                 end-read
            end-perform
            close pd09700

       exit.

      *>=================================================================================
       2880-conta-pd09800 section.

            open input pd09800
            if   ws-fs-pd09800 <> "00"
                 close pd09800
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(60)
                           add f09800-dias-atraso
                                                    to ws-ti-hash-total(60)
                 end-read
            end-perform
            close pd09800

       exit.

      *>=================================================================================
       2890-conta-pd09900 section.

            open input pd09900
            if   ws-fs-pd09900 <> "00"
                 close pd09900
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd09900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(61)
                           add f09900-cd-destinatario
                                                    to ws-ti-hash-total(61)
                 end-read
            end-perform
            close pd09900

       exit.

      *>=================================================================================
       2900-conta-pd10000 section.

            open input pd10000
            if   ws-fs-pd10000 <> "00"
                 close pd10000
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(62)
                           add f10000-cd-mercadoria
                                                    to ws-ti-hash-total(62)
                 end-read
            end-perform
            close pd10000

       exit.

      *>=================================================================================
       2910-conta-pd10100 section.

            open input pd10100
            if   ws-fs-pd10100 <> "00"
                 close pd10100
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(63)
                           add f10100-cd-componente
                                                    to ws-ti-hash-total(63)
                 end-read
            end-perform
            close pd10100

       exit.

      *>=================================================================================
       2920-conta-pd10200 section.

            open input pd10200
            if   ws-fs-pd10200 <> "00"
                 close pd10200
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(64)
                           add f10200-cd-subgrupo
                                                    to ws-ti-hash-total(64)
                 end-read
            end-perform
            close pd10200

       exit.

      *>=================================================================================
       2930-conta-pd10300 section.

            open input pd10300
            if   ws-fs-pd10300 <> "00"
                 close pd10300
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(65)
                           add f10300-cd-local
                                                    to ws-ti-hash-total(65)
                 end-read
            end-perform
            close pd10300

       exit.

      *>=================================================================================
       2940-conta-pd10400 section.

            open input pd10400
            if   ws-fs-pd10400 <> "00"
                 close pd10400
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(66)
                           add f10400-cd-mercadoria
                                                    to ws-ti-hash-total(66)
                 end-read
            end-perform
            close pd10400

       exit.

      *>=================================================================================
       2950-conta-pd10500 section.

            open input pd10500
            if   ws-fs-pd10500 <> "00"
                 close pd10500
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(67)
                           add f10500-quantidade-padrao
                                                    to ws-ti-hash-total(67)
                 end-read
            end-perform
            close pd10500

       exit.

      *>=================================================================================
       2960-conta-pd10600 section.

            open input pd10600
            if   ws-fs-pd10600 <> "00"
                 close pd10600
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(68)
                           add f10600-valor-icms-ciap
                                                    to ws-ti-hash-total(68)
                 end-read
            end-perform
            close pd10600

       exit.

      *>=================================================================================
       2970-conta-pd10700 section.

            open input pd10700
            if   ws-fs-pd10700 <> "00"
                 close pd10700
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(69)
                           add f10700-valor-parcelas
                                                    to ws-ti-hash-total(69)
                 end-read
            end-perform
            close pd10700

       exit.

      *>=================================================================================
       2980-conta-pd10800 section.

            open input pd10800
            if   ws-fs-pd10800 <> "00"
                 close pd10800
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(70)
                           add f10800-cd-destinatario
                                                    to ws-ti-hash-total(70)
                 end-read
            end-perform
            close pd10800

       exit.

      *>=================================================================================
       2990-conta-pd10900 section.

            open input pd10900
            if   ws-fs-pd10900 <> "00"
                 close pd10900
                 exit section
            end-if
            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read pd10900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-ti-qtd-registros(71)
                           add f10900-cd-mercadoria
                                                    to ws-ti-hash-total(71)
                 end-read
            end-perform
            close pd10900

       exit.

      *>=================================================================================
       3000-finalizacao section.


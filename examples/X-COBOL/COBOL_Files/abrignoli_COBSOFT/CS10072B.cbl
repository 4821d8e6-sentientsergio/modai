      $set sourceformat"free"
       program-id. CS10072B.
      *>=================================================================================
      *>
      *>          Escrituracao Fiscal Digital (EFD ICMS/IPI) por Filial
      *>
      *>    Gera o arquivo texto da EFD ICMS/IPI (registros delimitados por
      *>    "|") da filial/competencia de PAR10072B, que o contador montava a
      *>    mao a partir dos livros e da apuracao. Bloco 0 com a abertura e
      *>    identificacao da filial (PD00150), participantes (destinatarios
      *>    de PD00600 e transportadoras de PD07500), unidades (PD05500) e
      *>    itens (PD00700) efetivamente citados nos documentos; bloco C com
      *>    os documentos e itens de PD05000/PD05100 (vivos e historico)
      *>    dirigidos pelo indice PD07900 e o analitico por CST/CFOP/aliquota
      *>    na mesma classificacao de CS10035B/CS10043B; bloco E com a
      *>    apuracao de ICMS, ICMS-ST e IPI gravada por CS10042B em PD07000,
      *>    com a parcela do CIAP detalhada em E111. Os demais blocos saem
      *>    sem movimento. Competencia ainda aberta em PD06000, ou com
      *>    documentos e sem apuracao, e recusada. O arquivo sai em EFD10072B
      *>    com numero de geracao no catalogo de spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00150.cpy.
       copy CSS00200.cpy.
       copy CSS00300.cpy.
       copy CSS00400.cpy.
       copy CSS00500.cpy.
      *> CSS00550/CSF00550/CSR00550 acompanham CSR00500.CPY - vide CS10009B.
       copy CSS00550.cpy.
       copy CSS00600.cpy.
       copy CSS00700.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS05500.cpy.
       copy CSS06000.cpy.
       copy CSS06300.cpy.
       copy CSS07000.cpy.
       copy CSS07500.cpy.
       copy CSS07900.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   =="PD05000"== by =="HIS05000"==.
       copy CSS05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==
                                   ==ws-fs-pd05100== by ==ws-fs-his05100==
                                   =="PD05100"== by =="HIS05100"==.

           select par10072b
               assign to "PAR10072B"
               organization is line sequential
               file status is ws-fs-par10072b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - o arquivo transmitido ao fisco fica guardado e
      *>   uma retificacao gera nova geracao em vez de sobrescrever.
           select efd10072b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-efd10072b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00150.cpy.
       copy CSF00200.cpy.
       copy CSF00300.cpy.
       copy CSF00400.cpy.
       copy CSF00500.cpy.
       copy CSF00550.cpy.
       copy CSF00600.cpy.
       copy CSF00700.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF05500.cpy.
       copy CSF06000.cpy.
       copy CSF06300.cpy.
       copy CSF07000.cpy.
       copy CSF07500.cpy.
       copy CSF07900.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.

       fd   par10072b
            record contains 18 characters.

      *>   Codigo de ajuste da apuracao (tabela 5.1.1 da UF) com que o credito
      *>   do CIAP sai em E111 - so exigido em competencia com CIAP apurado.
       01   par10072b-linha.
            03 pp-cd-filial                        pic 9(04).
            03 pp-competencia                      pic 9(06).
            03 pp-cd-ajuste-ciap                   pic x(08).

       fd   efd10072b
            record contains 600 characters.

       01   efd10072b-linha                        pic x(600).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10072B".
       78   c-descricao-programa                   value "EFD ICMS/IPI".
       78   c-versao-leiaute                       value "017".
       78   c-max-participantes                    value 3000.
       78   c-max-itens                            value 5000.
       78   c-max-unidades                         value 500.
       78   c-max-analitico                        value 200.
       78   c-max-registros                        value 60.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-efd.
            03 ws-fs-par10072b                      pic x(02).
            03 ws-fs-efd10072b                      pic x(02).
            03 ws-fs-his05000                       pic x(02).
            03 ws-fs-his05100                       pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-origem-documento                pic x(01).
               88 ws-documento-historico                 value "H".
               88 ws-documento-vivo                      value "V".
            03 ws-fl-documento-carregado             pic x(01).
               88 ws-documento-carregado                 value "S".
            03 ws-fl-passada                         pic x(01).
               88 ws-passada-coleta                      value "1".
               88 ws-passada-gravacao                    value "2".
            03 ws-fl-tabela-esgotada                 pic x(01).
               88 ws-tabela-esgotada                     value "S".
            03 ws-fl-achou                           pic x(01).
               88 ws-achou                               value "S".
            03 ws-fl-terceiros                       pic x(01).
               88 ws-documento-terceiros                 value "S".
            03 ws-cd-filial-parm                     pic 9(04).
            03 ws-competencia-parm                   pic 9(06).
            03 filler redefines ws-competencia-parm.
               05 ws-ano-parm                        pic 9(04).
               05 ws-mes-parm                        pic 9(02).
            03 ws-cd-empresa-efd                     pic 9(03).
            03 ws-uf-filial                          pic x(02).
            03 ws-data-inicio                        pic 9(08).
            03 ws-data-fim                           pic 9(08).
            03 ws-data-proximo-mes                   pic 9(08).
            03 filler redefines ws-data-proximo-mes.
               05 ws-ano-proximo-mes                 pic 9(04).
               05 ws-mes-proximo-mes                 pic 9(02).
               05 ws-dia-proximo-mes                 pic 9(02).
            03 ws-dias-data                          pic 9(08).
            03 ws-chave-doc-comparacao               pic x(30).
            03 ws-total-documentos                   pic 9(07).
            03 ws-total-cancelados                   pic 9(07).
            03 ws-idx                                pic 9(05).
            03 ws-idx-uf                             pic 9(02).
            03 ws-cd-busca                           pic 9(09).
            03 ws-tipo-participante                  pic x(01).
            03 ws-cst-item                           pic 9(04).
            03 ws-cd-ajuste-ciap                     pic x(08).

      *> Participantes, itens e unidades citados no periodo - coletados na
      *> primeira passada pelo indice, para o bloco 0 sair antes do bloco C
      *> so com o que os documentos de fato referenciam.
       01   ws-tab-participantes.
            03 ws-tpa-total-ocor                    pic 9(05) value zeros.
            03 ws-tpa-ocor                          occurs 3000.
               05 ws-tpa-tipo                       pic x(01).
               05 ws-tpa-codigo                     pic 9(09).

       01   ws-tab-itens.
            03 ws-tit-total-ocor                    pic 9(05) value zeros.
            03 ws-tit-ocor                          occurs 5000.
               05 ws-tit-cd-mercadoria              pic 9(09).

       01   ws-tab-unidades.
            03 ws-tun-total-ocor                    pic 9(05) value zeros.
            03 ws-tun-ocor                          occurs 500.
               05 ws-tun-cd-unidade                 pic 9(09).

      *> Analitico do documento corrente (registro C190) - mesma regra de
      *> coluna dos livros CS10035B/CS10043B: CST 40/41/50 e item sem base
      *> nao levam base/ICMS; o valor da operacao e o valor do item.
       01   ws-tab-analitico.
            03 ws-tan-total-ocor                    pic 9(03) value zeros.
            03 ws-tan-ocor                          occurs 200.
               05 ws-tan-cst                        pic 9(04).
               05 ws-tan-cfop                       pic 9(04).
               05 ws-tan-aliq-icms                  pic 9(09)v9(02).
               05 ws-tan-valor-operacao             pic 9(11)v9(02).
               05 ws-tan-base-icms                  pic 9(11)v9(02).
               05 ws-tan-valor-icms                 pic 9(11)v9(02).
               05 ws-tan-base-icms-st               pic 9(11)v9(02).
               05 ws-tan-valor-icms-st              pic 9(11)v9(02).
               05 ws-tan-valor-ipi                  pic 9(11)v9(02).

      *> Quantidade de linhas por tipo de registro - e o que o bloco 9
      *> (9900) totaliza no encerramento do arquivo.
       01   ws-tab-registros.
            03 ws-trg-total-ocor                    pic 9(03) value zeros.
            03 ws-trg-ocor                          occurs 60.
               05 ws-trg-registro                   pic x(04).
               05 ws-trg-quantidade                 pic 9(09).

      *> Sigla da UF pelo codigo IBGE de PD00300 (f00300-cd-estado).
       01   ws-tab-uf-valores.
            03 filler                              pic x(40) value "11RO12AC13AM14RR15PA16AP17TO21MA22PI23CE".
            03 filler                              pic x(40) value "24RN25PB26PE27AL28SE29BA31MG32ES33RJ35SP".
            03 filler                              pic x(28) value "41PR42SC43RS50MS51MT52GO53DF".

       01   ws-tab-uf redefines ws-tab-uf-valores.
            03 ws-tuf-ocor                          occurs 27.
               05 ws-tuf-cd-estado                  pic 9(02).
               05 ws-tuf-sigla                      pic x(02).

      *> Montagem da linha corrente - cada campo entra precedido de "|" e o
      *> registro fecha com o "|" final.
       01   ws-linha-efd.
            03 ws-efd-ptr                           pic 9(04).
            03 ws-efd-registro                      pic x(04).
            03 ws-efd-campo                         pic x(60).
            03 ws-efd-valor                         pic s9(11)v9(02).
            03 ws-efd-edt-valor                     pic -(11)9,99.
            03 ws-efd-quantidade                    pic 9(09)v9(06).
            03 ws-efd-edt-quantidade                pic z(08)9,99999.
            03 ws-efd-inteiro                       pic 9(11).
            03 ws-efd-edt-inteiro                   pic z(10)9.
            03 ws-efd-data                          pic 9(08).
            03 filler redefines ws-efd-data.
               05 ws-efd-ano                        pic x(04).
               05 ws-efd-mes                        pic x(02).
               05 ws-efd-dia                        pic x(02).
            03 ws-efd-cod-part                      pic x(10).
            03 ws-efd-unidade                       pic x(09).
            03 ws-efd-linhas-bloco                  pic 9(07).
            03 ws-efd-linhas-arquivo                pic 9(09).
            03 ws-efd-qtd-9900                      pic 9(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            if   ws-parametro-ok
                 perform 2000-processamento
            end-if
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            set ws-parametro-nok                    to true
            move zeros                              to ws-cd-filial-parm
            move zeros                              to ws-competencia-parm
            move spaces                             to ws-cd-ajuste-ciap
            move zeros                              to ws-cd-empresa-efd
            move zeros                              to ws-total-documentos
            move zeros                              to ws-total-cancelados
            move zeros                              to ws-efd-linhas-arquivo
            move "N"                                to ws-fl-tabela-esgotada

            open input par10072b
            read par10072b
                 at end
                      move "Parametro PAR10072B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10072b

            if   ws-parametro-ok
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-competencia                 to ws-competencia-parm
                 move pp-cd-ajuste-ciap              to ws-cd-ajuste-ciap
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00150
            perform 9000-abrir-i-pd00200
            perform 9000-abrir-i-pd00300
            perform 9000-abrir-i-pd00400
            perform 9000-abrir-io-pd00500
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-i-pd05500
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd07000
            perform 9000-abrir-io-pd07500
            perform 9000-abrir-io-pd07900

            open input his05000
            open input his05100

            perform 9000-abrir-io-pd06300

            move c-este-programa                     to f06300-nome-programa
            move "EFD10072B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output efd10072b

       exit.

      *>=================================================================================
       2000-processamento section.

      *>    Periodo da escrituracao - do dia 1 ao ultimo dia da competencia
      *>    (vespera do dia 1 do mes seguinte).
            compute ws-data-inicio = ws-competencia-parm * 100 + 1
            move ws-ano-parm                        to ws-ano-proximo-mes
            move ws-mes-parm                        to ws-mes-proximo-mes
            move 01                                 to ws-dia-proximo-mes
            if   ws-mes-proximo-mes = 12
                 move 01                            to ws-mes-proximo-mes
                 add 1                              to ws-ano-proximo-mes
            else
                 add 1                              to ws-mes-proximo-mes
            end-if
            compute ws-dias-data = function integer-of-date(ws-data-proximo-mes) - 1
            compute ws-data-fim  = function date-of-integer(ws-dias-data)

            perform 2010-resolve-filial

            if   ws-cd-empresa-efd = zeros
                 string "Filial [" ws-cd-filial-parm "] nao cadastrada em PD00150 - EFD recusada!"
                        into ws-mensagem
                 perform 9000-mensagem-lote
                 move spaces                        to efd10072b-linha
                 string "*** Filial " ws-cd-filial-parm
                        " nao cadastrada - EFD recusada ***"
                      delimited by size into efd10072b-linha
                 write efd10072b-linha
                 exit section
            end-if

      *>    A escrituracao so sai de competencia FECHADA (CS10023C) - o que
      *>    vai ao fisco nao pode mudar por uma digitacao retroativa.
            initialize                              f06000-periodo-fiscal
            move ws-cd-empresa-efd                  to f06000-cd-empresa
            move ws-cd-filial-parm                  to f06000-cd-filial
            move ws-competencia-parm                to f06000-competencia
            perform 9000-verifica-competencia-fechada

            if   ws-competencia-aberta-chk
                 string "Competencia [" ws-competencia-parm
                        "] nao fechada - EFD recusada!" into ws-mensagem
                 perform 9000-mensagem-lote
                 move spaces                        to efd10072b-linha
                 string "*** Competencia " ws-competencia-parm
                        " nao fechada - EFD recusada ***"
                      delimited by size into efd10072b-linha
                 write efd10072b-linha
                 exit section
            end-if

            set ws-passada-coleta                   to true
            perform 2100-varre-indice

            if   ws-tabela-esgotada
                 move "Tabela de participantes/itens esgotada - EFD recusada!"
                                                    to ws-mensagem
                 perform 9000-mensagem-lote
                 move spaces                        to efd10072b-linha
                 string "*** Tabela de participantes/itens/unidades esgotada"
                        " - EFD recusada ***"
                      delimited by size into efd10072b-linha
                 write efd10072b-linha
                 exit section
            end-if

      *>    O bloco E sai da apuracao de CS10042B - com documentos no mes e
      *>    sem apuracao gravada, o arquivo iria ao fisco sem o imposto.
            initialize                              f07000-apuracao
            move ws-cd-empresa-efd                  to f07000-cd-empresa
            move ws-cd-filial-parm                  to f07000-cd-filial
            move ws-competencia-parm                to f07000-competencia
            perform 9000-ler-pd07000-ran-1

            if   not ws-operacao-ok
                 initialize                         f07000-apuracao
                 if   ws-total-documentos > ws-total-cancelados
                      string "Competencia [" ws-competencia-parm
                             "] sem apuracao (CS10042B) - EFD recusada!" into ws-mensagem
                      perform 9000-mensagem-lote
                      move spaces                   to efd10072b-linha
                      string "*** Competencia " ws-competencia-parm
                             " sem apuracao de ICMS/IPI - EFD recusada ***"
                           delimited by size into efd10072b-linha
                      write efd10072b-linha
                      exit section
                 end-if
            end-if

      *>    O credito do CIAP somado em E110 tem de ir detalhado em E111, e o
      *>    codigo de ajuste e da tabela da UF - sem ele o arquivo e rejeitado.
            if   f07000-creditos-ciap > zeros
            and  ws-cd-ajuste-ciap = spaces
                 move "CIAP sem codigo de ajuste (PAR10072B) - EFD recusada!"
                                                    to ws-mensagem
                 perform 9000-mensagem-lote
                 move spaces                        to efd10072b-linha
                 string "*** Competencia " ws-competencia-parm
                        " com credito do CIAP sem codigo de ajuste em PAR10072B"
                        " - EFD recusada ***"
                      delimited by size into efd10072b-linha
                 write efd10072b-linha
                 exit section
            end-if

            perform 2200-bloco-0
            perform 2300-bloco-b
            perform 2400-bloco-c
            perform 2500-bloco-d
            perform 2600-bloco-e
            perform 2700-blocos-sem-movimento
            perform 2800-bloco-1
            perform 2900-bloco-9

       exit.

      *>=================================================================================
      *> O parametro so traz a filial (como PAR10042B) - a empresa e a
      *> identificacao do estabelecimento saem do cadastro PD00150, para a
      *> escrituracao de um mes sem movimento tambem poder ser gerada.
       2010-resolve-filial section.

            move zeros                              to ws-cd-empresa-efd
            move spaces                             to ws-uf-filial

            initialize                              f00150-chave
            perform 9000-str-pd00150-ge

            perform until not ws-operacao-ok
                 perform 9000-ler-pd00150-seq-1
                 if   ws-operacao-ok
                 and  f00150-cd-filial equal ws-cd-filial-parm
                      move f00150-cd-empresa        to ws-cd-empresa-efd
                      set ws-operacao-nok           to true
                 end-if
            end-perform

            if   ws-cd-empresa-efd = zeros
                 exit section
            end-if

            initialize                              f00150-chave
            move ws-cd-empresa-efd                  to f00150-cd-empresa
            move ws-cd-filial-parm                  to f00150-cd-filial
            perform 9000-ler-pd00150-ran-1

            initialize                              f00300-estado
            move f00150-id-estado                   to f00300-id-estado
            perform 9000-ler-pd00300-ran-2
            if   ws-operacao-ok
                 perform 9000-sigla-uf
                 move ws-efd-campo(1:2)             to ws-uf-filial
            end-if

       exit.

      *>=================================================================================
      *> Percorre as linhas de indice da empresa/filial/competencia - na
      *> primeira passada coleta participantes/itens/unidades, na segunda
      *> grava o bloco C. Cada linha aponta o documento no arquivo certo
      *> (vivos ou historico), vide CS10035B/2000-processamento.
       2100-varre-indice section.

            initialize                              f07900-chave
            move ws-cd-empresa-efd                  to f07900-cd-empresa
            move ws-cd-filial-parm                  to f07900-cd-filial
            move ws-competencia-parm                to f07900-ano-mes
            perform 9000-str-pd07900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd07900-seq-1

                 if   ws-operacao-ok
                 and  f07900-cd-empresa equal ws-cd-empresa-efd
                 and  f07900-cd-filial  equal ws-cd-filial-parm
                 and  f07900-ano-mes    equal ws-competencia-parm

                      perform 2020-carrega-documento-indice

                      if   ws-documento-carregado
                      and  f05000-data-operacao(1:6) equal ws-competencia-parm
                           if   ws-passada-coleta
                                perform 2110-coleta-documento
                           else
                                perform 2410-grava-documento
                           end-if
                      end-if

                      set ws-operacao-ok            to true

                 else
                      set ws-operacao-nok           to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Rele o documento apontado pela linha de indice corrente - mesmo
      *> desenho de CS10035B/2020-carrega-documento-indice.
       2020-carrega-documento-indice section.

            move "N"                                to ws-fl-documento-carregado

            if   f07900-indice-no-historico

                 if   ws-fs-his05000 <> "00"
                      exit section
                 end-if

                 set ws-documento-historico         to true
                 initialize                         h05000-mestre-nota-fiscal
                 move f07900-chave-doc              to h05000-chave-doc
                 move f07900-cd-destinatario        to h05000-cd-destinatario
                 move zeros                         to h05000-sequencia
                 read his05000
                      key is h05000-chave
                      invalid key
                           continue
                      not invalid key
                           move h05000-mestre-nota-fiscal
                                                    to f05000-mestre-nota-fiscal
                           set ws-documento-carregado to true
                 end-read

            else

                 set ws-documento-vivo              to true
                 initialize                         f05000-mestre-nota-fiscal
                 move f07900-chave-doc              to f05000-chave-doc
                 move f07900-cd-destinatario        to f05000-cd-destinatario
                 move zeros                         to f05000-sequencia
                 perform 9000-ler-pd05000-ran-1
                 if   ws-operacao-ok
                      set ws-documento-carregado    to true
                 end-if

            end-if

       exit.

      *>=================================================================================
      *> Documento cancelado so entra no bloco C com a situacao - sem
      *> participante nem itens a declarar.
       2110-coleta-documento section.

            add 1                                   to ws-total-documentos

            if   f05000-doc-cancelado
                 add 1                              to ws-total-cancelados
                 exit section
            end-if

            move "D"                                to ws-tipo-participante
            move f05000-cd-destinatario             to ws-cd-busca
            perform 2120-inclui-participante

            if   f05000-cd-transportadora > zeros
                 move "T"                           to ws-tipo-participante
                 move f05000-cd-transportadora      to ws-cd-busca
                 perform 2120-inclui-participante
            end-if

            perform 2150-percorre-itens

       exit.

      *>=================================================================================
       2120-inclui-participante section.

            move "N"                                to ws-fl-achou
            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-tpa-total-ocor
                       or ws-achou
                 if   ws-tpa-tipo(ws-idx)   equal ws-tipo-participante
                 and  ws-tpa-codigo(ws-idx) equal ws-cd-busca
                      set ws-achou                  to true
                 end-if
            end-perform

            if   ws-achou
                 exit section
            end-if

            if   ws-tpa-total-ocor >= c-max-participantes
                 set ws-tabela-esgotada             to true
                 exit section
            end-if

            add 1                                   to ws-tpa-total-ocor
            move ws-tipo-participante               to ws-tpa-tipo(ws-tpa-total-ocor)
            move ws-cd-busca                        to ws-tpa-codigo(ws-tpa-total-ocor)

       exit.

      *>=================================================================================
       2130-inclui-item section.

            move "N"                                to ws-fl-achou
            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-tit-total-ocor
                       or ws-achou
                 if   ws-tit-cd-mercadoria(ws-idx) equal f05100-cd-mercadoria
                      set ws-achou                  to true
                 end-if
            end-perform

            if   ws-achou
                 exit section
            end-if

            if   ws-tit-total-ocor >= c-max-itens
                 set ws-tabela-esgotada             to true
                 exit section
            end-if

            add 1                                   to ws-tit-total-ocor
            move f05100-cd-mercadoria               to ws-tit-cd-mercadoria(ws-tit-total-ocor)

      *>       A unidade de inventario do item (0200) tambem precisa estar no
      *>       0190, mesmo que nenhum documento do mes use essa unidade.
            move f05100-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 move f00700-cd-unidade-medida      to ws-cd-busca
                 perform 2140-inclui-unidade
            end-if

       exit.

      *>=================================================================================
       2140-inclui-unidade section.

            move "N"                                to ws-fl-achou
            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-tun-total-ocor
                       or ws-achou
                 if   ws-tun-cd-unidade(ws-idx) equal ws-cd-busca
                      set ws-achou                  to true
                 end-if
            end-perform

            if   ws-achou
                 exit section
            end-if

            if   ws-tun-total-ocor >= c-max-unidades
                 set ws-tabela-esgotada             to true
                 exit section
            end-if

            add 1                                   to ws-tun-total-ocor
            move ws-cd-busca                        to ws-tun-cd-unidade(ws-tun-total-ocor)

       exit.

      *>=================================================================================
      *> Itens do documento corrente, vivos ou historico - cada um passa por
      *> 2160-trata-item na passada em curso.
       2150-percorre-itens section.

            if   ws-documento-historico

                 initialize                         h05100-chave-doc
                 move f05000-cd-empresa             to h05100-cd-empresa
                 move f05000-cd-filial              to h05100-cd-filial
                 move f05000-tipo-nota              to h05100-tipo-nota
                 move f05000-numero-documento       to h05100-numero-documento
                 move f05000-serie-documento        to h05100-serie-documento
                 move f05000-cd-destinatario        to h05100-cd-destinatario
                 move h05100-chave-doc              to ws-chave-doc-comparacao

                 set ws-operacao-nok                to true
                 start his05100
                      key is equal h05100-chave-doc
                      invalid key
                           continue
                      not invalid key
                           set ws-operacao-ok       to true
                 end-start

                 perform until not ws-operacao-ok

                      read his05100 next record
                           at end
                                set ws-operacao-nok to true
                           not at end
                                set ws-operacao-ok  to true
                      end-read

                      if   ws-operacao-ok
                      and  h05100-chave-doc equal ws-chave-doc-comparacao
                           move h05100-item-nota-fiscal to f05100-item-nota-fiscal
                           perform 2160-trata-item
                           set ws-operacao-ok       to true
                      else
                           set ws-operacao-nok      to true
                      end-if

                 end-perform

            else

                 initialize                         f05100-chave-doc
                 move f05000-cd-empresa             to f05100-cd-empresa
                 move f05000-cd-filial              to f05100-cd-filial
                 move f05000-tipo-nota              to f05100-tipo-nota
                 move f05000-numero-documento       to f05100-numero-documento
                 move f05000-serie-documento        to f05100-serie-documento
                 move f05000-cd-destinatario        to f05100-cd-destinatario
                 move f05100-chave-doc              to ws-chave-doc-comparacao

                 perform 9000-str-pd05100-doc

                 perform until not ws-operacao-ok

                      perform 9000-ler-pd05100-seq-1

                      if   ws-operacao-ok
                      and  f05100-chave-doc equal ws-chave-doc-comparacao
                           perform 2160-trata-item
                           set ws-operacao-ok       to true
                      else
                           set ws-operacao-nok      to true
                      end-if

                 end-perform

            end-if

       exit.

      *>=================================================================================
       2160-trata-item section.

            if   ws-passada-coleta
                 perform 2130-inclui-item
                 move f05100-cd-unidade-medida      to ws-cd-busca
                 perform 2140-inclui-unidade
            else
                 if   ws-documento-terceiros
                      perform 2420-grava-item
                 end-if
                 perform 2430-acumula-analitico
            end-if

       exit.

      *>=================================================================================
      *> Bloco 0 - abertura, identificacao da filial e tabelas de cadastro
      *> citadas no periodo.
       2200-bloco-0 section.

            move zeros                              to ws-efd-linhas-bloco

            initialize                              f00150-chave
            move ws-cd-empresa-efd                  to f00150-cd-empresa
            move ws-cd-filial-parm                  to f00150-cd-filial
            perform 9000-ler-pd00150-ran-1

            move "0000"                             to ws-efd-registro
            perform 8000-inicia-registro
            move c-versao-leiaute                   to ws-efd-campo
            perform 8010-campo-texto
            move "0"                                to ws-efd-campo
            perform 8010-campo-texto
            move ws-data-inicio                     to ws-efd-data
            perform 8050-campo-data
            move ws-data-fim                        to ws-efd-data
            perform 8050-campo-data
            move f00150-razao-social                to ws-efd-campo
            perform 8010-campo-texto
            move f00150-cnpj                        to ws-efd-campo
            perform 8010-campo-texto
            perform 8060-campo-vazio
            move ws-uf-filial                       to ws-efd-campo
            perform 8010-campo-texto
            perform 8060-campo-vazio
            move f00150-id-municipio                to ws-cd-busca
            perform 9000-codigo-municipio
            perform 8010-campo-texto
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            move "A"                                to ws-efd-campo
            perform 8010-campo-texto
            move "1"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro

            move "0001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "0"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro

            move "0005"                             to ws-efd-registro
            perform 8000-inicia-registro
            move f00150-nome-fantasia               to ws-efd-campo
            perform 8010-campo-texto
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            move f00150-id-bairro                   to ws-cd-busca
            perform 9000-nome-bairro
            perform 8010-campo-texto
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            perform 8090-fecha-registro

            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-tpa-total-ocor
                 perform 2210-grava-participante
            end-perform

            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-tun-total-ocor
                 perform 2220-grava-unidade
            end-perform

            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-tit-total-ocor
                 perform 2230-grava-item
            end-perform

            move "0990"                             to ws-efd-registro
            perform 8080-encerra-bloco

       exit.

      *>=================================================================================
      *> Registro 0150 - destinatario (PD00600) ou transportadora (PD07500);
      *> o codigo do participante leva a origem na frente (D/T) porque os
      *> dois cadastros numeram independentes.
       2210-grava-participante section.

            move ws-tpa-tipo(ws-idx)                to ws-tipo-participante
            move ws-tpa-codigo(ws-idx)              to ws-cd-busca
            perform 9000-monta-cod-participante

            move "0150"                             to ws-efd-registro
            perform 8000-inicia-registro
            move ws-efd-cod-part                    to ws-efd-campo
            perform 8010-campo-texto

            if   ws-tipo-participante = "D"
                 initialize                         f00600-destinatario
                 move ws-cd-empresa-efd             to f00600-cd-empresa
                 move ws-cd-filial-parm             to f00600-cd-filial
                 move ws-cd-busca                   to f00600-cd-destinatario
                 perform 9000-ler-pd00600-ran-1
                 if   not ws-operacao-ok
                      initialize                    f00600-destinatario
                      move "(destinatario nao cadastrado)" to f00600-nome-destinatario
                 end-if
                 move f00600-nome-destinatario      to ws-efd-campo
                 perform 8010-campo-texto
                 move f00600-id-pais                to ws-cd-busca
                 perform 9000-codigo-pais
                 perform 8010-campo-texto
      *>            Documento ate 11 digitos e CPF; acima disso, CNPJ.
                 if   f00600-cnpj-cpf > 99999999999
                      move f00600-cnpj-cpf          to ws-efd-campo
                      perform 8010-campo-texto
                      perform 8060-campo-vazio
                 else
                      perform 8060-campo-vazio
                      if   f00600-cnpj-cpf = zeros
                           perform 8060-campo-vazio
                      else
                           move f00600-cnpj-cpf(4:11) to ws-efd-campo
                           perform 8010-campo-texto
                      end-if
                 end-if
                 perform 8060-campo-vazio
                 move f00600-id-municipio           to ws-cd-busca
                 perform 9000-codigo-municipio
                 perform 8010-campo-texto
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
                 move f00600-id-bairro              to ws-cd-busca
                 perform 9000-nome-bairro
                 perform 8010-campo-texto
            else
                 initialize                         f07500-transportadora
                 move ws-cd-empresa-efd             to f07500-cd-empresa
                 move ws-cd-filial-parm             to f07500-cd-filial
                 move ws-cd-busca                   to f07500-cd-transportadora
                 perform 9000-ler-pd07500-ran-1
                 if   not ws-operacao-ok
                      initialize                    f07500-transportadora
                      move "(transportadora nao cadastrada)" to f07500-nome-transportadora
                 end-if
                 move f07500-nome-transportadora    to ws-efd-campo
                 perform 8010-campo-texto
                 move f07500-id-pais                to ws-cd-busca
                 perform 9000-codigo-pais
                 perform 8010-campo-texto
                 if   f07500-cnpj = zeros
                      perform 8060-campo-vazio
                 else
                      move f07500-cnpj              to ws-efd-campo
                      perform 8010-campo-texto
                 end-if
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
                 move f07500-id-municipio           to ws-cd-busca
                 perform 9000-codigo-municipio
                 perform 8010-campo-texto
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
                 move f07500-id-bairro              to ws-cd-busca
                 perform 9000-nome-bairro
                 perform 8010-campo-texto
            end-if

            perform 8090-fecha-registro

       exit.

      *>=================================================================================
       2220-grava-unidade section.

            move ws-tun-cd-unidade(ws-idx)          to ws-cd-busca
            perform 9000-sigla-unidade

            move "0190"                             to ws-efd-registro
            perform 8000-inicia-registro
            move ws-efd-unidade                     to ws-efd-campo
            perform 8010-campo-texto
            move f05500-descricao-unidade           to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro

       exit.

      *>=================================================================================
      *> Registro 0200 - tipo do item 00 (mercadoria para revenda), genero
      *> pelos dois primeiros digitos do NCM.
       2230-grava-item section.

            move ws-tit-cd-mercadoria(ws-idx)       to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   not ws-operacao-ok
                 initialize                         f00700-mercadoria
                 move ws-tit-cd-mercadoria(ws-idx)  to f00700-cd-mercadoria
                 move "(mercadoria nao cadastrada)" to f00700-descricao-mercadoria
            end-if

            move f00700-cd-unidade-medida           to ws-cd-busca
            perform 9000-sigla-unidade

            move "0200"                             to ws-efd-registro
            perform 8000-inicia-registro
            move f00700-cd-mercadoria               to ws-efd-campo
            perform 8010-campo-texto
            move f00700-descricao-mercadoria        to ws-efd-campo
            perform 8010-campo-texto
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            move ws-efd-unidade                     to ws-efd-campo
            perform 8010-campo-texto
            move "00"                               to ws-efd-campo
            perform 8010-campo-texto
            if   f00700-ncm = zeros
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
                 perform 8060-campo-vazio
            else
                 move f00700-ncm                    to ws-efd-campo
                 perform 8010-campo-texto
                 perform 8060-campo-vazio
                 move f00700-ncm(1:2)               to ws-efd-campo
                 perform 8010-campo-texto
            end-if
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            perform 8090-fecha-registro

       exit.

      *>=================================================================================
      *> Bloco B (ISS do Distrito Federal) - sem movimento.
       2300-bloco-b section.

            move zeros                              to ws-efd-linhas-bloco

            move "B001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "1"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro

            move "B990"                             to ws-efd-registro
            perform 8080-encerra-bloco

       exit.

      *>=================================================================================
      *> Bloco C - documentos do periodo (segunda passada pelo indice).
       2400-bloco-c section.

            move zeros                              to ws-efd-linhas-bloco

            move "C001"                             to ws-efd-registro
            perform 8000-inicia-registro
            if   ws-total-documentos > zeros
                 move "0"                           to ws-efd-campo
            else
                 move "1"                           to ws-efd-campo
            end-if
            perform 8010-campo-texto
            perform 8090-fecha-registro

            if   ws-total-documentos > zeros
                 set ws-passada-gravacao            to true
                 perform 2100-varre-indice
            end-if

            move "C990"                             to ws-efd-registro
            perform 8080-encerra-bloco

       exit.

      *>=================================================================================
      *> Registro C100 - entrada (tipos 00/02) ou saida (01/03); so a entrada
      *> de fornecedor (tipo 00) e documento de terceiros, e so ela detalha
      *> itens em C170 - a NF-e de emissao propria dispensa o C170.
       2410-grava-documento section.

            if   f05000-nota-entrada
                 set ws-documento-terceiros         to true
            else
                 move "N"                           to ws-fl-terceiros
            end-if

            move "C100"                             to ws-efd-registro
            perform 8000-inicia-registro

            if   f05000-nota-entrada
            or   f05000-nota-devolucao
                 move "0"                           to ws-efd-campo
            else
                 move "1"                           to ws-efd-campo
            end-if
            perform 8010-campo-texto

            if   ws-documento-terceiros
                 move "1"                           to ws-efd-campo
            else
                 move "0"                           to ws-efd-campo
            end-if
            perform 8010-campo-texto

            if   f05000-doc-cancelado
                 perform 8060-campo-vazio
                 move "55"                          to ws-efd-campo
                 perform 8010-campo-texto
                 move "02"                          to ws-efd-campo
                 perform 8010-campo-texto
                 move f05000-serie-documento        to ws-efd-campo
                 perform 8010-campo-texto
                 move f05000-numero-documento       to ws-efd-inteiro
                 perform 8040-campo-inteiro
                 perform varying ws-idx from 1 by 1 until ws-idx > 21
                      perform 8060-campo-vazio
                 end-perform
                 perform 8090-fecha-registro
                 exit section
            end-if

            move "D"                                to ws-tipo-participante
            move f05000-cd-destinatario             to ws-cd-busca
            perform 9000-monta-cod-participante
            move ws-efd-cod-part                    to ws-efd-campo
            perform 8010-campo-texto
            move "55"                               to ws-efd-campo
            perform 8010-campo-texto
            move "00"                               to ws-efd-campo
            perform 8010-campo-texto
            move f05000-serie-documento             to ws-efd-campo
            perform 8010-campo-texto
            move f05000-numero-documento            to ws-efd-inteiro
            perform 8040-campo-inteiro
            perform 8060-campo-vazio
            move f05000-data-operacao               to ws-efd-data
            perform 8050-campo-data
            if   f05000-data-saida > zeros
                 move f05000-data-saida             to ws-efd-data
            else
                 move f05000-data-operacao          to ws-efd-data
            end-if
            perform 8050-campo-data
            move f05000-valor-total                 to ws-efd-valor
            perform 8020-campo-valor
            if   f05000-cd-condicao-pagamento = zeros
                 move "0"                           to ws-efd-campo
            else
                 move "1"                           to ws-efd-campo
            end-if
            perform 8010-campo-texto
            move f05000-valor-desconto              to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            move f05000-valor-total-produtos        to ws-efd-valor
            perform 8020-campo-valor
            if   f05000-cd-transportadora > zeros
            or   f05000-valor-frete > zeros
                 move "0"                           to ws-efd-campo
            else
                 move "9"                           to ws-efd-campo
            end-if
            perform 8010-campo-texto
            move f05000-valor-frete                 to ws-efd-valor
            perform 8020-campo-valor
            move f05000-valor-seguro                to ws-efd-valor
            perform 8020-campo-valor
            move f05000-valor-outras-despesas       to ws-efd-valor
            perform 8020-campo-valor
            move f05000-base-icms                   to ws-efd-valor
            perform 8020-campo-valor
            move f05000-valor-icms                  to ws-efd-valor
            perform 8020-campo-valor
            move f05000-base-icms-st                to ws-efd-valor
            perform 8020-campo-valor
            move f05000-valor-icms-st               to ws-efd-valor
            perform 8020-campo-valor
            move f05000-valor-ipi                   to ws-efd-valor
            perform 8020-campo-valor
            move f05000-valor-pis                   to ws-efd-valor
            perform 8020-campo-valor
            move f05000-valor-cofins                to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            perform 8020-campo-valor
            perform 8090-fecha-registro

            move zeros                              to ws-tan-total-ocor
            perform 2150-percorre-itens

            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-tan-total-ocor
                 perform 2440-grava-analitico
            end-perform

       exit.

      *>=================================================================================
      *> Registro C170 - item do documento de terceiros.
       2420-grava-item section.

            move f05100-cd-unidade-medida           to ws-cd-busca
            perform 9000-sigla-unidade

            move "C170"                             to ws-efd-registro
            perform 8000-inicia-registro
            move f05100-sequencia                   to ws-efd-inteiro
            perform 8040-campo-inteiro
            move f05100-cd-mercadoria               to ws-efd-campo
            perform 8010-campo-texto
            perform 8060-campo-vazio
            move f05100-quantidade-mercadoria       to ws-efd-quantidade
            perform 8030-campo-quantidade
            move ws-efd-unidade                     to ws-efd-campo
            perform 8010-campo-texto
            move f05100-valor-total                 to ws-efd-valor
            perform 8020-campo-valor
            move f05100-valor-desconto-rateado      to ws-efd-valor
            perform 8020-campo-valor
            move "0"                                to ws-efd-campo
            perform 8010-campo-texto
            move f05100-cst(2:3)                    to ws-efd-campo
            perform 8010-campo-texto
            move f05100-cfop                        to ws-efd-campo
            perform 8010-campo-texto
            perform 8060-campo-vazio
            move f05100-base-icms                   to ws-efd-valor
            perform 8020-campo-valor
            move f05100-aliq-icms                   to ws-efd-valor
            perform 8020-campo-valor
            move f05100-valor-icms                  to ws-efd-valor
            perform 8020-campo-valor
            move f05100-base-icms-st                to ws-efd-valor
            perform 8020-campo-valor
            move f05100-aliq-icms-st                to ws-efd-valor
            perform 8020-campo-valor
            move f05100-valor-icms-st               to ws-efd-valor
            perform 8020-campo-valor
            move "0"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            if   f05100-valor-ipi > zeros
                 move f05100-valor-total            to ws-efd-valor
            else
                 move zeros                         to ws-efd-valor
            end-if
            perform 8020-campo-valor
            move f05100-aliq-ipi                    to ws-efd-valor
            perform 8020-campo-valor
            move f05100-valor-ipi                   to ws-efd-valor
            perform 8020-campo-valor
            perform 8060-campo-vazio
            move f05100-valor-total                 to ws-efd-valor
            perform 8020-campo-valor
            move f05100-aliq-pis                    to ws-efd-valor
            perform 8020-campo-valor
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            move f05100-valor-pis                   to ws-efd-valor
            perform 8020-campo-valor
            perform 8060-campo-vazio
            move f05100-valor-total                 to ws-efd-valor
            perform 8020-campo-valor
            move f05100-aliq-cofins                 to ws-efd-valor
            perform 8020-campo-valor
            perform 8060-campo-vazio
            perform 8060-campo-vazio
            move f05100-valor-cofins                to ws-efd-valor
            perform 8020-campo-valor
            perform 8060-campo-vazio
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            perform 8090-fecha-registro

       exit.

      *>=================================================================================
      *> Acumula o item no analitico do documento por CST/CFOP/aliquota - as
      *> colunas seguem CS10035B/2300-acumula-item, para a soma dos C190 do
      *> mes fechar com os livros.
       2430-acumula-analitico section.

            move "N"                                to ws-fl-achou
            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-tan-total-ocor
                       or ws-achou
                 if   ws-tan-cst(ws-idx)       equal f05100-cst
                 and  ws-tan-cfop(ws-idx)      equal f05100-cfop
                 and  ws-tan-aliq-icms(ws-idx) equal f05100-aliq-icms
                      set ws-achou                  to true
                 end-if
            end-perform

            if   ws-achou
                 subtract 1                         from ws-idx
            else
      *>          Sem espaco na tabela o item fica fora do C190 - somar no
      *>          grupo errado seria pior que o alerta (vide CS10035B).
                 if   ws-tan-total-ocor >= c-max-analitico
                      string "EFD: analitico esgotado no documento ["
                             f05000-numero-documento "]" into ws-mensagem
                      perform 9000-mensagem-lote
                      exit section
                 end-if
                 add 1                              to ws-tan-total-ocor
                 move ws-tan-total-ocor             to ws-idx
                 initialize                         ws-tan-ocor(ws-idx)
                 move f05100-cst                    to ws-tan-cst(ws-idx)
                 move f05100-cfop                   to ws-tan-cfop(ws-idx)
                 move f05100-aliq-icms              to ws-tan-aliq-icms(ws-idx)
            end-if

            add f05100-valor-total                  to ws-tan-valor-operacao(ws-idx)
            add f05100-valor-ipi                    to ws-tan-valor-ipi(ws-idx)
            add f05100-base-icms-st                 to ws-tan-base-icms-st(ws-idx)
            add f05100-valor-icms-st                to ws-tan-valor-icms-st(ws-idx)

            move f05100-cst                         to ws-cst-item
            evaluate ws-cst-item
                 when 0040
                 when 0041
                 when 0050
                      continue
                 when other
                      if   f05100-base-icms > zeros
                           add f05100-base-icms     to ws-tan-base-icms(ws-idx)
                           add f05100-valor-icms    to ws-tan-valor-icms(ws-idx)
                      end-if
            end-evaluate

       exit.

      *>=================================================================================
       2440-grava-analitico section.

            move "C190"                             to ws-efd-registro
            perform 8000-inicia-registro
            move ws-tan-cst(ws-idx)(2:3)            to ws-efd-campo
            perform 8010-campo-texto
            move ws-tan-cfop(ws-idx)                to ws-efd-campo
            perform 8010-campo-texto
            move ws-tan-aliq-icms(ws-idx)           to ws-efd-valor
            perform 8020-campo-valor
            move ws-tan-valor-operacao(ws-idx)      to ws-efd-valor
            perform 8020-campo-valor
            move ws-tan-base-icms(ws-idx)           to ws-efd-valor
            perform 8020-campo-valor
            move ws-tan-valor-icms(ws-idx)          to ws-efd-valor
            perform 8020-campo-valor
            move ws-tan-base-icms-st(ws-idx)        to ws-efd-valor
            perform 8020-campo-valor
            move ws-tan-valor-icms-st(ws-idx)       to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            move ws-tan-valor-ipi(ws-idx)           to ws-efd-valor
            perform 8020-campo-valor
            perform 8060-campo-vazio
            perform 8090-fecha-registro

       exit.

      *>=================================================================================
      *> Bloco D (servicos de transporte/comunicacao) - sem movimento.
       2500-bloco-d section.

            move zeros                              to ws-efd-linhas-bloco

            move "D001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "1"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro

            move "D990"                             to ws-efd-registro
            perform 8080-encerra-bloco

       exit.

      *>=================================================================================
      *> Bloco E - apuracao de PD07000 (CS10042B): ICMS proprio em E110,
      *> ICMS-ST retido em E210 (na UF da filial, debito sem compensacao) e
      *> IPI em E520. A parcela do CIAP entra em E110 como ajuste a credito e
      *> sai detalhada no E111.
       2600-bloco-e section.

            move zeros                              to ws-efd-linhas-bloco

            move "E001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "0"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro

            move "E100"                             to ws-efd-registro
            perform 8000-inicia-registro
            move ws-data-inicio                     to ws-efd-data
            perform 8050-campo-data
            move ws-data-fim                        to ws-efd-data
            perform 8050-campo-data
            perform 8090-fecha-registro

            move "E110"                             to ws-efd-registro
            perform 8000-inicia-registro
            move f07000-debitos-icms                to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            perform 8020-campo-valor
            perform 8020-campo-valor
            move f07000-creditos-icms               to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
      *>    VL_TOT_AJ_CREDITOS - parcela mensal do CIAP (CS10089B), que e o
      *>    unico ajuste e sai no E111 logo abaixo.
            move f07000-creditos-ciap               to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            move f07000-credor-anterior-icms        to ws-efd-valor
            perform 8020-campo-valor
            move f07000-recolher-icms               to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            move f07000-recolher-icms               to ws-efd-valor
            perform 8020-campo-valor
            move f07000-saldo-credor-icms           to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            perform 8090-fecha-registro

            if   f07000-creditos-ciap > zeros
                 move "E111"                        to ws-efd-registro
                 perform 8000-inicia-registro
                 move ws-cd-ajuste-ciap             to ws-efd-campo
                 perform 8010-campo-texto
                 move "Credito de ICMS do ativo imobilizado - CIAP"
                                                    to ws-efd-campo
                 perform 8010-campo-texto
                 move f07000-creditos-ciap          to ws-efd-valor
                 perform 8020-campo-valor
                 perform 8090-fecha-registro
            end-if

            if   f07000-debitos-icms-st > zeros
                 move "E200"                        to ws-efd-registro
                 perform 8000-inicia-registro
                 move ws-uf-filial                  to ws-efd-campo
                 perform 8010-campo-texto
                 move ws-data-inicio                to ws-efd-data
                 perform 8050-campo-data
                 move ws-data-fim                   to ws-efd-data
                 perform 8050-campo-data
                 perform 8090-fecha-registro

                 move "E210"                        to ws-efd-registro
                 perform 8000-inicia-registro
                 move "1"                           to ws-efd-campo
                 perform 8010-campo-texto
                 move zeros                         to ws-efd-valor
                 perform 8020-campo-valor
                 perform 8020-campo-valor
                 perform 8020-campo-valor
                 perform 8020-campo-valor
                 perform 8020-campo-valor
                 move f07000-debitos-icms-st        to ws-efd-valor
                 perform 8020-campo-valor
                 move zeros                         to ws-efd-valor
                 perform 8020-campo-valor
                 perform 8020-campo-valor
                 move f07000-debitos-icms-st        to ws-efd-valor
                 perform 8020-campo-valor
                 move zeros                         to ws-efd-valor
                 perform 8020-campo-valor
                 move f07000-recolher-icms-st       to ws-efd-valor
                 perform 8020-campo-valor
                 move zeros                         to ws-efd-valor
                 perform 8020-campo-valor
                 perform 8020-campo-valor
                 perform 8090-fecha-registro
            end-if

            move "E500"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "0"                                to ws-efd-campo
            perform 8010-campo-texto
            move ws-data-inicio                     to ws-efd-data
            perform 8050-campo-data
            move ws-data-fim                        to ws-efd-data
            perform 8050-campo-data
            perform 8090-fecha-registro

            move "E520"                             to ws-efd-registro
            perform 8000-inicia-registro
            move f07000-credor-anterior-ipi         to ws-efd-valor
            perform 8020-campo-valor
            move f07000-debitos-ipi                 to ws-efd-valor
            perform 8020-campo-valor
            move f07000-creditos-ipi                to ws-efd-valor
            perform 8020-campo-valor
            move zeros                              to ws-efd-valor
            perform 8020-campo-valor
            perform 8020-campo-valor
            move f07000-saldo-credor-ipi            to ws-efd-valor
            perform 8020-campo-valor
            move f07000-recolher-ipi                to ws-efd-valor
            perform 8020-campo-valor
            perform 8090-fecha-registro

            move "E990"                             to ws-efd-registro
            perform 8080-encerra-bloco

       exit.

      *>=================================================================================
      *> Blocos G (CIAP), H (inventario) e K (producao) - sem movimento.
       2700-blocos-sem-movimento section.

            move zeros                              to ws-efd-linhas-bloco
            move "G001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "1"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro
            move "G990"                             to ws-efd-registro
            perform 8080-encerra-bloco

            move zeros                              to ws-efd-linhas-bloco
            move "H001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "1"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro
            move "H990"                             to ws-efd-registro
            perform 8080-encerra-bloco

            move zeros                              to ws-efd-linhas-bloco
            move "K001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "1"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro
            move "K990"                             to ws-efd-registro
            perform 8080-encerra-bloco

       exit.

      *>=================================================================================
      *> Bloco 1 - so o 1010 obrigatorio, com todas as informacoes
      *> complementares respondidas "N".
       2800-bloco-1 section.

            move zeros                              to ws-efd-linhas-bloco

            move "1001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "0"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro

            move "1010"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "N"                                to ws-efd-campo
            perform varying ws-idx from 1 by 1 until ws-idx > 13
                 perform 8010-campo-texto
            end-perform
            perform 8090-fecha-registro

            move "1990"                             to ws-efd-registro
            perform 8080-encerra-bloco

       exit.

      *>=================================================================================
      *> Bloco 9 - um 9900 por tipo de registro do arquivo, contando tambem
      *> os proprios 9900/9990/9999 que ainda vao ser gravados.
       2900-bloco-9 section.

            move zeros                              to ws-efd-linhas-bloco

            move "9001"                             to ws-efd-registro
            perform 8000-inicia-registro
            move "0"                                to ws-efd-campo
            perform 8010-campo-texto
            perform 8090-fecha-registro

            compute ws-efd-qtd-9900 = ws-trg-total-ocor + 3

            add 1                                   to ws-trg-total-ocor
            move "9900"                             to ws-trg-registro(ws-trg-total-ocor)
            move ws-efd-qtd-9900                    to ws-trg-quantidade(ws-trg-total-ocor)
            add 1                                   to ws-trg-total-ocor
            move "9990"                             to ws-trg-registro(ws-trg-total-ocor)
            move 1                                  to ws-trg-quantidade(ws-trg-total-ocor)
            add 1                                   to ws-trg-total-ocor
            move "9999"                             to ws-trg-registro(ws-trg-total-ocor)
            move 1                                  to ws-trg-quantidade(ws-trg-total-ocor)

      *>    As linhas 9900 entram direto na contagem de linhas - o total por
      *>    registro ja foi posto acima.
            perform varying ws-idx from 1 by 1
                    until ws-idx > ws-trg-total-ocor
                 move spaces                        to efd10072b-linha
                 move 1                             to ws-efd-ptr
                 move ws-trg-quantidade(ws-idx)     to ws-efd-inteiro
                 move ws-efd-inteiro                to ws-efd-edt-inteiro
                 string "|9900|" ws-trg-registro(ws-idx) "|"
                        function trim(ws-efd-edt-inteiro) "|"
                      delimited by size into efd10072b-linha
                      with pointer ws-efd-ptr
                 write efd10072b-linha
                 add 1                              to ws-efd-linhas-bloco
                 add 1                              to ws-efd-linhas-arquivo
            end-perform

            move spaces                             to efd10072b-linha
            move 1                                  to ws-efd-ptr
            compute ws-efd-inteiro = ws-efd-linhas-bloco + 2
            move ws-efd-inteiro                     to ws-efd-edt-inteiro
            string "|9990|" function trim(ws-efd-edt-inteiro) "|"
                 delimited by size into efd10072b-linha
                 with pointer ws-efd-ptr
            write efd10072b-linha
            add 1                                   to ws-efd-linhas-arquivo

            move spaces                             to efd10072b-linha
            move 1                                  to ws-efd-ptr
            compute ws-efd-inteiro = ws-efd-linhas-arquivo + 1
            move ws-efd-inteiro                     to ws-efd-edt-inteiro
            string "|9999|" function trim(ws-efd-edt-inteiro) "|"
                 delimited by size into efd10072b-linha
                 with pointer ws-efd-ptr
            write efd10072b-linha
            add 1                                   to ws-efd-linhas-arquivo

       exit.

      *>=================================================================================
       8000-inicia-registro section.

            move spaces                             to efd10072b-linha
            move 1                                  to ws-efd-ptr
            string "|" ws-efd-registro
                 delimited by size into efd10072b-linha
                 with pointer ws-efd-ptr

       exit.

      *>=================================================================================
      *> Acrescenta ws-efd-campo sem brancos nas pontas - um "|" dentro do
      *> texto cadastrado quebraria o leiaute e vira espaco.
       8010-campo-texto section.

            inspect ws-efd-campo replacing all "|" by " "

            if   ws-efd-campo = spaces
                 string "|"
                      delimited by size into efd10072b-linha
                      with pointer ws-efd-ptr
            else
                 string "|" function trim(ws-efd-campo)
                      delimited by size into efd10072b-linha
                      with pointer ws-efd-ptr
            end-if

            move spaces                             to ws-efd-campo

       exit.

      *>=================================================================================
       8020-campo-valor section.

            move ws-efd-valor                       to ws-efd-edt-valor
            move ws-efd-edt-valor                   to ws-efd-campo
            perform 8010-campo-texto

       exit.

      *>=================================================================================
       8030-campo-quantidade section.

            move ws-efd-quantidade                  to ws-efd-edt-quantidade
            move ws-efd-edt-quantidade              to ws-efd-campo
            perform 8010-campo-texto

       exit.

      *>=================================================================================
       8040-campo-inteiro section.

            move ws-efd-inteiro                     to ws-efd-edt-inteiro
            move ws-efd-edt-inteiro                 to ws-efd-campo
            perform 8010-campo-texto

       exit.

      *>=================================================================================
      *> Data aaaammdd gravada no formato ddmmaaaa do leiaute.
       8050-campo-data section.

            if   ws-efd-data = zeros
                 perform 8060-campo-vazio
            else
                 string ws-efd-dia ws-efd-mes ws-efd-ano
                      delimited by size into ws-efd-campo
                 perform 8010-campo-texto
            end-if

       exit.

      *>=================================================================================
       8060-campo-vazio section.

            move spaces                             to ws-efd-campo
            perform 8010-campo-texto

       exit.

      *>=================================================================================
      *> Encerramento de bloco (X990) com a quantidade de linhas do bloco,
      *> contando o proprio encerramento.
       8080-encerra-bloco section.

            perform 8000-inicia-registro
            compute ws-efd-inteiro = ws-efd-linhas-bloco + 1
            perform 8040-campo-inteiro
            perform 8090-fecha-registro

       exit.

      *>=================================================================================
       8090-fecha-registro section.

            string "|"
                 delimited by size into efd10072b-linha
                 with pointer ws-efd-ptr
            write efd10072b-linha

            add 1                                   to ws-efd-linhas-bloco
            add 1                                   to ws-efd-linhas-arquivo

            move "N"                                to ws-fl-achou
            perform varying ws-idx-uf from 1 by 1
                    until ws-idx-uf > ws-trg-total-ocor
                       or ws-achou
                 if   ws-trg-registro(ws-idx-uf) equal ws-efd-registro
                      set ws-achou                  to true
                      add 1                         to ws-trg-quantidade(ws-idx-uf)
                 end-if
            end-perform

            if   not ws-achou
            and  ws-trg-total-ocor < c-max-registros
                 add 1                              to ws-trg-total-ocor
                 move ws-efd-registro               to ws-trg-registro(ws-trg-total-ocor)
                 move 1                             to ws-trg-quantidade(ws-trg-total-ocor)
            end-if

       exit.

      *>=================================================================================
      *> Codigo do participante: origem (D = destinatario, T = transportadora)
      *> seguida do codigo do cadastro.
       9000-monta-cod-participante section.

            move spaces                             to ws-efd-cod-part
            string ws-tipo-participante ws-cd-busca
                 delimited by size into ws-efd-cod-part

       exit.

      *>=================================================================================
      *> Sigla da UF de f00300-cd-estado em ws-efd-campo(1:2) - codigo fora
      *> da tabela IBGE deixa espacos.
       9000-sigla-uf section.

            move spaces                             to ws-efd-campo
            perform varying ws-idx-uf from 1 by 1 until ws-idx-uf > 27
                 if   ws-tuf-cd-estado(ws-idx-uf) equal f00300-cd-estado
                      move ws-tuf-sigla(ws-idx-uf)  to ws-efd-campo
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Codigo IBGE do municipio de id ws-cd-busca em ws-efd-campo.
       9000-codigo-municipio section.

            move spaces                             to ws-efd-campo

            if   ws-cd-busca = zeros
                 exit section
            end-if

            initialize                              f00400-municipio
            move ws-cd-busca                        to f00400-id-municipio
            perform 9000-ler-pd00400-ran-2
            if   ws-operacao-ok
                 move f00400-cd-municipio           to ws-efd-campo
            end-if

       exit.

      *>=================================================================================
      *> Codigo do pais (tabela do BACEN, 5 digitos) de id ws-cd-busca em
      *> ws-efd-campo - sem cadastro, Brasil.
       9000-codigo-pais section.

            move "01058"                            to ws-efd-campo

            if   ws-cd-busca = zeros
                 exit section
            end-if

            initialize                              f00200-pais
            move ws-cd-busca                        to f00200-id-pais
            perform 9000-ler-pd00200-ran-2
            if   ws-operacao-ok
            and  f00200-cd-pais > zeros
                 move spaces                        to ws-efd-campo
                 string "0" f00200-cd-pais
                      delimited by size into ws-efd-campo
            end-if

       exit.

      *>=================================================================================
      *> Nome do bairro de id ws-cd-busca em ws-efd-campo.
       9000-nome-bairro section.

            move spaces                             to ws-efd-campo

            if   ws-cd-busca = zeros
                 exit section
            end-if

            initialize                              f00500-bairro
            move ws-cd-busca                        to f00500-id-bairro
            perform 9000-ler-pd00500-ran-2
            if   ws-operacao-ok
                 move f00500-nome-bairro            to ws-efd-campo
            end-if

       exit.

      *>=================================================================================
      *> Codigo da unidade no leiaute (0190/0200/C170) - a sigla de PD05500;
      *> unidade sem sigla cadastrada sai pelo proprio codigo numerico.
       9000-sigla-unidade section.

            initialize                              f05500-unidade-medida-registro
            move ws-cd-busca                        to f05500-cd-unidade-medida
            perform 9000-ler-pd05500-ran-1

            if   ws-operacao-ok
            and  f05500-sigla-unidade not equal spaces
                 move f05500-sigla-unidade          to ws-efd-unidade
            else
                 move ws-cd-busca                   to ws-efd-unidade
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close efd10072b

            string ws-cd-filial-parm ws-competencia-parm
                 delimited by size into ws-sp-parametros
            move ws-efd-linhas-arquivo               to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd00150
            close pd00200
            close pd00300
            close pd00400
            close pd00500
            close pd00600
            close pd00700
            close pd05000
            close pd05100
            close pd05500
            close pd06000
            close pd07000
            close pd07500
            close pd07900
            close his05000
            close his05100
            close pd06300

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00150.cpy.
       copy CSR00200.cpy.
       copy CSR00300.cpy.
       copy CSR00400.cpy.
       copy CSR00500.cpy.
       copy CSR00550.cpy.
       copy CSR00600.cpy.
       copy CSR00700.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR05500.cpy.
       copy CSR06000.cpy.
       copy CSR06300.cpy.
       copy CSR07000.cpy.
       copy CSR07500.cpy.
       copy CSR07900.cpy.

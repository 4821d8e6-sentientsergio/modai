      $set sourceformat"free"
       program-id. CS10089B.
      *>=================================================================================
      *>
      *>        CIAP - Apropriacao Mensal do Credito de ICMS do Ativo Imobilizado
      *>
      *>    Roda sobre a filial/competencia de PAR10089B, ja fechada em PD06000,
      *>    antes da apuracao CS10042B. Percorre os documentos do mes pelo
      *>    indice PD07900 (vivos e historico, cancelados fora) e: registra
      *>    em PD10600 cada item de entrada com CFOP de ativo imobilizado
      *>    (f05300-cfop-ativo-imobilizado), somando o ICMS destes itens, que a
      *>    apuracao deixa de creditar de uma vez; e soma as saidas (tipos 01
      *>    e 03) do mes, total e tributadas (item com base de ICMS), para o
      *>    coeficiente de creditamento. Cada bem ainda em apropriacao recebe
      *>    a parcela do mes - 1/48 do ICMS do bem vezes o coeficiente - e o
      *>    resumo da competencia vai para PD10700, de onde CS10042B lanca o
      *>    credito. O livro de controle do CIAP sai em REL10089B com numero
      *>    de geracao no catalogo de spool PD06300. A reexecucao da mesma
      *>    competencia desfaz e refaz a parcela do mes; competencia anterior
      *>    a um CIAP ja apurado e recusada.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00150.cpy.
       copy CSS00700.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS05300.cpy.
       copy CSS06000.cpy.
       copy CSS06300.cpy.
       copy CSS07900.cpy.
       copy CSS10600.cpy.
       copy CSS10700.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   =="PD05000"== by =="HIS05000"==.
       copy CSS05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==
                                   ==ws-fs-pd05100== by ==ws-fs-his05100==
                                   =="PD05100"== by =="HIS05100"==.

           select par10089b
               assign to "PAR10089B"
               organization is line sequential
               file status is ws-fs-par10089b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - o livro de controle do CIAP e documento fiscal e
      *>   nao pode ser sobrescrito por uma reexecucao.
           select rel10089b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10089b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00150.cpy.
       copy CSF00700.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF05300.cpy.
       copy CSF06000.cpy.
       copy CSF06300.cpy.
       copy CSF07900.cpy.
       copy CSF10600.cpy.
       copy CSF10700.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.

       fd   par10089b
            record contains 10 characters.

       01   par10089b-linha.
            03 pp-cd-filial                        pic 9(04).
            03 pp-competencia                      pic 9(06).

       fd   rel10089b
            record contains 132 characters.

       01   rel10089b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10089B".
       78   c-descricao-programa                   value "CIAP - CREDITO DO ATIVO".
       78   c-parcelas-ciap                        value 48.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-ciap.
            03 ws-fs-par10089b                      pic x(02).
            03 ws-fs-rel10089b                      pic x(02).
            03 ws-fs-his05000                       pic x(02).
            03 ws-fs-his05100                       pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-documento-carregado             pic x(01).
               88 ws-documento-carregado                 value "S".
            03 ws-fl-origem-documento                pic x(01).
               88 ws-documento-historico                 value "H".
               88 ws-documento-vivo                      value "V".
            03 ws-fl-ciap-posterior                  pic x(01).
               88 ws-ciap-posterior                      value "S".
            03 ws-cd-filial-parm                     pic 9(04).
            03 ws-competencia-parm                   pic 9(06).
            03 ws-cd-empresa-ciap                    pic 9(03).
            03 ws-chave-indice-comparacao            pic x(13).
            03 ws-chave-filial-comparacao            pic x(07).
            03 ws-chave-doc-comparacao               pic x(30).
            03 ws-total-documentos                  pic 9(07).
            03 ws-total-registrados                 pic 9(07).
            03 ws-total-bens                        pic 9(05).
            03 ws-valor-saidas-total                pic 9(11)v9(02).
            03 ws-valor-saidas-tributadas           pic 9(11)v9(02).
            03 ws-coeficiente                       pic 9(01)v9(06).
            03 ws-icms-ativo-entradas               pic 9(11)v9(02).
            03 ws-valor-parcelas                    pic 9(11)v9(02).
            03 ws-valor-parcela                     pic 9(09)v9(02).
            03 ws-saldo-apropriar                   pic s9(09)v9(02).

       01   rel10089b-cabecalho.
            03 filler                              pic x(35) value "Livro de Controle do CIAP - Filial:".
            03 rc-cab-cd-filial                     pic 9(04).
            03 filler                              pic x(14) value " Competencia.:".
            03 rc-cab-competencia                   pic 9(06).

       01   rel10089b-coeficiente.
            03 filler                              pic x(15) value "Saidas totais:".
            03 rc-coe-saidas-total                  pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(13) value " Tributadas:".
            03 rc-coe-saidas-tributadas             pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(14) value " Coeficiente:".
            03 rc-coe-coeficiente                   pic 9,999999.

       01   rel10089b-detalhe.
            03 rc-det-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rc-det-serie-documento               pic x(03).
            03 filler                              pic x(01) value "-".
            03 rc-det-sequencia                     pic zzzzz9.
            03 filler                              pic x(01) value space.
            03 rc-det-descricao                     pic x(25).
            03 filler                              pic x(07) value " Aquis:".
            03 rc-det-data-aquisicao                pic 9(08).
            03 filler                              pic x(06) value " ICMS:".
            03 rc-det-valor-icms                    pic zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Parc:".
            03 rc-det-parcelas                      pic z9.
            03 filler                              pic x(04) value "/48 ".
            03 rc-det-valor-parcela                 pic zzz.zzz.zz9,99.
            03 filler                              pic x(07) value " Saldo:".
            03 rc-det-saldo                         pic zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rc-det-situacao                      pic x(03).

       01   rel10089b-resumo.
            03 filler                              pic x(18) value "Bens apropriados:".
            03 rc-res-bens                          pic zzzz9.
            03 filler                              pic x(20) value " Parcelas do mes...:".
            03 rc-res-parcelas                      pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(22) value " ICMS ativo entradas.:".
            03 rc-res-icms-ativo                    pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(14) value " Registrados:".
            03 rc-res-registrados                   pic zzzz9.

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
            move zeros                              to ws-cd-empresa-ciap
            move zeros                              to ws-total-documentos
            move zeros                              to ws-total-registrados
            move zeros                              to ws-total-bens
            move zeros                              to ws-valor-saidas-total
            move zeros                              to ws-valor-saidas-tributadas
            move zeros                              to ws-coeficiente
            move zeros                              to ws-icms-ativo-entradas
            move zeros                              to ws-valor-parcelas

            open input par10089b
            read par10089b
                 at end
                      move "Parametro PAR10089B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10089b

            if   ws-parametro-ok
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-competencia                 to ws-competencia-parm
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00150
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-i-pd05300
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd07900
            perform 9000-abrir-io-pd10600
            perform 9000-abrir-io-pd10700

            open input his05000
            open input his05100

            move c-este-programa                     to f06300-nome-programa
            move "REL10089B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10089b

       exit.

      *>=================================================================================
       2000-processamento section.

      *>    O parametro so traz a filial - a empresa sai do cadastro de
      *>    filiais, porque o CIAP corre mesmo num mes sem documento (a
      *>    parcela do bem e por tempo, nao por movimento).
            perform 2050-localiza-empresa

            if   ws-cd-empresa-ciap = zeros
                 string "Filial [" ws-cd-filial-parm "] nao cadastrada!" into ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            initialize                              f06000-periodo-fiscal
            move ws-cd-empresa-ciap                 to f06000-cd-empresa
            move ws-cd-filial-parm                  to f06000-cd-filial
            move ws-competencia-parm                to f06000-competencia
            perform 9000-verifica-competencia-fechada

            if   ws-competencia-aberta-chk
                 string "Competencia [" ws-competencia-parm
                        "] nao fechada - CIAP recusado!" into ws-mensagem
                 perform 9000-mensagem-lote
                 move spaces                        to rel10089b-linha
                 string "*** Competencia " ws-competencia-parm
                        " nao fechada - CIAP recusado ***"
                      delimited by size into rel10089b-linha
                 write rel10089b-linha
                 exit section
            end-if

      *>    A parcela de cada bem e sequencial no tempo - refazer um mes
      *>    anterior ao ultimo CIAP apurado desalinharia a contagem.
            perform 2060-verifica-ciap-posterior

            if   ws-ciap-posterior
                 string "Ja ha CIAP apurado apos [" ws-competencia-parm
                        "] - recusado!" into ws-mensagem
                 perform 9000-mensagem-lote
                 move spaces                        to rel10089b-linha
                 string "*** Ja ha CIAP apurado apos a competencia " ws-competencia-parm
                        " - recusado ***"
                      delimited by size into rel10089b-linha
                 write rel10089b-linha
                 exit section
            end-if

            perform 2100-percorre-competencia
            perform 2300-calcula-coeficiente
            perform 2400-apropria-parcelas
            perform 2500-grava-resumo

       exit.

      *>=================================================================================
       2050-localiza-empresa section.

            initialize                              f00150-chave
            perform 9000-str-pd00150-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd00150-seq-1

                 if   ws-operacao-ok
                      if   f00150-cd-filial equal ws-cd-filial-parm
                           move f00150-cd-empresa    to ws-cd-empresa-ciap
                           set ws-operacao-nok       to true
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2060-verifica-ciap-posterior section.

            move "N"                                to ws-fl-ciap-posterior

            initialize                              f10700-chave
            move ws-cd-empresa-ciap                 to f10700-cd-empresa
            move ws-cd-filial-parm                  to f10700-cd-filial
            move ws-competencia-parm                to f10700-competencia
            move f10700-chave(1:7)                  to ws-chave-filial-comparacao
            perform 9000-str-pd10700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10700-seq-1

                 if   ws-operacao-ok
                 and  f10700-chave(1:7) equal ws-chave-filial-comparacao
                      if   f10700-competencia > ws-competencia-parm
                           set ws-ciap-posterior     to true
                           set ws-operacao-nok       to true
                      end-if
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Dirigido pelo indice de movimento (PD07900) da filial/competencia -
      *> vide CS10042B/2100-acumula-periodo.
       2100-percorre-competencia section.

            initialize                              f07900-chave
            move ws-cd-empresa-ciap                 to f07900-cd-empresa
            move ws-cd-filial-parm                  to f07900-cd-filial
            move ws-competencia-parm                to f07900-ano-mes
            move f07900-chave(1:13)                 to ws-chave-indice-comparacao
            perform 9000-str-pd07900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd07900-seq-1

                 if   ws-operacao-ok
                 and  f07900-chave(1:13) equal ws-chave-indice-comparacao

                      perform 2020-carrega-documento-indice

                      if   ws-documento-carregado
                      and  not f05000-doc-cancelado
                      and  f05000-data-operacao(1:6) equal ws-competencia-parm
                      and (f05000-nota-entrada
                      or   f05000-nota-saida
                      or   f05000-nota-transferencia)
                           add 1                     to ws-total-documentos
                           if   ws-documento-historico
                                perform 2210-itens-historico
                           else
                                perform 2200-itens-vivos
                           end-if
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
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
       2200-itens-vivos section.

            initialize                             f05100-chave-doc
            move f05000-cd-empresa                 to f05100-cd-empresa
            move f05000-cd-filial                  to f05100-cd-filial
            move f05000-tipo-nota                  to f05100-tipo-nota
            move f05000-numero-documento           to f05100-numero-documento
            move f05000-serie-documento            to f05100-serie-documento
            move f05000-cd-destinatario            to f05100-cd-destinatario
            move f05100-chave-doc                  to ws-chave-doc-comparacao

            perform 9000-str-pd05100-doc

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05100-seq-1

                 if   ws-operacao-ok
                 and  f05100-chave-doc equal ws-chave-doc-comparacao
                      perform 2250-trata-item
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2210-itens-historico section.

            initialize                             h05100-chave-doc
            move f05000-cd-empresa                 to h05100-cd-empresa
            move f05000-cd-filial                  to h05100-cd-filial
            move f05000-tipo-nota                  to h05100-tipo-nota
            move f05000-numero-documento           to h05100-numero-documento
            move f05000-serie-documento            to h05100-serie-documento
            move f05000-cd-destinatario            to h05100-cd-destinatario
            move h05100-chave-doc                  to ws-chave-doc-comparacao

            if   ws-fs-his05100 <> "00"
                 exit section
            end-if

            set ws-operacao-nok                    to true
            start his05100
                 key is equal h05100-chave-doc
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok            to true
            end-start

            perform until not ws-operacao-ok

                 read his05100 next record
                      at end
                           set ws-operacao-nok      to true
                      not at end
                           set ws-operacao-ok       to true
                 end-read

                 if   ws-operacao-ok
                 and  h05100-chave-doc equal ws-chave-doc-comparacao
                      move h05100-item-nota-fiscal  to f05100-item-nota-fiscal
                      perform 2250-trata-item
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Saida/transferencia entram no coeficiente (tributada = item com base
      *> de ICMS, mesma regra do livro de saidas); entrada com CFOP de ativo
      *> vira bem do CIAP.
       2250-trata-item section.

            if   f05100-nota-saida
            or   f05100-nota-transferencia
                 add f05100-valor-total              to ws-valor-saidas-total
                 if   f05100-base-icms > zeros
                      add f05100-valor-total         to ws-valor-saidas-tributadas
                 end-if
                 exit section
            end-if

            move f05100-cfop                        to f05300-cfop
            perform 9000-ler-pd05300-ran-1

            if   not ws-operacao-ok
            or   not f05300-cfop-ativo-imobilizado
                 exit section
            end-if

            add f05100-valor-icms                   to ws-icms-ativo-entradas

            move f05100-chave                       to f10600-chave
            perform 9000-ler-pd10600-ran-1
            if   ws-operacao-ok
                 exit section
            end-if

            initialize                              f10600-bem-ativo
            move f05100-chave                       to f10600-chave
            move f05100-cd-mercadoria               to f10600-cd-mercadoria
            move f05100-cfop                        to f10600-cfop
            move f05000-data-operacao               to f10600-data-aquisicao
            move f05100-valor-total                 to f10600-valor-aquisicao
            move f05100-valor-icms                  to f10600-valor-icms-ciap

            move f05100-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 move f00700-descricao-mercadoria   to f10600-descricao-bem
            else
                 move "(mercadoria nao cadastrada)" to f10600-descricao-bem
            end-if

            move zeros                              to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd10600
            perform 9000-gravar-pd10600

            if   ws-operacao-ok
                 add 1                              to ws-total-registrados
            else
                 string "Erro de gravacao - bem [" f10600-chave "]" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

       exit.

      *>=================================================================================
      *> Sem saida no mes o coeficiente e zero - a parcela do mes se perde,
      *> mas conta entre as 48.
       2300-calcula-coeficiente section.

            if   ws-valor-saidas-total > zeros
                 compute ws-coeficiente rounded = ws-valor-saidas-tributadas
                                                / ws-valor-saidas-total
            else
                 move zeros                         to ws-coeficiente
            end-if

            move ws-cd-filial-parm                  to rc-cab-cd-filial
            move ws-competencia-parm                to rc-cab-competencia
            write rel10089b-linha                   from rel10089b-cabecalho

            move ws-valor-saidas-total              to rc-coe-saidas-total
            move ws-valor-saidas-tributadas         to rc-coe-saidas-tributadas
            move ws-coeficiente                     to rc-coe-coeficiente
            write rel10089b-linha                   from rel10089b-coeficiente

       exit.

      *>=================================================================================
      *> Todos os bens da filial vao para o livro; so os que estao em
      *> apropriacao na competencia recebem parcela.
       2400-apropria-parcelas section.

            initialize                              f10600-chave
            move ws-cd-empresa-ciap                 to f10600-cd-empresa
            move ws-cd-filial-parm                  to f10600-cd-filial
            move f10600-chave(1:7)                  to ws-chave-filial-comparacao
            perform 9000-str-pd10600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10600-seq-1

                 if   ws-operacao-ok
                 and  f10600-chave(1:7) equal ws-chave-filial-comparacao
                      perform 2410-apropria-bem
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2410-apropria-bem section.

      *>    Reexecucao da competencia: desfaz a parcela ja lancada nela.
            if   f10600-competencia-ultima = ws-competencia-parm
                 subtract f10600-valor-ultima-parcela from f10600-valor-apropriado
                 subtract 1                         from f10600-parcelas-apropriadas
                 move zeros                         to f10600-competencia-ultima
                 move zeros                         to f10600-valor-ultima-parcela
            end-if

            move zeros                              to ws-valor-parcela
            move spaces                             to rc-det-situacao

            evaluate true
                 when f10600-data-aquisicao(1:6) > ws-competencia-parm
                      move "FUT"                    to rc-det-situacao
                 when f10600-data-baixa not = zeros
                 and  f10600-data-baixa(1:6) not > ws-competencia-parm
                      move "BX "                    to rc-det-situacao
                 when f10600-parcelas-apropriadas not < c-parcelas-ciap
                      move "FIM"                    to rc-det-situacao
                 when other
                      compute ws-valor-parcela rounded = f10600-valor-icms-ciap
                                                       / c-parcelas-ciap
                                                       * ws-coeficiente
                      add 1                         to f10600-parcelas-apropriadas
                      add ws-valor-parcela          to f10600-valor-apropriado
                      move ws-competencia-parm      to f10600-competencia-ultima
                      move ws-valor-parcela         to f10600-valor-ultima-parcela
                      add ws-valor-parcela          to ws-valor-parcelas
                      add 1                         to ws-total-bens
            end-evaluate

            move zeros                              to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd10600
            perform 9000-regravar-pd10600

            if   not ws-operacao-ok
                 string "Erro de gravacao - bem [" f10600-chave "]" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            compute ws-saldo-apropriar = f10600-valor-icms-ciap
                                       - f10600-valor-apropriado
            if   ws-saldo-apropriar < zeros
                 move zeros                         to ws-saldo-apropriar
            end-if

            move f10600-numero-documento            to rc-det-numero-documento
            move f10600-serie-documento             to rc-det-serie-documento
            move f10600-sequencia                   to rc-det-sequencia
            move f10600-descricao-bem               to rc-det-descricao
            move f10600-data-aquisicao              to rc-det-data-aquisicao
            move f10600-valor-icms-ciap             to rc-det-valor-icms
            move f10600-parcelas-apropriadas        to rc-det-parcelas
            move ws-valor-parcela                   to rc-det-valor-parcela
            move ws-saldo-apropriar                 to rc-det-saldo
            write rel10089b-linha                   from rel10089b-detalhe

       exit.

      *>=================================================================================
      *> Resumo da competencia para a apuracao - reexecucao regrava a linha.
       2500-grava-resumo section.

            initialize                              f10700-ciap-competencia
            move ws-cd-empresa-ciap                 to f10700-cd-empresa
            move ws-cd-filial-parm                  to f10700-cd-filial
            move ws-competencia-parm                to f10700-competencia
            move ws-valor-saidas-total              to f10700-valor-saidas-total
            move ws-valor-saidas-tributadas         to f10700-valor-saidas-tributadas
            move ws-coeficiente                     to f10700-coeficiente
            move ws-icms-ativo-entradas             to f10700-icms-ativo-entradas
            move ws-valor-parcelas                  to f10700-valor-parcelas
            move ws-total-bens                      to f10700-total-bens

            move zeros                              to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd10700

            perform 9000-gravar-pd10700
            if   not ws-operacao-ok
                 perform 9000-regravar-pd10700
            end-if

            if   not ws-operacao-ok
                 string "Erro de gravacao - CIAP [" f10700-chave "]" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            move ws-total-bens                      to rc-res-bens
            move ws-valor-parcelas                  to rc-res-parcelas
            move ws-icms-ativo-entradas             to rc-res-icms-ativo
            move ws-total-registrados               to rc-res-registrados
            write rel10089b-linha                   from rel10089b-resumo

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close rel10089b

            string ws-cd-filial-parm ws-competencia-parm
                 delimited by size into ws-sp-parametros
            move ws-total-bens                       to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd00150
            close pd00700
            close pd05000
            close pd05100
            close pd05300
            close pd06000
            close pd06300
            close pd07900
            close pd10600
            close pd10700
            close his05000
            close his05100

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00150.cpy.
       copy CSR00700.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR05300.cpy.
       copy CSR06000.cpy.
       copy CSR06300.cpy.
       copy CSR07900.cpy.
       copy CSR10600.cpy.
       copy CSR10700.cpy.

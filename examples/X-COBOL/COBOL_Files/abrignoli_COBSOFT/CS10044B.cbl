      *>    completo, itens com a descricao de PD00700 e a sigla da unidade
      *>    de PD05500, todas as colunas de impostos (ICMS/IPI/PIS/COFINS e
      *>    acessorios rateados), o quadro de duplicatas de PD05900 e o
      *>    protocolo de autorizacao do fisco quando presente, seguido das
      *>    cartas de correcao (CC-e) registradas para a nota em PD09200 -
      *>    cada evento com sua situacao e o texto corrigido. Documento
      *>    arquivado por CS10032B sai dos historicos HIS05000/HIS05100 de
      *>    forma transparente. A saida leva numero de geracao e fica
      *>    registrada no catalogo de spool PD06300 - a reimpressao de meses
       copy CSS05100.cpy.
       copy CSS05900.cpy.
       copy CSS06300.cpy.
       copy CSS09200.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
       copy CSF05100.cpy.
       copy CSF05900.cpy.
       copy CSF06300.cpy.
       copy CSF09200.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
            03 ws-chave-doc-duplicata               pic x(21).
            03 ws-total-itens                       pic 9(05).
            03 ws-total-parcelas                    pic 9(03).
            03 ws-idx-linha-correcao                pic 9(01).

       01   rel10044b-emitente.
            03 filler                              pic x(10) value "Emitente.:".
            03 filler                              pic x(07) value " Data.:".
            03 re-fis-data-retorno                  pic 9(08).

       01   rel10044b-correcao.
            03 filler                              pic x(22) value "Carta de correcao....:".
            03 re-cce-sequencia-evento              pic 9(02).
            03 filler                              pic x(06) value " Sit.:".
            03 re-cce-situacao                      pic x(10) value spaces.
            03 filler                              pic x(07) value " Prot.:".
            03 re-cce-protocolo                     pic z(14)9.
            03 filler                              pic x(07) value " Data.:".
            03 re-cce-data-operacao                 pic 9(08).

       01   rel10044b-correcao-texto.
            03 filler                              pic x(22) value spaces.
            03 re-cce-linha-correcao                pic x(70).

      *>=================================================================================
       linkage section.

            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd09200

            open input his05000
            open input his05100
            perform 2600-imprime-totais
            perform 2700-imprime-duplicatas
            perform 2800-imprime-fisco
            perform 2850-imprime-correcoes

       exit.


       exit.

      *>=================================================================================
      *> Cartas de correcao da nota, em ordem de sequencia - pendentes
      *> inclusive, para o espelho refletir o que ja foi pedido ao fisco.
       2850-imprime-correcoes section.

            initialize                              f09200-chave
            move f05000-chave-doc                   to f09200-chave-doc

            perform 9000-str-pd09200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09200-seq-1

                 if   ws-operacao-ok
                 and  f09200-chave-doc equal f05000-chave-doc

                      move f09200-sequencia-evento   to re-cce-sequencia-evento
                      evaluate true
                           when f09200-evento-exportado
                                move "EXPORTADA"     to re-cce-situacao
                           when f09200-evento-registrado
                                move "REGISTRADA"    to re-cce-situacao
                           when f09200-evento-rejeitado
                                move "REJEITADA"     to re-cce-situacao
                           when other
                                move "PENDENTE"      to re-cce-situacao
                      end-evaluate
                      move f09200-protocolo-fisco    to re-cce-protocolo
                      move f09200-data-operacao      to re-cce-data-operacao
                      write rel10044b-linha          from rel10044b-correcao

                      perform varying ws-idx-linha-correcao from 1 by 1
                                until ws-idx-linha-correcao > 4
                           if   f09200-linha-correcao(ws-idx-linha-correcao) <> spaces
                                move f09200-linha-correcao(ws-idx-linha-correcao)
                                                     to re-cce-linha-correcao
                                write rel10044b-linha from rel10044b-correcao-texto
                           end-if
                      end-perform

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close his05000
            close his05100
            close pd06300
            close pd09200

       exit.

       copy CSR05100.cpy.
       copy CSR05900.cpy.
       copy CSR06300.cpy.
       copy CSR09200.cpy.

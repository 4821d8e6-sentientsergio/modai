      $set sourceformat"free"
       program-id. CS10077C.
      *>=================================================================================
      *>
      *>               Conhecimento de Transporte - Fatura de Frete
      *>
      *>    Lancamento dos conhecimentos de transporte (CT-e) que as
      *>    transportadoras de PD07500 cobram da filial corrente: cabecalho em
      *>    PD09500 (transportadora, numero/serie, emissao, valor cobrado,
      *>    condicao de pagamento) e as notas cobertas em PD09600. A inclusao
      *>    de um conhecimento novo gera as parcelas a pagar em PD06400 do
      *>    mesmo jeito que 9000-gera-contas-pagar de CS10006C faz com a nota de
      *>    entrada (condicao de PD08000, calendario de dias uteis), com tipo
      *>    04 e a transportadora como destinatario - o financeiro paga o frete
      *>    pelo CS10037C como qualquer outra conta. Nota citada que nao e
      *>    nossa ou que ja foi cobrada em outro conhecimento e aceita com
      *>    aviso (o conhecimento e da transportadora, nao nosso) e sai na
      *>    auditoria mensal de frete (CS10077B).
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05000.cpy.
       copy CSS06400.cpy.
       copy CSS07500.cpy.
       copy CSS07700.cpy.
       copy CSS08000.cpy.
       copy CSS09500.cpy.
       copy CSS09600.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10077
               assign to "REL10077"
               organization is line sequential
               file status is ws-fs-rel10077.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05000.cpy.
       copy CSF06400.cpy.
       copy CSF07500.cpy.
       copy CSF07700.cpy.
       copy CSF08000.cpy.
       copy CSF09500.cpy.
       copy CSF09600.cpy.

       fd   rel10077
            record contains 132 characters.

       01   rel10077-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10077C".
       78   c-descricao-programa                   value "CONHECIMENTO DE TRANSPORTE".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-horario                pic 9(06).
            03 ws-fl-tem-parcela-paga              pic x(01).
               88 ws-tem-parcela-paga                   value "S".
            03 ws-fl-fim-notas                     pic x(01).
               88 ws-fim-notas                          value "S".
            03 ws-fl-nota-no-conhecimento          pic x(01).
               88 ws-nota-no-conhecimento               value "S".
            03 ws-fl-nota-propria                  pic x(01).
               88 ws-nota-propria                       value "S".
            03 ws-chave-doc-conta-pagar            pic x(21).
            03 ws-chave-doc-nota                   pic x(21).
            03 ws-idx-parcela                      pic 9(02).
            03 ws-ultima-sequencia                 pic 9(03).

       01   f-conhecimento.
            03 f-cd-transportadora                 pic 9(09).
            03 f-nome-transportadora               pic x(40).
            03 f-numero-conhecimento               pic 9(09).
            03 f-serie-conhecimento                pic x(03).
            03 f-data-emissao                      pic 9(08).
            03 f-valor-frete                       pic 9(09)v9(02).
            03 f-cd-condicao                       pic 9(03).
            03 f-descricao-condicao                pic x(30).
            03 f-qtd-notas                         pic 9(03).
            03 f-valor-frete-notas                 pic 9(11)v9(02).
            03 f-tipo-nota                         pic 9(02).
            03 f-serie-documento                   pic x(03).
            03 f-numero-documento                  pic 9(09).
            03 f-cd-destinatario                   pic 9(09).
            03 f-ds-situacao-nota                  pic x(60).

       01   ws-relatorio.
            03 ws-fs-rel10077                       pic x(02).
            03 ws-rel-total-conhecimentos           pic 9(05).

       01   rel10077-detalhe.
            03 filler                              pic x(09) value "Transp.:".
            03 rr-det-cd-transportadora             pic 9(09).
            03 filler                              pic x(01) value space.
            03 rr-det-nome-transportadora           pic x(25) value spaces.
            03 filler                              pic x(06) value " CT-e:".
            03 rr-det-numero-conhecimento           pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rr-det-serie-conhecimento            pic x(03).
            03 filler                              pic x(09) value " Emissao:".
            03 rr-det-data-emissao                  pic 9(08).
            03 filler                              pic x(08) value " Notas:".
            03 rr-det-qtd-notas                     pic zz9.
            03 filler                              pic x(08) value " Valor:".
            03 rr-det-valor-frete                   pic zzz.zzz.zz9,99.
            03 filler                              pic x(09) value " F.Notas:".
            03 rr-det-valor-frete-notas             pic zz.zzz.zzz.zz9,99.

       01   rel10077-resumo.
            03 filler                              pic x(24) value "Conhecimentos listados.:".
            03 rr-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-conhecimento.
            03 line 05 col 18   pic x(16) value "Transportadora.:".
            03 line 05 col 35   pic 9(09) from f-cd-transportadora.
            03 line 05 col 46   pic x(30) from f-nome-transportadora.
            03 line 06 col 18   pic x(16) value "Conhecimento...:".
            03 line 06 col 35   pic 9(09) from f-numero-conhecimento.
            03 line 06 col 46   pic x(07) value "Serie.:".
            03 line 06 col 54   pic x(03) from f-serie-conhecimento.
            03 line 07 col 18   pic x(16) value "Data Emissao...:".
            03 line 07 col 35   pic 9(08) from f-data-emissao.
            03 line 08 col 18   pic x(16) value "Valor do Frete.:".
            03 line 08 col 35   pic zzzzzzzz9,99 from f-valor-frete.
            03 line 09 col 18   pic x(16) value "Cond. Pagto....:".
            03 line 09 col 35   pic 9(03) from f-cd-condicao.
            03 line 09 col 40   pic x(30) from f-descricao-condicao.
            03 line 10 col 18   pic x(16) value "Notas..........:".
            03 line 10 col 35   pic zz9 from f-qtd-notas.
            03 line 10 col 40   pic x(16) value "Frete nas notas:".
            03 line 10 col 57   pic zz.zzz.zzz.zz9,99 from f-valor-frete-notas.
            03 line 12 col 18   pic x(28) value "Nota citada no conhecimento:".
            03 line 13 col 18   pic x(16) value "Tipo...........:".
            03 line 13 col 35   pic 9(02) from f-tipo-nota.
            03 line 13 col 40   pic x(28) value "(00 entrada, 01 saida, ...)".
            03 line 14 col 18   pic x(16) value "Serie..........:".
            03 line 14 col 35   pic x(03) from f-serie-documento.
            03 line 15 col 18   pic x(16) value "Numero.........:".
            03 line 15 col 35   pic 9(09) from f-numero-documento.
            03 line 16 col 18   pic x(16) value "Destinatario...:".
            03 line 16 col 35   pic 9(09) from f-cd-destinatario.
            03 line 17 col 18   pic x(60) from f-ds-situacao-nota.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            initialize                             wf-opcoes-frame
            perform 9000-monta-opcoes-frame

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd06400
            perform 9000-abrir-io-pd07500
            perform 9000-abrir-io-pd07700
            perform 9000-abrir-io-pd08000
            perform 9000-abrir-io-pd09500
            perform 9000-abrir-io-pd09600

       exit.

      *>=================================================================================
       2000-processamento section.

            perform until wf-frame-retornar

                 evaluate wf-frame
                      when 0
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 9
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                when 04
                     perform 2100-exclusao
                when 05
                     perform 2100-relatorio
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Conhecimento ainda nao lancado: grava o cabecalho e gera as parcelas
      *> a pagar. Ja lancado: segue direto para as notas. Em ambos os casos
      *> as notas citadas sao digitadas uma a uma ate numero zerado.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-chave-conhecimento
            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-monta-chave-conhecimento
            perform 9000-ler-pd09500-ran-1

            if   ws-operacao-ok
                 perform 9000-move-registros-frame
                 move "Conhecimento ja lancado - inclusao de notas" to ws-mensagem
                 perform 9000-mensagem
            else
                 perform 2110-incluir-conhecimento
                 if   not ws-operacao-ok
                      perform 8000-controle-frame
                      exit section
                 end-if
            end-if

            move "N"                               to ws-fl-fim-notas
            perform until ws-fim-notas
                 perform 2120-incluir-nota
            end-perform

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2110-incluir-conhecimento section.

            set ws-operacao-nok                    to true

            perform 9000-verifica-conta-pagar-livre
            if   not ws-operacao-ok
                 exit section
            end-if

            perform 9000-aceita-dados-conhecimento

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 set ws-operacao-nok               to true
                 exit section
            end-if

            initialize                             f09500-conhecimento
            perform 9000-monta-chave-conhecimento
            move f-data-emissao                    to f09500-data-emissao
            move f-valor-frete                     to f09500-valor-frete
            move f-cd-condicao                     to f09500-cd-condicao-pagamento
            move zeros                             to f09500-qtd-notas

            move lnk-cd-usuario                    to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd09500

            perform 9000-gravar-pd09500

            if   not ws-operacao-ok
                 string "Erro de gravacao - f09500-conhecimento [" f09500-chave "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-gera-contas-pagar

            perform 9000-move-registros-frame

            string "Conhecimento gravado - " ws-cp-qtd-parcelas " parcela(s) a pagar" into ws-mensagem
            perform 9000-mensagem

            set ws-operacao-ok                     to true

       exit.

      *>=================================================================================
      *> Uma nota citada. Nota que nao e nossa, de outra transportadora ou ja
      *> cobrada em outro conhecimento entra com aviso - a divergencia e da
      *> fatura da transportadora e vai para a auditoria de frete.
       2120-incluir-nota section.

            move 01                                to f-tipo-nota
            move spaces                            to f-serie-documento
            move zeros                             to f-numero-documento
            move zeros                             to f-cd-destinatario
            move spaces                            to f-ds-situacao-nota
            perform 8000-tela

            accept f-tipo-nota at line 13 col 35 with update auto-skip
            accept f-serie-documento at line 14 col 35 with update auto-skip
            accept f-numero-documento at line 15 col 35 with update auto-skip

            if   f-numero-documento = zeros
                 set ws-fim-notas                  to true
                 exit section
            end-if

            initialize                             f05000-chave-doc
            move lnk-cd-empresa                    to f05000-cd-empresa
            move lnk-cd-filial                     to f05000-cd-filial
            move f-tipo-nota                       to f05000-tipo-nota
            move f-numero-documento                to f05000-numero-documento
            move f-serie-documento                 to f05000-serie-documento
            move f05000-chave-doc                  to ws-chave-doc-nota

            perform 9000-localiza-nota-conhecimento
            if   ws-nota-no-conhecimento
                 move "Nota ja citada neste conhecimento!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-situacao-nota
            display f-cd-destinatario              at line 16 col 35
            display f-ds-situacao-nota             at line 17 col 18

            move "Confirma inclusao da nota? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f09600-nota-conhecimento
            move f09500-cd-empresa                 to f09600-cd-empresa
            move f09500-cd-filial                  to f09600-cd-filial
            move f09500-cd-transportadora          to f09600-cd-transportadora
            move f09500-numero-conhecimento        to f09600-numero-conhecimento
            move f09500-serie-conhecimento         to f09600-serie-conhecimento
            compute f09600-sequencia = ws-ultima-sequencia + 1
            move ws-chave-doc-nota                 to f09600-chave-doc
            if   ws-nota-propria
                 set f09600-nota-propria           to true
            else
                 set f09600-nota-nao-propria       to true
            end-if

            move lnk-cd-usuario                    to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd09600

            perform 9000-gravar-pd09600

            if   not ws-operacao-ok
                 string "Erro de gravacao - f09600-nota-conhecimento [" f09600-chave "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-atualiza-qtd-notas

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-chave-conhecimento
            if   ws-operacao-ok
                 perform 9000-le-conhecimento
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Altera emissao, valor e condicao de pagamento e regera as parcelas
      *> a pagar - so enquanto nenhuma parcela foi paga, a mesma guarda da
      *> alteracao da nota de entrada em CS10006C.
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-chave-conhecimento
            if   ws-operacao-ok
                 perform 9000-le-conhecimento
            end-if
            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-verifica-conta-pagar-paga
            if   ws-tem-parcela-paga
                 move "Frete com parcela ja paga - alteracao nao permitida!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-aceita-dados-conhecimento

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 move f-data-emissao               to f09500-data-emissao
                 move f-valor-frete                to f09500-valor-frete
                 move f-cd-condicao                to f09500-cd-condicao-pagamento

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09500

                 perform 9000-regravar-pd09500

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09500-conhecimento [" f09500-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-excluir-contas-pagar-conhecimento
                      perform 9000-gera-contas-pagar
                      string "Parcelas a pagar regeradas - " ws-cp-qtd-parcelas " parcela(s)" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Nota informada: retira a nota do conhecimento. Numero da nota zerado:
      *> exclui o conhecimento inteiro, com as notas e as parcelas a pagar
      *> (nenhuma pode ter sido paga).
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-chave-conhecimento
            if   ws-operacao-ok
                 perform 9000-le-conhecimento
            end-if
            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            move 01                                to f-tipo-nota
            accept f-tipo-nota at line 13 col 35 with update auto-skip
            accept f-serie-documento at line 14 col 35 with update auto-skip
            accept f-numero-documento at line 15 col 35 with update auto-skip

            if   f-numero-documento = zeros
                 perform 2110-exclui-conhecimento
            else
                 perform 2120-exclui-nota
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2110-exclui-conhecimento section.

            perform 9000-verifica-conta-pagar-paga
            if   ws-tem-parcela-paga
                 move "Frete com parcela ja paga - exclusao nao permitida!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-validacao

            if   not ws-validacao-ok
                 exit section
            end-if

            perform 9000-sleep-3s

            move "Confirma exclusao do conhecimento, notas e parcelas? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f09600-chave
            move f09500-cd-empresa                 to f09600-cd-empresa
            move f09500-cd-filial                  to f09600-cd-filial
            move f09500-cd-transportadora          to f09600-cd-transportadora
            move f09500-numero-conhecimento        to f09600-numero-conhecimento
            move f09500-serie-conhecimento         to f09600-serie-conhecimento
            move zeros                             to f09600-sequencia

            perform 9000-str-pd09600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09600-seq-1

                 if   ws-operacao-ok
                 and  f09600-chave-conhecimento equal f09500-chave
                      perform 9000-excluir-pd09600
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            perform 9000-excluir-contas-pagar-conhecimento

            perform 9000-excluir-pd09500

            if   not ws-operacao-ok
                 string "Erro de exclusao - f09500-conhecimento [" f09500-chave "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2120-exclui-nota section.

            initialize                             f05000-chave-doc
            move lnk-cd-empresa                    to f05000-cd-empresa
            move lnk-cd-filial                     to f05000-cd-filial
            move f-tipo-nota                       to f05000-tipo-nota
            move f-numero-documento                to f05000-numero-documento
            move f-serie-documento                 to f05000-serie-documento
            move f05000-chave-doc                  to ws-chave-doc-nota

            perform 9000-localiza-nota-conhecimento
            if   not ws-nota-no-conhecimento
                 move "Nota nao consta deste conhecimento!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma exclusao de registro? [S/N]"   to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 perform 9000-excluir-pd09600
                 if   ws-operacao-ok
                      perform 9000-atualiza-qtd-notas
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de conhecimentos..." to ws-mensagem
            perform 9000-mensagem

            open output rel10077

            move zeros                              to ws-rel-total-conhecimentos

            initialize                               f09500-chave
            move lnk-cd-empresa                      to f09500-cd-empresa
            move lnk-cd-filial                       to f09500-cd-filial

            perform 9000-str-pd09500-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09500-seq-1

                 if   ws-operacao-ok
                 and  f09500-cd-empresa equal lnk-cd-empresa
                 and  f09500-cd-filial  equal lnk-cd-filial

                      perform 9000-totaliza-conhecimento

                      move f09500-cd-transportadora  to rr-det-cd-transportadora
                      move f09500-numero-conhecimento to rr-det-numero-conhecimento
                      move f09500-serie-conhecimento to rr-det-serie-conhecimento
                      move f09500-data-emissao       to rr-det-data-emissao
                      move f-qtd-notas               to rr-det-qtd-notas
                      move f09500-valor-frete        to rr-det-valor-frete
                      move f-valor-frete-notas       to rr-det-valor-frete-notas

                      initialize                     f07500-transportadora
                      move lnk-cd-empresa            to f07500-cd-empresa
                      move lnk-cd-filial             to f07500-cd-filial
                      move f09500-cd-transportadora  to f07500-cd-transportadora
                      perform 9000-ler-pd07500-ran-1
                      if   ws-operacao-ok
                           move f07500-nome-transportadora to rr-det-nome-transportadora
                      else
                           move "** nao cadastrada **" to rr-det-nome-transportadora
                      end-if

                      write rel10077-linha           from rel10077-detalhe

                      add 1                          to ws-rel-total-conhecimentos

      *>              as leituras de apoio nao podem encerrar a varredura
                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-conhecimentos          to rr-res-total
            write rel10077-linha                     from rel10077-resumo

            close rel10077

            string "Relatorio gerado - " ws-rel-total-conhecimentos " conhecimento(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd05000
            close pd06400
            close pd07500
            close pd07700
            close pd08000
            close pd09500
            close pd09600

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-conhecimento

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-conhecimento

            perform 9000-frame-padrao
            display frm-conhecimento

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Transportadora (cadastrada em PD07500), numero e serie do conhecimento.
       9000-aceita-chave-conhecimento section.

            perform until f-cd-transportadora <> zeros
                 accept f-cd-transportadora at line 05 col 35 with update auto-skip
            end-perform

            initialize                             f07500-transportadora
            move lnk-cd-empresa                    to f07500-cd-empresa
            move lnk-cd-filial                     to f07500-cd-filial
            move f-cd-transportadora               to f07500-cd-transportadora
            perform 9000-ler-pd07500-ran-1
            if   not ws-operacao-ok
                 string "Transportadora nao cadastrada! [" f-cd-transportadora "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f07500-nome-transportadora        to f-nome-transportadora
            display f-nome-transportadora(1:30) at line 05 col 46

            perform until f-numero-conhecimento <> zeros
                 accept f-numero-conhecimento at line 06 col 35 with update auto-skip
            end-perform

            perform until f-serie-conhecimento <> spaces
                 accept f-serie-conhecimento at line 06 col 54 with update auto-skip
            end-perform

            set ws-operacao-ok                     to true

       exit.

      *>=================================================================================
       9000-monta-chave-conhecimento section.

            initialize                             f09500-chave
            move lnk-cd-empresa                    to f09500-cd-empresa
            move lnk-cd-filial                     to f09500-cd-filial
            move f-cd-transportadora               to f09500-cd-transportadora
            move f-numero-conhecimento             to f09500-numero-conhecimento
            move f-serie-conhecimento              to f09500-serie-conhecimento

       exit.

      *>=================================================================================
      *> Le o conhecimento da chave em tela e mostra os totais.
       9000-le-conhecimento section.

            perform 9000-monta-chave-conhecimento

            perform 9000-ler-pd09500-ran-1
            if   not ws-operacao-ok
                 move "Conhecimento nao encontrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            set ws-operacao-ok                     to true

       exit.

      *>=================================================================================
      *> Emissao, valor cobrado e condicao de pagamento do conhecimento -
      *> condicao so existente e ativa em PD08000 (zero = a vista), mesma
      *> regra de 9000-aceita-condicao-documento de CS10006C.
       9000-aceita-dados-conhecimento section.

            perform until f-data-emissao <> zeros
                 accept f-data-emissao at line 07 col 35 with update auto-skip
            end-perform

            perform until f-valor-frete <> zeros
                 accept f-valor-frete at line 08 col 35 with update auto-skip
            end-perform

            perform until exit

                 move spaces                       to f-descricao-condicao
                 accept f-cd-condicao at line 09 col 35 with update auto-skip

                 if   f-cd-condicao = zeros
                      move "A VISTA"               to f-descricao-condicao
                      display f-descricao-condicao at line 09 col 40
                      exit perform
                 end-if

                 initialize                        f08000-chave
                 move lnk-cd-empresa               to f08000-cd-empresa
                 move lnk-cd-filial                to f08000-cd-filial
                 move f-cd-condicao                to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1

                 if   ws-operacao-ok
                 and  f08000-condicao-ativa
                      move f08000-descricao        to f-descricao-condicao
                      display f-descricao-condicao at line 09 col 40
                      exit perform
                 end-if

                 string "Condicao de pagamento inexistente ou inativa! [" f-cd-condicao "]" into ws-mensagem
                 perform 9000-mensagem

            end-perform

       exit.

      *>=================================================================================
      *> A parcela a pagar do frete usa numero/serie do conhecimento com tipo
      *> 04; outra transportadora com conhecimento de mesmo numero/serie ja
      *> lancado colidiria em PD06400 - recusa.
       9000-verifica-conta-pagar-livre section.

            initialize                              f06400-chave
            move lnk-cd-empresa                     to f06400-cd-empresa
            move lnk-cd-filial                      to f06400-cd-filial
            set f06400-conhecimento-frete           to true
            move f-numero-conhecimento              to f06400-numero-documento
            move f-serie-conhecimento               to f06400-serie-documento
            move 01                                 to f06400-parcela

            perform 9000-ler-pd06400-ran-1

            if   ws-operacao-ok
                 string "Numero/serie ja tem contas a pagar da transportadora " f06400-cd-destinatario "!" into ws-mensagem
                 perform 9000-mensagem
                 set ws-operacao-nok                to true
            else
                 set ws-operacao-ok                 to true
            end-if

       exit.

      *>=================================================================================
      *> Gera as parcelas a pagar (PD06400) do conhecimento em f09500 - mesmo
      *> molde de 9000-gera-contas-pagar de CS10006C: condicao de PD08000
      *> (zero = uma parcela a vista) sobre a data de emissao e o valor
      *> cobrado, vencimento rolado para o dia util da filial.
       9000-gera-contas-pagar section.

            if   f09500-cd-condicao-pagamento = zeros
                 initialize                         f08000-condicao-pagamento
                 move 1                             to f08000-qtd-parcelas
            else
                 initialize                         f08000-chave
                 move f09500-cd-empresa             to f08000-cd-empresa
                 move f09500-cd-filial              to f08000-cd-filial
                 move f09500-cd-condicao-pagamento  to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1
                 if   not ws-operacao-ok
                      initialize                    f08000-condicao-pagamento
                      move 1                        to f08000-qtd-parcelas
                 end-if
            end-if

            move f09500-data-emissao                to ws-cp-data-base
            move f09500-valor-frete                 to ws-cp-valor-total
            perform 9000-calcula-vencimentos-condicao

            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > ws-cp-qtd-parcelas

                 initialize                         f06400-conta-pagar
                 move f09500-cd-empresa             to f06400-cd-empresa
                 move f09500-cd-filial              to f06400-cd-filial
                 set f06400-conhecimento-frete      to true
                 move f09500-numero-conhecimento    to f06400-numero-documento
                 move f09500-serie-conhecimento     to f06400-serie-documento
                 move ws-idx-parcela                to f06400-parcela
                 move f09500-cd-transportadora      to f06400-cd-destinatario
                 move ws-cp-vencimento(ws-idx-parcela)
                                                    to f06400-data-vencimento

                 move f06400-cd-empresa             to ws-cal-cd-empresa
                 move f06400-cd-filial              to ws-cal-cd-filial
                 move f06400-data-vencimento        to ws-cal-data
                 perform 9000-proximo-dia-util
                 move ws-cal-data                   to f06400-data-vencimento

                 move ws-cp-valor(ws-idx-parcela)   to f06400-valor-parcela

                 set f06400-parcela-aberta          to true
                 move zeros                         to f06400-data-programada
                 move zeros                         to f06400-data-pagamento

                 move lnk-cd-usuario                to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd06400

                 perform 9000-gravar-pd06400

                 if   not ws-operacao-ok
                      string "Erro de gravacao - conta a pagar [" f06400-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Alguma parcela a pagar do conhecimento em f09500 ja paga, no todo ou
      *> em parte - mesma guarda de 9000-verifica-conta-pagar-paga de CS10006C.
       9000-verifica-conta-pagar-paga section.

            move "N"                                to ws-fl-tem-parcela-paga

            perform 9000-monta-chave-conta-pagar

            perform 9000-str-pd06400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06400-seq-1

                 if   ws-operacao-ok
                 and  f06400-chave-doc equal ws-chave-doc-conta-pagar

                      if   f06400-parcela-paga
                      or   f06400-valor-baixado > zeros
                           set ws-tem-parcela-paga   to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Remove as parcelas a pagar do conhecimento em f09500 - quem chama
      *> confere 9000-verifica-conta-pagar-paga antes.
       9000-excluir-contas-pagar-conhecimento section.

            perform 9000-monta-chave-conta-pagar

            perform 9000-str-pd06400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06400-seq-1

                 if   ws-operacao-ok
                 and  f06400-chave-doc equal ws-chave-doc-conta-pagar

                      perform 9000-excluir-pd06400

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       9000-monta-chave-conta-pagar section.

            initialize                              f06400-chave
            move f09500-cd-empresa                  to f06400-cd-empresa
            move f09500-cd-filial                   to f06400-cd-filial
            set f06400-conhecimento-frete           to true
            move f09500-numero-conhecimento         to f06400-numero-documento
            move f09500-serie-conhecimento          to f06400-serie-documento
            move zeros                              to f06400-parcela
            move f06400-chave-doc                   to ws-chave-doc-conta-pagar

       exit.

      *>=================================================================================
      *> Procura ws-chave-doc-nota entre as notas do conhecimento em f09500;
      *> achando, f09600 fica com a linha (pronta para exclusao).
      *> Devolve tambem a ultima sequencia usada.
       9000-localiza-nota-conhecimento section.

            move "N"                               to ws-fl-nota-no-conhecimento
            move zeros                             to ws-ultima-sequencia

            initialize                             f09600-chave
            move f09500-cd-empresa                 to f09600-cd-empresa
            move f09500-cd-filial                  to f09600-cd-filial
            move f09500-cd-transportadora          to f09600-cd-transportadora
            move f09500-numero-conhecimento        to f09600-numero-conhecimento
            move f09500-serie-conhecimento         to f09600-serie-conhecimento
            move zeros                             to f09600-sequencia

            perform 9000-str-pd09600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09600-seq-1

                 if   ws-operacao-ok
                 and  f09600-chave-conhecimento equal f09500-chave

                      move f09600-sequencia          to ws-ultima-sequencia
                      if   f09600-chave-doc equal ws-chave-doc-nota
                           set ws-nota-no-conhecimento to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Situacao da nota ws-chave-doc-nota para o aviso em tela: nossa ou
      *> nao (PD05000), da transportadora do conhecimento ou de outra, e se
      *> outro conhecimento ja a cobrou (chave alternativa de PD09600).
       9000-situacao-nota section.

            move "N"                               to ws-fl-nota-propria
            move zeros                             to f-cd-destinatario
            move "Nota localizada"                 to f-ds-situacao-nota

            initialize                             f05000-mestre-nota-fiscal
            move ws-chave-doc-nota                 to f05000-chave-doc
            perform 9000-str-pd05000-doc
            if   ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
            end-if

            if   not ws-operacao-ok
            or   f05000-chave-doc not equal ws-chave-doc-nota
                 move "ATENCAO: nota nao localizada - nao e da filial" to f-ds-situacao-nota
                 exit section
            end-if

            move "S"                               to ws-fl-nota-propria
            move f05000-cd-destinatario            to f-cd-destinatario

            if   f05000-cd-transportadora not equal f09500-cd-transportadora
                 move spaces                       to f-ds-situacao-nota
                 string "ATENCAO: nota da transportadora " f05000-cd-transportadora
                      delimited by size into f-ds-situacao-nota
            end-if

            initialize                             f09600-chave-doc
            move ws-chave-doc-nota                 to f09600-chave-doc
            perform 9000-str-pd09600-doc
            if   ws-operacao-ok
                 perform 9000-ler-pd09600-seq-1
            end-if

            if   ws-operacao-ok
            and  f09600-chave-doc equal ws-chave-doc-nota
                 move spaces                       to f-ds-situacao-nota
                 string "ATENCAO: nota ja cobrada no conhecimento " f09600-numero-conhecimento
                        "/" f09600-serie-conhecimento
                      delimited by size into f-ds-situacao-nota
            end-if

       exit.

      *>=================================================================================
      *> Recontagem das notas do conhecimento em f09500, regravando
      *> f09500-qtd-notas.
       9000-atualiza-qtd-notas section.

            perform 9000-totaliza-conhecimento

            move f-qtd-notas                       to f09500-qtd-notas

            move lnk-cd-usuario                    to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd09500

            perform 9000-regravar-pd09500

            if   not ws-operacao-ok
                 string "Erro de gravacao - f09500-conhecimento [" f09500-chave "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Quantidade de notas e frete destacado nelas (f05000-valor-frete) do
      *> conhecimento em f09500; preserva f09500-conhecimento.
       9000-totaliza-conhecimento section.

            move zeros                             to f-qtd-notas
            move zeros                             to f-valor-frete-notas

            initialize                             f09600-chave
            move f09500-cd-empresa                 to f09600-cd-empresa
            move f09500-cd-filial                  to f09600-cd-filial
            move f09500-cd-transportadora          to f09600-cd-transportadora
            move f09500-numero-conhecimento        to f09600-numero-conhecimento
            move f09500-serie-conhecimento         to f09600-serie-conhecimento
            move zeros                             to f09600-sequencia

            perform 9000-str-pd09600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09600-seq-1

                 if   ws-operacao-ok
                 and  f09600-chave-conhecimento equal f09500-chave

                      add 1                          to f-qtd-notas

                      initialize                     f05000-mestre-nota-fiscal
                      move f09600-chave-doc          to f05000-chave-doc
                      perform 9000-str-pd05000-doc
                      if   ws-operacao-ok
                           perform 9000-ler-pd05000-seq-1
                      end-if
                      if   ws-operacao-ok
                      and  f05000-chave-doc equal f09600-chave-doc
                           add f05000-valor-frete    to f-valor-frete-notas
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f09500-cd-transportadora          to f-cd-transportadora
            move f09500-numero-conhecimento        to f-numero-conhecimento
            move f09500-serie-conhecimento         to f-serie-conhecimento
            move f09500-data-emissao               to f-data-emissao
            move f09500-valor-frete                to f-valor-frete
            move f09500-cd-condicao-pagamento      to f-cd-condicao

            move spaces                            to f-descricao-condicao
            if   f09500-cd-condicao-pagamento = zeros
                 move "A VISTA"                    to f-descricao-condicao
            else
                 initialize                        f08000-chave
                 move f09500-cd-empresa            to f08000-cd-empresa
                 move f09500-cd-filial             to f08000-cd-filial
                 move f09500-cd-condicao-pagamento to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1
                 if   ws-operacao-ok
                      move f08000-descricao        to f-descricao-condicao
                 end-if
            end-if

            perform 9000-totaliza-conhecimento

            perform 9000-frame-padrao
            display frm-conhecimento

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o conhecimento ainda existe e nao foi alterado por outro
      *> usuario - mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f09500-horario-operacao           to ws-validacao-horario

            perform 9000-ler-pd09500-ran-1

            if   not ws-operacao-ok
                 move "Conhecimento nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f09500-horario-operacao not equal ws-validacao-horario
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05000.cpy.
       copy CSR06400.cpy.
       copy CSR07500.cpy.
       copy CSR07700.cpy.
       copy CSR08000.cpy.
       copy CSR09500.cpy.
       copy CSR09600.cpy.

      *>=================================================================================
      *> CSR08300 - Rotinas de acesso ao arquivo PD08300 (Movimentos de tesouraria)
      *>=================================================================================
       9000-abrir-io-pd08300 section.

            open i-o pd08300

            if   ws-fs-pd08300 = "35"
                 open output pd08300
                 close pd08300
                 open i-o pd08300
            end-if

            if   ws-fs-pd08300 <> "00"
                 move "Erro na abertura do arquivo PD08300!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08300-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08300
                 key is f08300-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08300-ge section.

            set ws-operacao-nok                        to true

            start pd08300
                 key is not less than f08300-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08300-seq-1 section.

            read pd08300 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08300 section.

            set ws-operacao-nok                        to true

            write f08300-movimento-tesouraria
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08300 section.

            set ws-operacao-nok                        to true

            rewrite f08300-movimento-tesouraria
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08300 section.

            set ws-operacao-nok                        to true

            delete pd08300
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08300-movimento-tesouraria - chamar
      *> imediatamente antes de 9000-gravar-pd08300/9000-regravar-pd08300.
       9000-marca-auditoria-pd08300 section.

            move function current-date(1:8)            to f08300-data-operacao
            move function current-date(9:6)            to f08300-horario-operacao
            move ws-cd-usuario-operacao                 to f08300-id-usuario-operacao

       exit.

      *>=================================================================================
      *> Grava o movimento de tesouraria montado em ws-controle-tesouraria
      *> (CSW00900.CPY) com a proxima sequencia do dia na conta - usado pelas
      *> baixas (origem B) e pelos lancamentos manuais de CS10062C (origem M).
      *> Conta ou valor zerado nao gera movimento.
       9000-registra-movimento-tesouraria section.

            move zeros                                 to ws-ts-sequencia

            if   ws-ts-cd-conta = zeros
            or   ws-ts-valor = zeros
                 set ws-operacao-ok                    to true
                 exit section
            end-if

            initialize                                 f08300-movimento-tesouraria
            move ws-ts-cd-empresa                      to f08300-cd-empresa
            move ws-ts-cd-filial                       to f08300-cd-filial
            move ws-ts-cd-conta                        to f08300-cd-conta
            move ws-ts-data-movimento                  to f08300-data-movimento
            move 99999                                 to f08300-sequencia

            move 1                                     to ws-ts-sequencia

            set ws-operacao-nok                        to true
            start pd08300
                 key is not greater than f08300-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

            if   ws-operacao-ok
                 read pd08300 previous record
                      at end
                           continue
                      not at end
                           if   f08300-cd-empresa     equal ws-ts-cd-empresa
                           and  f08300-cd-filial      equal ws-ts-cd-filial
                           and  f08300-cd-conta       equal ws-ts-cd-conta
                           and  f08300-data-movimento equal ws-ts-data-movimento
                                compute ws-ts-sequencia = f08300-sequencia + 1
                           end-if
                 end-read
            end-if

            initialize                                 f08300-movimento-tesouraria
            move ws-ts-cd-empresa                      to f08300-cd-empresa
            move ws-ts-cd-filial                       to f08300-cd-filial
            move ws-ts-cd-conta                        to f08300-cd-conta
            move ws-ts-data-movimento                  to f08300-data-movimento
            move ws-ts-sequencia                       to f08300-sequencia
            move ws-ts-fl-natureza                     to f08300-fl-natureza
            move ws-ts-valor                           to f08300-valor
            move ws-ts-fl-origem                       to f08300-fl-origem
            move ws-ts-fl-tipo-manual                  to f08300-fl-tipo-manual
            move ws-ts-historico                       to f08300-historico
            move ws-ts-chave-referencia                to f08300-chave-referencia
            move ws-ts-documento                       to f08300-documento
            set f08300-nao-conciliado                  to true
            move zeros                                 to f08300-data-conciliacao

            perform 9000-marca-auditoria-pd08300

            perform 9000-gravar-pd08300

       exit.

      *>=================================================================================
      *> Saldo da conta ws-ts-cd-empresa/ws-ts-cd-filial/ws-ts-cd-conta no fim
      *> do dia ws-ts-data-limite: o saldo inicial (que o chamador move de
      *> f08200 para ws-ts-saldo, com a data em ws-ts-data-inicial) mais os
      *> creditos e menos os debitos de PD08300 da data inicial ate o limite.
       9000-saldo-conta-tesouraria section.

            initialize                                 f08300-chave
            move ws-ts-cd-empresa                      to f08300-cd-empresa
            move ws-ts-cd-filial                       to f08300-cd-filial
            move ws-ts-cd-conta                        to f08300-cd-conta
            move ws-ts-data-inicial                    to f08300-data-movimento

            perform 9000-str-pd08300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08300-seq-1

                 if   ws-operacao-ok
                 and  f08300-cd-empresa equal ws-ts-cd-empresa
                 and  f08300-cd-filial  equal ws-ts-cd-filial
                 and  f08300-cd-conta   equal ws-ts-cd-conta
                 and  f08300-data-movimento not greater ws-ts-data-limite

                      if   f08300-credito
                           add f08300-valor            to ws-ts-saldo
                      else
                           subtract f08300-valor       from ws-ts-saldo
                      end-if

                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

            set ws-operacao-ok                         to true

       exit.

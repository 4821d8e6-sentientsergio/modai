      *>=================================================================================
      *> CSR08000 - Rotinas de acesso ao arquivo PD08000 (Condicoes de pagamento)
      *>=================================================================================
       9000-abrir-io-pd08000 section.

            open i-o pd08000

            if   ws-fs-pd08000 = "35"
                 open output pd08000
                 close pd08000
                 open i-o pd08000
            end-if

            if   ws-fs-pd08000 <> "00"
                 move "Erro na abertura do arquivo PD08000!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08000-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08000
                 key is f08000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08000-ge section.

            set ws-operacao-nok                        to true

            start pd08000
                 key is not less than f08000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08000-seq-1 section.

            read pd08000 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08000 section.

            set ws-operacao-nok                        to true

            write f08000-condicao-pagamento
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08000 section.

            set ws-operacao-nok                        to true

            rewrite f08000-condicao-pagamento
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08000 section.

            set ws-operacao-nok                        to true

            delete pd08000
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08000-condicao-pagamento - chamar
      *> imediatamente antes de 9000-gravar-pd08000/9000-regravar-pd08000.
       9000-marca-auditoria-pd08000 section.

            move function current-date(1:8)            to f08000-data-operacao
            move function current-date(9:6)            to f08000-horario-operacao
            move ws-cd-usuario-operacao                 to f08000-id-usuario-operacao

       exit.

      *>=================================================================================
      *> Monta as parcelas da condicao ja lida em f08000-condicao-pagamento
      *> sobre ws-cp-data-base/ws-cp-valor-total (CSW00900.CPY) - devolve
      *> ws-cp-qtd-parcelas e, por parcela, vencimento e valor. Condicao com
      *> zero parcelas vale uma unica parcela a vista. O vencimento sai em
      *> dia corrido: quem grava a parcela ainda rola para o dia util pelo
      *> calendario da filial (9000-proximo-dia-util, CSR07700.CPY).
       9000-calcula-vencimentos-condicao section.

            initialize                                 ws-cp-parcelas

            move f08000-qtd-parcelas                   to ws-cp-qtd-parcelas
            if   ws-cp-qtd-parcelas = zeros
                 move 1                                to ws-cp-qtd-parcelas
            end-if
            if   ws-cp-qtd-parcelas > 12
                 move 12                               to ws-cp-qtd-parcelas
            end-if

      *>   Fora o mes - a contagem parte do ultimo dia do mes da operacao
      *>   (primeiro dia do mes seguinte menos um).
            move ws-cp-data-base                       to ws-cp-data-calc
            if   f08000-conta-fora-mes
                 if   ws-cp-mes-calc = 12
                      add 1                            to ws-cp-ano-calc
                      move 1                           to ws-cp-mes-calc
                 else
                      add 1                            to ws-cp-mes-calc
                 end-if
                 move 1                                to ws-cp-dia-calc
                 compute ws-cp-dias-base =
                         function integer-of-date(ws-cp-data-calc) - 1
            else
                 compute ws-cp-dias-base =
                         function integer-of-date(ws-cp-data-calc)
            end-if

            move zeros                                 to ws-cp-soma-perc
            perform varying ws-cp-idx from 1 by 1
                    until ws-cp-idx > ws-cp-qtd-parcelas
                 add f08000-perc-parcela(ws-cp-idx)    to ws-cp-soma-perc
            end-perform

            move zeros                                 to ws-cp-soma-valor

            perform varying ws-cp-idx from 1 by 1
                    until ws-cp-idx > ws-cp-qtd-parcelas

                 compute ws-cp-dias-calc = ws-cp-dias-base
                                          + f08000-dias-parcela(ws-cp-idx)
                 move function date-of-integer(ws-cp-dias-calc)
                                                       to ws-cp-data-calc

                 if   f08000-dia-fixo > zeros
                      if   ws-cp-dia-calc > f08000-dia-fixo
                           if   ws-cp-mes-calc = 12
                                add 1                  to ws-cp-ano-calc
                                move 1                 to ws-cp-mes-calc
                           else
                                add 1                  to ws-cp-mes-calc
                           end-if
                      end-if
                      move f08000-dia-fixo             to ws-cp-dia-calc
                 end-if

                 move ws-cp-data-calc                  to ws-cp-vencimento(ws-cp-idx)

                 if   ws-cp-soma-perc = zeros
                      compute ws-cp-valor(ws-cp-idx) =
                              ws-cp-valor-total / ws-cp-qtd-parcelas
                 else
                      compute ws-cp-valor(ws-cp-idx) rounded =
                              ws-cp-valor-total * f08000-perc-parcela(ws-cp-idx) / 100
                 end-if

                 add ws-cp-valor(ws-cp-idx)            to ws-cp-soma-valor

            end-perform

      *>   Residuo do arredondamento (ou de percentuais que nao fecham 100)
      *>   vai para a primeira parcela - a soma fecha com o documento ao
      *>   centavo.
            compute ws-cp-valor(1) = ws-cp-valor(1)
                                    + ws-cp-valor-total - ws-cp-soma-valor

       exit.

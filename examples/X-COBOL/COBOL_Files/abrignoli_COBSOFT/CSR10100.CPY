      *>=================================================================================
      *> CSR10100 - Rotinas de acesso ao arquivo PD10100 (Composicao de kit)
      *>=================================================================================
       9000-abrir-io-pd10100 section.

            open i-o pd10100

            if   ws-fs-pd10100 = "35"
                 open output pd10100
                 close pd10100
                 open i-o pd10100
            end-if

            if   ws-fs-pd10100 <> "00"
                 move "Erro na abertura do arquivo PD10100!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10100-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10100
                 key is f10100-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10100-ge section.

            set ws-operacao-nok                        to true

            start pd10100
                 key is not less than f10100-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10100-seq-1 section.

            read pd10100 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10100 section.

            set ws-operacao-nok                        to true

            write f10100-componente-kit
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10100 section.

            set ws-operacao-nok                        to true

            rewrite f10100-componente-kit
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10100 section.

            set ws-operacao-nok                        to true

            delete pd10100
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f10100-componente-kit - chamar
      *> imediatamente antes de 9000-gravar-pd10100/9000-regravar-pd10100.
       9000-marca-auditoria-pd10100 section.

            move function current-date(1:8)            to f10100-data-operacao
            move function current-date(9:6)            to f10100-horario-operacao
            move ws-cd-usuario-operacao                 to f10100-id-usuario-operacao

       exit.


      *>=================================================================================
      *> Carrega em ws-tab-componentes-kit (CSW00900.CPY) a composicao da
      *> mercadoria ws-kit-cd-mercadoria - ws-kit-total-componentes zerado
      *> quando ela nao e kit. Mais componentes do que a tabela comporta
      *> ficam de fora e contam em ws-kit-descartados.
       9000-carrega-componentes-kit section.

            move zeros                                 to ws-kit-total-componentes
            move zeros                                 to ws-kit-descartados

            initialize                                 f10100-chave
            move ws-kit-cd-mercadoria                  to f10100-cd-kit
            perform 9000-str-pd10100-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10100-seq-1

                 if   ws-operacao-ok
                 and  f10100-cd-kit equal ws-kit-cd-mercadoria
                      if   ws-kit-total-componentes not less 50
                           add 1                       to ws-kit-descartados
                      else
                           add 1                       to ws-kit-total-componentes
                           move f10100-cd-componente   to ws-kit-cd-componente(ws-kit-total-componentes)
                           move f10100-quantidade-componente
                                                       to ws-kit-qtd-componente(ws-kit-total-componentes)
                      end-if
                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

       exit.

       copy CSS00550.cpy.
       copy CSS00600.cpy.
       copy CSS05000.cpy.
       copy CSS08000.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
       copy CSF00550.cpy.
       copy CSF00600.cpy.
       copy CSF05000.cpy.
       copy CSF08000.cpy.

       fd   rel10013
            record contains 132 characters.
            03 f-nome-destinatario                 pic x(55).
            03 f-cnpj-cpf                          pic 9(14).
            03 f-valor-limite-credito              pic 9(09)v9(02).
            03 f-cd-condicao-pagamento             pic 9(03).
            03 f-descricao-condicao                pic x(15).

       01   ws-relatorio.
            03 ws-fs-rel10013                       pic x(02).
            03 line 21 col 34   pic 9(14) from f-cnpj-cpf.
            03 line 22 col 19   pic x(14) value "Lim. Credito.:".
            03 line 22 col 34   pic zzz.zzz.zz9,99 from f-valor-limite-credito.
            03 line 22 col 50   pic x(11) value "Cond.Pagto:".
            03 line 22 col 62   pic 9(03) from f-cd-condicao-pagamento.
            03 line 22 col 66   pic x(15) from f-descricao-condicao.

       01   frm-browse-comando.
            03 line 24 col 02   pic x(45)
            perform 9000-abrir-io-pd00550
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd08000

       exit.

      *>       CSF00600.CPY) - so uma cifra explicita restringe.
            accept f-valor-limite-credito at line 22 col 34 with update auto-skip

            perform 9000-aceita-condicao-pagamento

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

                 move f-nome-destinatario          to f00600-nome-destinatario
                 move f-cnpj-cpf                   to f00600-cnpj-cpf
                 move f-valor-limite-credito       to f00600-valor-limite-credito
                 move f-cd-condicao-pagamento      to f00600-cd-condicao-pagamento
                 move f00200-id-pais               to f00600-id-pais
                 move f00300-id-estado             to f00600-id-estado
                 move f00400-id-municipio          to f00600-id-municipio
            end-perform
            accept f-valor-limite-credito at line 22 col 34 with update auto-skip

            perform 9000-aceita-condicao-pagamento

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

                      move f-nome-destinatario     to f00600-nome-destinatario
                      move f-cnpj-cpf              to f00600-cnpj-cpf
                      move f-valor-limite-credito  to f00600-valor-limite-credito
                      move f-cd-condicao-pagamento to f00600-cd-condicao-pagamento

                      move lnk-cd-usuario          to ws-cd-usuario-operacao
                      perform 9000-marca-auditoria-pd00600
            close pd00550
            close pd00600
            close pd05000
            close pd08000

       exit.
      *>=================================================================================
            move f00600-nome-destinatario          to f-nome-destinatario
            move f00600-cnpj-cpf                   to f-cnpj-cpf
            move f00600-valor-limite-credito       to f-valor-limite-credito
            move f00600-cd-condicao-pagamento      to f-cd-condicao-pagamento

            if   f-cd-condicao-pagamento <> zeros
                 initialize                        f08000-chave
                 move lnk-cd-empresa               to f08000-cd-empresa
                 move lnk-cd-filial                to f08000-cd-filial
                 move f-cd-condicao-pagamento      to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1
                 if   ws-operacao-ok
                      move f08000-descricao        to f-descricao-condicao
                 end-if
            end-if

            perform 9000-frame-padrao
            display frm-destinatario

       copy CSP00901.cpy.

      *>=================================================================================
      *> Condicao de pagamento padrao do destinatario - zero = sem condicao
      *> padrao; informada, precisa existir em PD08000 e estar ativa.
       9000-aceita-condicao-pagamento section.

            perform until exit

                 move spaces                       to f-descricao-condicao
                 accept f-cd-condicao-pagamento at line 22 col 62 with update auto-skip

                 if   f-cd-condicao-pagamento = zeros
                      display f-descricao-condicao at line 22 col 66
                      exit perform
                 end-if

                 initialize                        f08000-chave
                 move lnk-cd-empresa               to f08000-cd-empresa
                 move lnk-cd-filial                to f08000-cd-filial
                 move f-cd-condicao-pagamento      to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1

                 if   ws-operacao-ok
                 and  f08000-condicao-ativa
                      move f08000-descricao        to f-descricao-condicao
                      display f-descricao-condicao at line 22 col 66
                      exit perform
                 end-if

                 move "Condicao de pagamento inexistente ou inativa!" to ws-mensagem
                 perform 9000-mensagem

            end-perform

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00550.cpy.
       copy CSR00600.cpy.
       copy CSR05000.cpy.
       copy CSR08000.cpy.

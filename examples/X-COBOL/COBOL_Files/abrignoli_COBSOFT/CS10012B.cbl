       copy CSS05700.CPY.
       copy CSS06500.CPY.
       copy CSS06900.CPY.
       copy CSS09100.CPY.

           select arq-carga00700
               assign to "CARGA00700"
               organization is line sequential
               file status is ws-fs-arq-carga06900.

           select arq-carga09100
               assign to "CARGA09100"
               organization is line sequential
               file status is ws-fs-arq-carga09100.

           select rel10012b
               assign to "REL10012B"
               organization is line sequential
       copy CSF05700.CPY.
       copy CSF06500.CPY.
       copy CSF06900.CPY.
       copy CSF09100.CPY.

       fd   arq-carga00700
            record contains 78 characters.
            03 ac700-cd-usuario                      pic 9(11).

       fd   arq-carga05300
            record contains 46 characters.

       01   arq-carga05300-linha.
            03 ac300-cfop                           pic 9(04).
            03 ac300-descricao                      pic x(40).
            03 ac300-fl-frete-base                  pic x(01).
            03 ac300-fl-ativo-imobilizado           pic x(01).

       fd   arq-carga05400
            record contains 44 characters.
            03 ac570-aliq-ipi                        pic 9(03)v9(02).

       fd   arq-carga06500
            record contains 49 characters.

       01   arq-carga06500-linha.
            03 ac650-cd-empresa                      pic 9(03).
            03 ac650-perc-tolerancia-preco           pic 9(03)v9(02).
            03 ac650-fl-acao-tolerancia              pic x(01).
            03 ac650-perc-tolerancia-contagem        pic 9(03)v9(02).
            03 ac650-perc-tolerancia-qtd-compra      pic 9(03)v9(02).
            03 ac650-perc-tolerancia-preco-compra    pic 9(03)v9(02).
            03 ac650-cd-usuario                      pic 9(11).

       fd   arq-carga06900
            03 ac690-aliq-pis                        pic 9(03)v9(02).
            03 ac690-aliq-cofins                     pic 9(03)v9(02).

       fd   arq-carga09100
            record contains 25 characters.

       01   arq-carga09100-linha.
            03 ac910-ncm                             pic 9(08).
            03 ac910-cd-estado                       pic 9(02).
            03 ac910-perc-mva                        pic 9(03)v9(02).
            03 ac910-aliq-interna                    pic 9(03)v9(02).
            03 ac910-aliq-interestadual              pic 9(03)v9(02).

       fd   rel10012b
            record contains 132 characters.

            03 ws-fs-arq-carga05700                  pic x(02).
            03 ws-fs-arq-carga06500                  pic x(02).
            03 ws-fs-arq-carga06900                  pic x(02).
            03 ws-fs-arq-carga09100                  pic x(02).
            03 ws-fs-rel10012b                       pic x(02).
            03 ws-fl-fim-arquivo                      pic x(01).
               88 ws-fim-arquivo                          value "S".
            perform 2380-carga-pd06900
            perform 2400-carga-pd00700
            perform 2500-carga-pd06500
            perform 2600-carga-pd09100
            perform 3000-finalizacao
            stop run
       exit.
            perform 9000-abrir-io-pd05700
            perform 9000-abrir-io-pd06500
            perform 9000-abrir-io-pd06900
            perform 9000-abrir-io-pd09100

            open input arq-carga00700
            open input arq-carga05300
            open input arq-carga05700
            open input arq-carga06500
            open input arq-carga06900
            open input arq-carga09100
            open output rel10012b

       exit.
            move ac300-cfop                            to f05300-cfop
            perform 9000-ler-pd05300-ran-1
            if   ws-operacao-ok
      *>         CFOP ja carregado antes da marca de ativo existir: a recarga
      *>         so atualiza a marca de ativo imobilizado - o resto da linha
      *>         continua rejeitado como nas demais tabelas de codigo.
                 if   ac300-fl-ativo-imobilizado not equal f05300-fl-ativo-imobilizado
                      move ac300-fl-ativo-imobilizado   to f05300-fl-ativo-imobilizado
                      perform 9000-regravar-pd05300
                      if   not ws-operacao-ok
                           move "Erro de gravacao"      to rc-det-status
                           perform 2900-grava-linha-rejeitada
                      else
                           move "Marca de ativo atualizada" to rc-det-status
                           perform 2910-grava-linha-incluida
                      end-if
                      exit section
                 end-if
                 move "Codigo ja cadastrado"            to rc-det-status
                 perform 2900-grava-linha-rejeitada
                 exit section
            move ac300-cfop                            to f05300-cfop
            move ac300-descricao                       to f05300-descricao-cfop
            move ac300-fl-frete-base                   to f05300-fl-frete-base
            move ac300-fl-ativo-imobilizado            to f05300-fl-ativo-imobilizado
            perform 9000-gravar-pd05300

            if   not ws-operacao-ok
                 move ac650-perc-tolerancia-preco       to f06500-perc-tolerancia-preco
                 move ac650-fl-acao-tolerancia          to f06500-fl-acao-tolerancia
                 move ac650-perc-tolerancia-contagem    to f06500-perc-tolerancia-contagem
                 move ac650-perc-tolerancia-qtd-compra  to f06500-perc-tolerancia-qtd-compra
                 move ac650-perc-tolerancia-preco-compra to f06500-perc-tolerancia-preco-compra
                 move ac650-cd-usuario                  to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd06500
                 perform 9000-regravar-pd06500
            move ac650-perc-tolerancia-preco           to f06500-perc-tolerancia-preco
            move ac650-fl-acao-tolerancia              to f06500-fl-acao-tolerancia
            move ac650-perc-tolerancia-contagem        to f06500-perc-tolerancia-contagem
            move ac650-perc-tolerancia-qtd-compra      to f06500-perc-tolerancia-qtd-compra
            move ac650-perc-tolerancia-preco-compra    to f06500-perc-tolerancia-preco-compra

            move ac650-cd-usuario                      to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd06500

       exit.

      *>=================================================================================
      *> Substituicao tributaria por NCM/estado de destino - a MVA e as
      *> aliquotas mudam por convenio/protocolo, entao linha ja cadastrada e
      *> atualizada em vez de rejeitada (como o parametro financeiro). E
      *> daqui que a entrada de itens de saida de CS10006C calcula o ST.
       2600-carga-pd09100 section.

            move "N"                                  to ws-fl-fim-arquivo

            perform until ws-fim-arquivo
                 read arq-carga09100
                      at end
                           set ws-fim-arquivo         to true
                      not at end
                           add 1                      to ws-total-lidos
                           perform 2610-processa-linha-pd09100
                 end-read
            end-perform

       exit.

      *>=================================================================================
       2610-processa-linha-pd09100 section.

            move "ICMSST"                              to rc-det-tabela
            move ac910-ncm                             to rc-det-codigo

            if   ac910-ncm = zeros
            or   ac910-cd-estado = zeros
                 move "NCM/estado nao informado"        to rc-det-status
                 perform 2900-grava-linha-rejeitada
                 exit section
            end-if

            initialize                                f09100-icms-st
            move ac910-ncm                             to f09100-ncm
            move ac910-cd-estado                       to f09100-cd-estado
            perform 9000-ler-pd09100-ran-1

            move ac910-perc-mva                        to f09100-perc-mva
            move ac910-aliq-interna                    to f09100-aliq-interna
            move ac910-aliq-interestadual              to f09100-aliq-interestadual

            if   ws-operacao-ok
                 perform 9000-regravar-pd09100
                 if   not ws-operacao-ok
                      move "Erro de gravacao"           to rc-det-status
                      perform 2900-grava-linha-rejeitada
                 else
                      move "Atualizado"                 to rc-det-status
                      perform 2910-grava-linha-incluida
                 end-if
                 exit section
            end-if

            perform 9000-gravar-pd09100

            if   not ws-operacao-ok
                 move "Erro de gravacao"                to rc-det-status
                 perform 2900-grava-linha-rejeitada
            else
                 move "Incluido"                        to rc-det-status
                 perform 2910-grava-linha-incluida
            end-if

       exit.

      *>=================================================================================
       2900-grava-linha-rejeitada section.

            close pd05700
            close pd06500
            close pd06900
            close pd09100
            close arq-carga00700
            close arq-carga05300
            close arq-carga05400
            close arq-carga05700
            close arq-carga06500
            close arq-carga06900
            close arq-carga09100
            close rel10012b

       exit.
       copy CSR05700.CPY.
       copy CSR06500.CPY.
       copy CSR06900.CPY.
       copy CSR09100.CPY.

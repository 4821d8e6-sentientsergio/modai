      $set sourceformat"free"
       program-id. CS10074B.
      *>=================================================================================
      *>
      *>          Processamento do Retorno do Fisco (Eventos CC-e)
      *>
      *>    CS10073B exporta as cartas de correcao pendentes para o provedor
      *>    de escrituracao; o provedor devolve um arquivo de resposta com o
      *>    protocolo de registro ou o codigo de rejeicao de cada evento, no
      *>    mesmo leiaute do retorno das notas (RET10025B) acrescido da
      *>    sequencia do evento. Este job le RET10074B, localiza o evento em
      *>    PD09200 pela chave-doc + sequencia, grava situacao/protocolo/
      *>    rejeicao/data e imprime em REL10074B as rejeicoes e as linhas que
      *>    nao casaram com evento - mesmo tratamento de CS10025B.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS06300.cpy.
       copy CSS09200.cpy.

           select ret10074b
               assign to "RET10074B"
               organization is line sequential
               file status is ws-fs-ret10074b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - o relatorio de rejeicoes do fisco e evidencia de
      *>   trabalho pendente e nao pode sumir numa reexecucao.
           select rel10074b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10074b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF06300.cpy.
       copy CSF09200.cpy.

       fd   ret10074b
            record contains 51 characters.

       01   ret10074b-linha.
            03 rt-cd-empresa                       pic 9(03).
            03 rt-cd-filial                        pic 9(04).
            03 rt-tipo-nota                        pic 9(02).
            03 rt-numero-documento                 pic 9(09).
            03 rt-serie-documento                  pic x(03).
            03 rt-sequencia-evento                 pic 9(02).
            03 rt-situacao                         pic x(01).
               88 rt-registrado                        value "A".
               88 rt-rejeitado                         value "R".
            03 rt-protocolo                        pic 9(15).
            03 rt-cd-rejeicao                      pic x(04).
            03 rt-data-retorno                     pic 9(08).

       fd   rel10074b
            record contains 132 characters.

       01   rel10074b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10074B".
       78   c-descricao-programa                   value "RETORNO DO FISCO CC-E".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-retorno.
            03 ws-fs-ret10074b                      pic x(02).
            03 ws-fs-rel10074b                      pic x(02).
            03 ws-fl-fim-arquivo                    pic x(01).
               88 ws-fim-arquivo                        value "S".
            03 ws-total-lidas                       pic 9(07).
            03 ws-total-registrados                 pic 9(07).
            03 ws-total-rejeitados                  pic 9(07).
            03 ws-total-nao-localizados             pic 9(07).

       01   rel10074b-detalhe.
            03 filler                              pic x(10) value "Documento:".
            03 rr-det-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rr-det-cd-filial                     pic 9(04).
            03 filler                              pic x(01) value "/".
            03 rr-det-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rr-det-serie-documento               pic x(03).
            03 filler                              pic x(06) value " Seq.:".
            03 rr-det-sequencia-evento              pic 9(02).
            03 filler                              pic x(01) value space.
            03 rr-det-status                        pic x(30) value spaces.
            03 filler                              pic x(10) value " Rejeicao:".
            03 rr-det-cd-rejeicao                   pic x(04).

       01   rel10074b-resumo.
            03 filler                              pic x(16) value "Linhas lidas...:".
            03 rr-res-lidas                         pic zzzzz9.
            03 filler                              pic x(15) value " Registrados.:".
            03 rr-res-registrados                   pic zzzzz9.
            03 filler                              pic x(15) value " Rejeitados..:".
            03 rr-res-rejeitados                    pic zzzzz9.
            03 filler                              pic x(17) value " Nao localizados:".
            03 rr-res-nao-localizados               pic zzzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            move zeros                              to ws-total-lidas
            move zeros                              to ws-total-registrados
            move zeros                              to ws-total-rejeitados
            move zeros                              to ws-total-nao-localizados

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd09200

            move c-este-programa                     to f06300-nome-programa
            move "REL10074B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open input ret10074b
            open output rel10074b

            if   ws-fs-ret10074b <> "00"
                 move "Arquivo de retorno RET10074B ausente!" to ws-mensagem
                 perform 9000-mensagem-lote
                 set ws-fim-arquivo                  to true
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            perform until ws-fim-arquivo

                 read ret10074b
                      at end
                           set ws-fim-arquivo        to true
                      not at end
                           add 1                     to ws-total-lidas
                           perform 2100-processa-resposta
                 end-read

            end-perform

       exit.

      *>=================================================================================
       2100-processa-resposta section.

            initialize                              f09200-carta-correcao
            move rt-cd-empresa                      to f09200-cd-empresa
            move rt-cd-filial                       to f09200-cd-filial
            move rt-tipo-nota                       to f09200-tipo-nota
            move rt-numero-documento                to f09200-numero-documento
            move rt-serie-documento                 to f09200-serie-documento
            move rt-sequencia-evento                to f09200-sequencia-evento

            perform 9000-ler-pd09200-ran-1

            if   not ws-operacao-ok
                 move "NAO LOCALIZADO"               to rr-det-status
                 move rt-cd-rejeicao                 to rr-det-cd-rejeicao
                 perform 2110-grava-linha-relatorio
                 add 1                               to ws-total-nao-localizados
                 exit section
            end-if

            move rt-situacao                        to f09200-fl-situacao
            move rt-protocolo                       to f09200-protocolo-fisco
            move rt-cd-rejeicao                     to f09200-cd-rejeicao-fisco
            move rt-data-retorno                    to f09200-data-retorno-fisco

            perform 9000-regravar-pd09200

            if   not ws-operacao-ok
                 move "ERRO DE GRAVACAO"             to rr-det-status
                 move rt-cd-rejeicao                 to rr-det-cd-rejeicao
                 perform 2110-grava-linha-relatorio
                 add 1                               to ws-total-nao-localizados
                 exit section
            end-if

            if   rt-rejeitado
                 add 1                               to ws-total-rejeitados
                 move "REJEITADO PELO FISCO"          to rr-det-status
                 move rt-cd-rejeicao                 to rr-det-cd-rejeicao
                 perform 2110-grava-linha-relatorio
            else
                 add 1                               to ws-total-registrados
            end-if

       exit.

      *>=================================================================================
       2110-grava-linha-relatorio section.

            move rt-cd-empresa                      to rr-det-cd-empresa
            move rt-cd-filial                       to rr-det-cd-filial
            move rt-numero-documento                to rr-det-numero-documento
            move rt-serie-documento                 to rr-det-serie-documento
            move rt-sequencia-evento                to rr-det-sequencia-evento
            write rel10074b-linha                    from rel10074b-detalhe

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move ws-total-lidas                     to rr-res-lidas
            move ws-total-registrados               to rr-res-registrados
            move ws-total-rejeitados                to rr-res-rejeitados
            move ws-total-nao-localizados           to rr-res-nao-localizados
            write rel10074b-linha                    from rel10074b-resumo

            close rel10074b

            move spaces                              to ws-sp-parametros
            move ws-total-lidas                      to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd06300
            close pd09200
            close ret10074b

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR06300.cpy.
       copy CSR09200.cpy.

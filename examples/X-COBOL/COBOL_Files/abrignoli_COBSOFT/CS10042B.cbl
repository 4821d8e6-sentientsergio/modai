      *>    apuracao do mes seguinte le como saldo anterior. Uma competencia
      *>    ainda nao fechada em PD06000 (CS10023C) e recusada: o numero
      *>    apurado e final. A demonstracao sai em REL10042B com numero de
      *>    geracao no catalogo de spool PD06300. O ICMS retido por
      *>    substituicao tributaria nas saidas e apurado a parte, como debito
      *>    proprio sem compensacao com os creditos. O ICMS dos bens do
      *>    ativo imobilizado nao e creditado de uma vez: o CIAP da
      *>    competencia (PD10700, apurado antes por CS10089B) tira dos
      *>    creditos o ICMS dos bens que entraram no mes e lanca a parcela
      *>    mensal dos bens como credito proprio (f07000-creditos-ciap). Sem
      *>    CIAP apurado a demonstracao sai com aviso e nada e ajustado.
      *>
      *>=================================================================================
       environment division.
       copy CSS07000.cpy.
       copy CSS06300.cpy.
       copy CSS07900.cpy.
       copy CSS10700.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
       copy CSF07000.cpy.
       copy CSF06300.cpy.
       copy CSF07900.cpy.
       copy CSF10700.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.

               88 ws-fim-historico                       value "S".
            03 ws-fl-documento-carregado             pic x(01).
               88 ws-documento-carregado                 value "S".
            03 ws-fl-ciap-apurado                    pic x(01).
               88 ws-ciap-apurado                        value "S".
            03 ws-cd-filial-parm                     pic 9(04).
            03 ws-competencia-parm                   pic 9(06).
            03 filler redefines ws-competencia-parm.
            03 ws-debitos-icms                      pic 9(11)v9(02).
            03 ws-creditos-icms                     pic 9(11)v9(02).
            03 ws-debitos-ipi                       pic 9(11)v9(02).
            03 ws-debitos-icms-st                   pic 9(11)v9(02).
            03 ws-creditos-ipi                      pic 9(11)v9(02).
            03 ws-credor-anterior-icms              pic 9(11)v9(02).
            03 ws-credor-anterior-ipi               pic 9(11)v9(02).
            03 ws-saldo-icms                        pic s9(11)v9(02).
            03 ws-saldo-ipi                         pic s9(11)v9(02).
            03 ws-icms-ativo-excluido               pic 9(11)v9(02).
            03 ws-creditos-ciap                     pic 9(11)v9(02).

       01   rel10042b-cabecalho.
            03 filler                              pic x(28) value "Apuracao ICMS/IPI - Filial.:".
            03 filler                              pic x(14) value " Saldo credor:".
            03 ra-lr-saldo-credor                   pic zz.zzz.zzz.zz9,99.

      *> ICMS-ST em linha propria - nao entra no confronto debito x credito.
       01   rel10042b-linha-icms-st.
            03 filler                              pic x(05) value "ST   ".
            03 filler                              pic x(10) value " Debitos.:".
            03 ra-st-debitos                        pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(12) value " A recolher:".
            03 ra-st-recolher                       pic zz.zzz.zzz.zz9,99.

      *> CIAP - ICMS do ativo fora dos creditos e parcela do mes como credito.
       01   rel10042b-linha-ciap.
            03 filler                              pic x(05) value "CIAP ".
            03 filler                              pic x(21) value " ICMS ativo excluido:".
            03 ra-ci-ativo-excluido                 pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(18) value " Credito parcelas:".
            03 ra-ci-creditos-ciap                  pic zz.zzz.zzz.zz9,99.

       01   rel10042b-resumo.
            03 filler                              pic x(24) value "Documentos apurados....:".
            03 ra-res-documentos                    pic zzzzz9.
            move zeros                              to ws-debitos-icms
            move zeros                              to ws-creditos-icms
            move zeros                              to ws-debitos-ipi
            move zeros                              to ws-debitos-icms-st
            move zeros                              to ws-creditos-ipi
            move zeros                              to ws-credor-anterior-icms
            move zeros                              to ws-credor-anterior-ipi
            move zeros                              to ws-icms-ativo-excluido
            move zeros                              to ws-creditos-ciap
            move "N"                                to ws-fl-ciap-apurado

            open input par10042b
            read par10042b
            perform 9000-abrir-io-pd07000
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd07900
            perform 9000-abrir-io-pd10700

            open input his05000

            end-if

            perform 2300-carrega-saldo-anterior
            perform 2350-carrega-ciap
            perform 2400-apura-e-grava

       exit.
            or   f05000-nota-transferencia
                 add f05000-valor-icms              to ws-debitos-icms
                 add f05000-valor-ipi               to ws-debitos-ipi
                 add f05000-valor-icms-st           to ws-debitos-icms-st
            else
                 add f05000-valor-icms              to ws-creditos-icms
                 add f05000-valor-ipi               to ws-creditos-ipi

       exit.

      *>=================================================================================
      *> O ICMS dos bens do ativo ja esta somado nos creditos das entradas
      *> (2110) - sai dali e volta como parcela do CIAP.
       2350-carrega-ciap section.

            initialize                              f10700-ciap-competencia
            move ws-cd-empresa-apuracao             to f10700-cd-empresa
            move ws-cd-filial-parm                  to f10700-cd-filial
            move ws-competencia-parm                to f10700-competencia
            perform 9000-ler-pd10700-ran-1

            if   not ws-operacao-ok
                 exit section
            end-if

            set ws-ciap-apurado                     to true
            move f10700-icms-ativo-entradas         to ws-icms-ativo-excluido
            move f10700-valor-parcelas              to ws-creditos-ciap

            if   ws-icms-ativo-excluido > ws-creditos-icms
                 move ws-creditos-icms              to ws-icms-ativo-excluido
            end-if

            subtract ws-icms-ativo-excluido         from ws-creditos-icms

       exit.

      *>=================================================================================
       2400-apura-e-grava section.

            compute ws-saldo-icms = ws-debitos-icms
                                   - ws-creditos-icms
                                   - ws-creditos-ciap
                                   - ws-credor-anterior-icms
            compute ws-saldo-ipi  = ws-debitos-ipi
                                   - ws-creditos-ipi
            move ws-debitos-ipi                     to f07000-debitos-ipi
            move ws-creditos-ipi                    to f07000-creditos-ipi
            move ws-credor-anterior-ipi             to f07000-credor-anterior-ipi
            move ws-icms-ativo-excluido             to f07000-icms-ativo-excluido
            move ws-creditos-ciap                   to f07000-creditos-ciap

      *>       O ICMS-ST retido vai integral para recolhimento - o credito das
      *>       entradas e o saldo credor so compensam o ICMS proprio.
            move ws-debitos-icms-st                 to f07000-debitos-icms-st
            move ws-debitos-icms-st                 to f07000-recolher-icms-st

            if   ws-saldo-icms > zeros
                 move ws-saldo-icms                 to f07000-recolher-icms
            move f07000-saldo-credor-ipi            to ra-lr-saldo-credor
            write rel10042b-linha                   from rel10042b-linha-resultado

            move f07000-debitos-icms-st             to ra-st-debitos
            move f07000-recolher-icms-st            to ra-st-recolher
            write rel10042b-linha                   from rel10042b-linha-icms-st

            if   ws-ciap-apurado
                 move f07000-icms-ativo-excluido    to ra-ci-ativo-excluido
                 move f07000-creditos-ciap          to ra-ci-creditos-ciap
                 write rel10042b-linha              from rel10042b-linha-ciap
            else
                 move spaces                        to rel10042b-linha
                 string "*** CIAP da competencia " ws-competencia-parm
                        " nao apurado (CS10089B) - credito do ativo nao ajustado ***"
                      delimited by size into rel10042b-linha
                 write rel10042b-linha
            end-if

            move ws-total-documentos                to ra-res-documentos
            write rel10042b-linha                   from rel10042b-resumo

            close his05000
            close pd06300
            close pd07900
            close pd10700

       exit.

       copy CSR07000.cpy.
       copy CSR07900.cpy.
       copy CSR06300.cpy.
       copy CSR10700.cpy.

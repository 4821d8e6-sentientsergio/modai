       fd   pd09100.

      *> Tabela de substituicao tributaria do ICMS por NCM da mercadoria
      *> (f00700-ncm) e estado do destinatario, valida para toda a empresa
      *> como PD05700 e carregada pelo mesmo CS10012B. MVA e a margem de
      *> valor agregado que compoe a base do ST; a aliquota interna e a do
      *> estado de destino sobre essa base; a interestadual e a do ICMS
      *> proprio que a operacao para aquele estado destaca e que se abate do
      *> ST (no estado da propria empresa as duas aliquotas coincidem). NCM
      *> sem linha para o estado nao tem ST.
       01   f09100-icms-st.
            03 f09100-chave.
               05 f09100-ncm                       pic 9(08).
               05 f09100-cd-estado                 pic 9(02).
            03 f09100-perc-mva                     pic 9(03)v9(02).
            03 f09100-aliq-interna                 pic 9(03)v9(02).
            03 f09100-aliq-interestadual           pic 9(03)v9(02).

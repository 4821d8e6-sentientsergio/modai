      *>=================================================================================
      *> CSS09100 - Select do arquivo PD09100 (Tabela de ICMS-ST por NCM +
      *>            estado de destino)
      *>=================================================================================
           select pd09100
               assign to "PD09100"
               organization is indexed
               access mode is dynamic
               record key is f09100-chave
               file status is ws-fs-pd09100.

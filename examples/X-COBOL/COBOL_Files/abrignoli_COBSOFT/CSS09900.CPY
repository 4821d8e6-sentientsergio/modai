      *>=================================================================================
      *> CSS09900 - Select do arquivo PD09900 (Historico de cobranca)
      *>=================================================================================
           select pd09900
               assign to "PD09900"
               organization is indexed
               access mode is dynamic
               record key is f09900-chave
               file status is ws-fs-pd09900.

      *>=================================================================================
      *> CSS09800 - Select do arquivo PD09800 (Estagios da regua de cobranca)
      *>=================================================================================
           select pd09800
               assign to "PD09800"
               organization is indexed
               access mode is dynamic
               record key is f09800-chave
               file status is ws-fs-pd09800.

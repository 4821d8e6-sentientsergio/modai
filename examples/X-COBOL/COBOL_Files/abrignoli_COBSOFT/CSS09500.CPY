      *>=================================================================================
      *> CSS09500 - Select do arquivo PD09500 (Conhecimentos de transporte)
      *>=================================================================================
           select pd09500
               assign to "PD09500"
               organization is indexed
               access mode is dynamic
               record key is f09500-chave
               file status is ws-fs-pd09500.

      *>=================================================================================
      *> CSS09200 - Select do arquivo PD09200 (Cartas de correcao - CC-e)
      *>=================================================================================
           select pd09200
               assign to "PD09200"
               organization is indexed
               access mode is dynamic
               record key is f09200-chave
               file status is ws-fs-pd09200.

      *>=================================================================================
      *> CSS08100 - Select do arquivo PD08100 (Movimentos de baixa)
      *>=================================================================================
           select pd08100
               assign to "PD08100"
               organization is indexed
               access mode is dynamic
               record key is f08100-chave
               file status is ws-fs-pd08100.

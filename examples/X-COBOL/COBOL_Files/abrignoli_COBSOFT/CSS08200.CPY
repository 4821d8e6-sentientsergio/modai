      *>=================================================================================
      *> CSS08200 - Select do arquivo PD08200 (Contas bancarias)
      *>=================================================================================
           select pd08200
               assign to "PD08200"
               organization is indexed
               access mode is dynamic
               record key is f08200-chave
               file status is ws-fs-pd08200.

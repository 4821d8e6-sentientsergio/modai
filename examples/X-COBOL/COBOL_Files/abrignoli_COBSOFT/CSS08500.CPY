      *>=================================================================================
      *> CSS08500 - Select do arquivo PD08500 (Regras de contabilizacao)
      *>=================================================================================
           select pd08500
               assign to "PD08500"
               organization is indexed
               access mode is dynamic
               record key is f08500-chave
               file status is ws-fs-pd08500.

      *>=================================================================================
      *> CSS08400 - Select do arquivo PD08400 (Plano de contas)
      *>=================================================================================
           select pd08400
               assign to "PD08400"
               organization is indexed
               access mode is dynamic
               record key is f08400-chave
               file status is ws-fs-pd08400.

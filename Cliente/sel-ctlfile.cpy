           select ctl-file assign to "CTLFILE"
               organization is indexed
               access mode is dynamic
               record key is ctl-chave
               file status is ws-ctl-status.

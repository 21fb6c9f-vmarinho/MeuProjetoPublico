           select cnv-file assign to "CRMCNV"
               organization is sequential
               file status is ws-cnv-status.

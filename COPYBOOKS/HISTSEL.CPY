           SELECT HISTORIC ASSIGN TO "HISTORIC.TXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HIS-CLAU
                  STATUS IS FS-HISTORIC.

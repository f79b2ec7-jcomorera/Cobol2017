           SELECT COSTMIG ASSIGN TO "COSTMIG.TXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CST-CLAU
                  STATUS IS FS-COSTMIG.
           SELECT BASEVALOR ASSIGN TO "BASEVAL.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-BASEVALOR.

           SELECT CANVIDX ASSIGN TO "CANVIDX.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-CANVIDX.

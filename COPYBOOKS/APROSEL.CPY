           SELECT OPERADORS ASSIGN TO "OPERADORS.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-OPERADORS.
           SELECT APROVACIONS ASSIGN TO "APROVAC.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-APROVACIONS.

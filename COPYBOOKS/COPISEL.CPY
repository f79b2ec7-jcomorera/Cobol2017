           SELECT CATALEG-COPIES ASSIGN TO "COPIES.CAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-CATALEG-COPIES.

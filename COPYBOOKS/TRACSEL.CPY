           SELECT TRACALOT ASSIGN TO "TRACALOT.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-TRACALOT.

       FD CATALEG-COPIES.
       01 CATALEG-COPIES-REG.
           05 CCP-FITXER         PIC X(14).
           05 FILLER             PIC X(01).
           05 CCP-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 CCP-HORA           PIC X(08).
           05 FILLER             PIC X(01).
           05 CCP-GENERACIO      PIC X(24).
           05 FILLER             PIC X(01).
           05 CCP-REGISTRES      PIC 9(09).
           05 FILLER             PIC X(01).
           05 CCP-TOTAL          PIC 9(15).

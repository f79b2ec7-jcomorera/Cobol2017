       FD TRACALOT.
       01 TRACALOT-REG.
           05 TRC-CLAU-LOT.
               10 TRC-NUMERO         PIC 9(05).
               10 TRC-MAGATZEM       PIC X(02).
               10 TRC-LOT            PIC X(10).
           05 TRC-DOCUMENT           PIC X(10).
           05 TRC-TIPUS              PIC X(01).
           05 TRC-QUANTITAT          PIC 9(07).
           05 TRC-DATA               PIC X(08).
           05 TRC-MAGATZEM-DESTI     PIC X(02).
           05 TRC-LOT-DESTI          PIC X(10).
           05 TRC-PROGRAMA           PIC X(08).

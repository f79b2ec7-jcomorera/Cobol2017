       FD HISTORIC.
       01 HISTORIC-REG.
           05 HIS-CLAU.
               10 HIS-CLAU-INDEXAT.
                   15 HIS-NUMERO     PIC 9(05).
                   15 HIS-MAGATZEM   PIC X(02).
               10 HIS-DATA           PIC X(08).
               10 HIS-DOCUMENT       PIC X(10).
               10 HIS-SEQUENCIA      PIC 9(02).
           05 HIS-TIPUS              PIC X(01).
           05 HIS-QUANTITAT          PIC 9(07).
           05 HIS-ANTERIOR           PIC 9(07).
           05 HIS-POSTERIOR          PIC 9(07).
           05 HIS-MAGATZEM-ALTRE     PIC X(02).
           05 HIS-PROGRAMA           PIC X(08).
           05 HIS-DATA-APUNT         PIC X(08).

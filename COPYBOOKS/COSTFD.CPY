       FD COSTMIG.
       01 COSTMIG-REG.
           05 CST-CLAU.
               10 CST-NUMERO   PIC 9(05).
               10 CST-MAGATZEM PIC X(02).
           05 CST-COST-MIG     PIC 9(05)V9(04).
           05 CST-DATA         PIC X(08).
           05 CST-DOCUMENT     PIC X(10).
       FD BASEVALOR.
       01 BASEVALOR-REG.
           05 BV-BASE          PIC X(04).

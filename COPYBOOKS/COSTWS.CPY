       01 FS-COSTMIG PIC X(02).
       01 FS-BASEVALOR PIC X(02).
       01 COSTMIG-PARAMS.
           05 CM-PROGRAMA-RTN   PIC X(08).
           05 CM-NUMERO-RTN     PIC 9(05).
           05 CM-MAGATZEM-RTN   PIC X(02).
           05 CM-PREU-RTN       PIC 9(04)V99.
           05 CM-UNITARI-RTN    PIC 9(05)V9(04).
           05 CM-SENSE-COST-RTN PIC 9(07) VALUE ZERO.
           05 SW-BASE-COST-RTN  PIC X(01) VALUE "P".
               88 BASE-COST-MIG VALUE "C".
           05 SW-COSTMIG-OBERT-RTN PIC X(01) VALUE "N".
               88 COSTMIG-OBERT VALUE "S".

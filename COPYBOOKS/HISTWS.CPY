       01 FS-HISTORIC PIC X(02).
       01 HISTORIC-PARAMS.
           05 HI-PROGRAMA-RTN   PIC X(08).
           05 HI-DATA-APUNT-RTN PIC X(08).
           05 HI-ESCRITS-RTN    PIC 9(07) VALUE ZERO.
           05 SW-HISTORIC-RTN   PIC X(01) VALUE "N".
               88 HISTORIC-PENDENT VALUE "N".
               88 HISTORIC-ESCRIT  VALUE "S".
               88 HISTORIC-ERROR   VALUE "E".
           05 SW-HISTORIC-OBERT-RTN PIC X(01) VALUE "N".
               88 HISTORIC-OBERT VALUE "S".

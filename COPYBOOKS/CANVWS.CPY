       01 FS-CANVIDX PIC X(02).
       01 CANVIDX-PARAMS.
           05 CV-PROGRAMA-RTN   PIC X(08).
           05 CV-ESCRITS-RTN    PIC 9(07) VALUE ZERO.
           05 SW-CANVIDX-RTN    PIC X(01) VALUE "N".
               88 CANVIDX-ERROR   VALUE "E".
           05 SW-CANVIDX-OBERT-RTN PIC X(01) VALUE "N".
               88 CANVIDX-OBERT  VALUE "S".

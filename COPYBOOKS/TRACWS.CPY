       01 FS-TRACALOT PIC X(02).
       01 TRACALOT-PARAMS.
           05 TR-PROGRAMA-RTN   PIC X(08).
           05 TR-ESCRITS-RTN    PIC 9(07) VALUE ZERO.
           05 SW-TRACALOT-RTN   PIC X(01) VALUE "N".
               88 TRACALOT-ERROR  VALUE "E".
           05 SW-TRACALOT-OBERT-RTN PIC X(01) VALUE "N".
               88 TRACALOT-OBERT VALUE "S".

       01 FS-OPERADORS PIC X(02).
       01 FS-APROVACIONS PIC X(02).
       01 TAULA-OPERADORS.
           05 OPERADOR-ENTRY OCCURS 200 TIMES.
               10 TOP-INICIALS       PIC X(03).
               10 TOP-ROL            PIC X(01).
               10 TOP-LIMIT          PIC 9(07)V99.
               10 TOP-NOM            PIC X(30).
       01 CONTROL-OPERADORS.
           05 NUM-OPERADORS     PIC 9(03) VALUE ZERO.
           05 MAX-OPERADORS     PIC 9(03) VALUE 200.
           05 IX-OPE            PIC 9(03).
           05 SW-OPERADORS-EXISTEIX PIC X(01) VALUE "N".
               88 OPERADORS-EXISTEIX VALUE "S".
       01 APROVACIO-PARAMS.
           05 AP-PROGRAMA-RTN   PIC X(08).
           05 AP-INICIALS-RTN   PIC X(03).
           05 AP-ROL-RTN        PIC X(01).
               88 AP-SUPERVISOR VALUE "S".
           05 AP-LIMIT-RTN      PIC 9(07)V99.
           05 AP-NOM-RTN        PIC X(30).
           05 SW-AP-OPERADOR-RTN PIC X(01) VALUE "N".
               88 OPERADOR-TROBAT VALUE "S".
           05 AP-ANOTATS-RTN    PIC 9(07) VALUE ZERO.
           05 SW-AP-ANOTAT-RTN  PIC X(01) VALUE "N".
               88 APROVACIO-ANOTADA VALUE "S".
           05 SW-AP-OBERT-RTN   PIC X(01) VALUE "N".
               88 APROVACIONS-OBERT VALUE "S".

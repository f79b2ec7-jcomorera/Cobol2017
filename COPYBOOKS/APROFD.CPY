       FD OPERADORS.
       01 OPERADOR-REG.
           05 OPE-INICIALS           PIC X(03).
           05 FILLER                 PIC X(01).
           05 OPE-ROL                PIC X(01).
           05 FILLER                 PIC X(01).
           05 OPE-LIMIT              PIC 9(07)V99.
           05 FILLER                 PIC X(01).
           05 OPE-NOM                PIC X(30).
       FD APROVACIONS.
       01 APROVACIO-REG.
           05 APR-ORIGEN             PIC X(08).
           05 APR-SOLICITANT         PIC X(03).
           05 APR-DATA-SOL           PIC X(08).
           05 APR-HORA-SOL           PIC X(08).
           05 APR-MOVIMENT.
               10 APR-NUMERO         PIC 9(05).
               10 APR-MAGATZEM       PIC X(02).
               10 APR-TIPUS          PIC X(01).
               10 APR-QUANTITAT      PIC 9(07).
               10 APR-DOCUMENT       PIC X(10).
               10 APR-MAGATZEM-DESTI PIC X(02).
               10 APR-DATA           PIC X(08).
               10 APR-CADUCITAT      PIC X(08).
           05 APR-PREU               PIC 9(04)V99.
           05 APR-VALOR              PIC 9(11)V99.
           05 APR-LIMIT              PIC 9(07)V99.
           05 APR-ESTAT              PIC X(01).
               88 APR-PENDENT        VALUE "P".
               88 APR-APROVAT        VALUE "A".
               88 APR-REBUTJAT       VALUE "R".
           05 APR-SUPERVISOR         PIC X(03).
           05 APR-DATA-DECISIO       PIC X(08).
           05 APR-HORA-DECISIO       PIC X(08).
           05 APR-DOCUMENT-ALLIBERAT PIC X(10).

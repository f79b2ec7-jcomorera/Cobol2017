            05 RET-SEQUENCIA       PIC 9(5).
            05 RET-ESTAT           PIC X(1).
            05 RET-COMPTADOR       PIC 9(7).
            05 RET-HASH-QUANT      PIC 9(11).
            05 RET-HASH-VALOR      PIC 9(13)V99.

       FD LLIURAMENTS.
            05 LLI-DATA            PIC X(8).
            05 LLI-PERIODE         PIC 9(6).
            05 LLI-DETALLS         PIC 9(7).
            05 LLI-HASH-QUANT      PIC 9(11).
            05 LLI-HASH-VALOR      PIC 9(13)V99.
            05 LLI-ESTAT           PIC X(1).

       FD LLIURAMENTS-NOU.
       01 LLIURAMENT-NOU-REG       PIC X(53).

       FD INFORME.
       01 INFORME-REG              PIC X(90).
                   10 TLLI-DATA        PIC X(8).
                   10 TLLI-PERIODE     PIC 9(6).
                   10 TLLI-DETALLS     PIC 9(7).
                   10 TLLI-HASH-QUANT  PIC 9(11).
                   10 TLLI-HASH-VALOR  PIC 9(13)V99.
                   10 TLLI-ESTAT       PIC X(1).
           01 CONTROL-LLIURAMENTS.

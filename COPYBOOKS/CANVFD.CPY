       FD CANVIDX.
       01 CANVIDX-REG.
           05 CAN-PROGRAMA           PIC X(08).
           05 CAN-DATA               PIC X(08).
           05 CAN-HORA               PIC X(08).
           05 CAN-ACCIO              PIC X(01).
               88 CAN-ALTA           VALUE "A".
               88 CAN-MODIFICACIO    VALUE "M".
               88 CAN-BAIXA          VALUE "D".
           05 CAN-CLAU.
               10 CAN-NUMERO         PIC 9(05).
               10 CAN-MAGATZEM       PIC X(02).
           05 CAN-REFERENCIA         PIC X(10).
           05 CAN-ABANS              PIC X(45).
           05 CAN-DESPRES            PIC X(45).

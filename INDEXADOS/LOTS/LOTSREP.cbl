                10 LOT-CODI        PIC X(10).
            05 LOT-RECEPCIO        PIC X(8).
            05 LOT-CADUCITAT       PIC X(8).
            05 LOT-QUANTITAT       PIC 9(7).

       FD INDEXADO.
       01 INDEXADO-REG.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
           01 HORITZO-DIES PIC 9(3) VALUE 30.
           01 SW-PRODUCTE-LLEGIT PIC X VALUE "N".
               88 PRODUCTE-LLEGIT VALUE "S".
           01 VALOR-LOT PIC 9(11)V99.
           01 COMPTADORS.
               05 CNT-LOTS             PIC 9(7) VALUE ZERO.
               05 CNT-CADUCATS         PIC 9(7) VALUE ZERO.
               05 CNT-A-CADUCAR        PIC 9(7) VALUE ZERO.
           01 TOTALS-VALOR.
               05 VALOR-CADUCAT        PIC 9(13)V99 VALUE ZERO.
               05 VALOR-A-CADUCAR      PIC 9(13)V99 VALUE ZERO.
           01 LINIA-LOT.
               05 LLO-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LLO-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(5) VALUE " LOT=".
               05 LLO-CODI             PIC X(10).
               05 FILLER               PIC X(5) VALUE " CAD=".
               05 LLO-CADUCITAT        PIC X(8).
               05 FILLER               PIC X(7) VALUE " QUANT=".
               05 LLO-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(7) VALUE " VALOR=".
               05 LLO-VALOR            PIC Z(10)9.99.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LLO-NOTA             PIC X(14).
           01 LINIA-TOTAL.
               05 TOT-VALOR            PIC Z(6)9.
           01 LINIA-TOTAL-VALOR.
               05 TOTV-TITOL           PIC X(25).
               05 TOTV-VALOR           PIC Z(12)9.99.
           COPY DATAWS.
           COPY AUDITWS.


                10 NOU-NUMERO      PIC 9(5).
                10 NOU-MAGATZEM    PIC X(2).
            05 NOU-NOMBRE          PIC X(20).
            05 NOU-CANTIDAD        PIC 9(7).
            05 NOU-PREU-UNITAT     PIC 9(4)V99.
            05 NOU-ORDRE           PIC 9(3).
            05 NOU-ID-PRODUCTE     PIC X(2).
                10 ANT-NUMERO      PIC 9(5).
                10 ANT-MAGATZEM    PIC X(2).
            05 ANT-NOMBRE          PIC X(20).
            05 ANT-CANTIDAD        PIC 9(7).
            05 ANT-PREU-UNITAT     PIC 9(4)V99.
            05 ANT-ORDRE           PIC 9(3).
            05 ANT-ID-PRODUCTE     PIC X(2).
               05 CNT-ESBORRADES   PIC 9(7) VALUE ZERO.
               05 CNT-CANVIADES    PIC 9(7) VALUE ZERO.
           01 CALCUL-IMPACTE.
               05 VALOR-NOU       PIC S9(11)V99.
               05 VALOR-ANT       PIC S9(11)V99.
               05 IMPACTE         PIC S9(11)V99.
               05 IMPACTE-NET     PIC S9(13)V99 VALUE ZERO.
           01 LINIA-DIFERENCIA.
               05 DIF-TIPUS        PIC X(9).
               05 DIF-NUMERO       PIC 9(5).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 DIF-MAGATZEM     PIC X(2).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 DIF-DETALL       PIC X(48).
               05 FILLER           PIC X(9) VALUE " IMPACTE=".
               05 DIF-IMPACTE      PIC -(11)9.99.
           01 LINIA-TOTAL.
               05 TOT-TITOL        PIC X(25).
               05 TOT-VALOR        PIC Z(6)9.
           01 LINIA-TOTAL-VALOR.
               05 FILLER           PIC X(25)
                   VALUE "IMPACTE NET DE LA CARREGA".
               05 TOTV-VALOR       PIC -(12)9.99.
           COPY AUDITWS.

       PROCEDURE DIVISION.

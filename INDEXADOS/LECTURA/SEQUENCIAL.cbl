            05 NUMERO              PIC 9(5).
            05 MAGATZEM            PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
       01 PARAMETRE-REG.
            05 PARM-MODE           PIC X(3).
            05 PARM-ID-PRODUCTE    PIC X(2).
            05 PARM-CANT-MIN       PIC 9(7).
            05 PARM-CANT-MAX       PIC 9(7).

       FD PUNT-CONTROL.
       01 PUNT-CONTROL-REG.
           01 CRITERIS-SELECCIO.
               05 CRIT-MODE            PIC X(3) VALUE "ALL".
               05 CRIT-ID-PRODUCTE     PIC X(2).
               05 CRIT-CANT-MIN        PIC 9(7).
               05 CRIT-CANT-MAX        PIC 9(7).
           01 TOTALS-GENERALS.
               05 TOT-REGISTRES        PIC 9(7) VALUE ZERO.
               05 TOT-CANTIDAD-GRAL    PIC 9(11) VALUE ZERO.
               05 TOT-IMPORT-GRAL      PIC 9(13)V99 VALUE ZERO.
           01 NUM-PRODUCTES PIC 9(3) VALUE ZERO.
           01 TAULA-TOTALS.
               05 TOTALS-PRODUCTE OCCURS 50 TIMES
                   10 TOT-ID-PRODUCTE  PIC X(2).
                   10 TOT-MAGATZEM     PIC X(2).
                   10 TOT-COMPTE       PIC 9(7).
                   10 TOT-CANTIDAD     PIC 9(11).
                   10 TOT-IMPORT       PIC 9(13)V99.
           01 NUM-MAGATZEMS PIC 9(2) VALUE ZERO.
           01 TAULA-MAGATZEMS.
               05 TOTALS-MAGATZEM OCCURS 10 TIMES
                       INDEXED BY IX-MAG.
                   10 MAG-CODI         PIC X(2).
                   10 MAG-COMPTE       PIC 9(7).
                   10 MAG-CANTIDAD     PIC 9(11).
                   10 MAG-IMPORT       PIC 9(13)V99.
           01 TROBAT-MAGATZEM PIC X VALUE "N".
               88 MAGATZEM-TROBAT VALUE "S".
           01 TAULA-MAGATZEMS-PLENA PIC X VALUE "N".

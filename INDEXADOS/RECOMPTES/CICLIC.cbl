                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
       01 RECOMPTE-REG.
            05 REC-NUMERO          PIC 9(5).
            05 REC-MAGATZEM        PIC X(2).
            05 REC-QUANTITAT       PIC 9(7).
            05 REC-INICIALS        PIC X(3).

       FD FULL-RECOMPTE.
       01 FULL-REG.
            05 FUL-NUMERO          PIC 9(5).
            05 FUL-MAGATZEM        PIC X(2).
            05 FUL-QUANTITAT       PIC 9(7).
            05 FUL-INICIALS        PIC X(3).

       FD INFORME.
               05 CICLE-ENTRY OCCURS 500 TIMES.
                   10 TCIC-NUMERO      PIC 9(5).
                   10 TCIC-MAGATZEM    PIC X(2).
                   10 TCIC-VALOR       PIC 9(11)V99.
                   10 TCIC-CLASSE      PIC X(1).
                   10 TCIC-ULTIM       PIC X(8).
                   10 TCIC-PROGRAMAT   PIC X(8).
           01 CICLE-TREBALL.
               05 TRB-NUMERO       PIC 9(5).
               05 TRB-MAGATZEM     PIC X(2).
               05 TRB-VALOR        PIC 9(11)V99.
               05 TRB-CLASSE       PIC X(1).
               05 TRB-ULTIM        PIC X(8).
               05 TRB-PROGRAMAT    PIC X(8).
               05 SW-EST-TROBAT  PIC X VALUE "N".
                   88 ESTAT-TROBAT VALUE "S".
           01 CALCUL-ABC.
               05 VALOR-TOTAL     PIC 9(13)V99 VALUE ZERO.
               05 VALOR-ACUMULAT  PIC 9(13)V99.
               05 LIMIT-A         PIC 9(13)V99.
               05 LIMIT-B         PIC 9(13)V99.
           01 NOMS-FITXERS.
               05 NOM-ESTAT-NOU   PIC X(11) VALUE "CICLEST.NEW".
               05 NOM-ESTAT       PIC X(11) VALUE "CICLEST.TXT".
               05 FILLER               PIC X(8) VALUE " CLASSE=".
               05 LCI-CLASSE           PIC X(1).
               05 FILLER               PIC X(8) VALUE " VALOR=".
               05 LCI-VALOR            PIC Z(10)9.99.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCI-RESULTAT         PIC X(14).
               05 FILLER               PIC X(1) VALUE SPACE.

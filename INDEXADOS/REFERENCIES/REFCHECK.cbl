                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
       FD NIVELLS.
       01 NIVELL-REG.
            05 NIV-ID-PRODUCTE     PIC X(2).
            05 NIV-MINIM           PIC 9(7).

       FD INFORME.
       01 INFORME-REG              PIC X(80).

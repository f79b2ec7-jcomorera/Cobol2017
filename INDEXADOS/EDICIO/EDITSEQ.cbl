            05 NUMERO              PIC X(5).
            05 MAGATZEM            PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC X(7).
            05 PREU-UNITAT         PIC X(6).
            05 ORDRE               PIC X(3).
            05 ID-PRODUCTE         PIC X(2).
       01 ENTRADA-NUMERICS REDEFINES ENTRADA-IN.
            05 NUMERO-N            PIC 9(5).
            05 FILLER              PIC X(22).
            05 CANTIDAD-N          PIC 9(7).
            05 PREU-UNITAT-N       PIC 9(4)V99.
            05 ORDRE-N             PIC 9(3).
            05 FILLER              PIC X(2).
            05 CAT-DESCRIPCIO      PIC X(30).

       FD SEQUENCIAL.
       01 SEQUENCIAL-OUT           PIC X(45).

       FD REBUTJOS.
       01 REBUIG-REG.
            05 FILLER              PIC X(1).
            05 REB-CODIS           PIC X(14).
            05 FILLER              PIC X(1).
            05 REB-REGISTRE        PIC X(45).

       FD INFORME.
       01 INFORME-REG              PIC X(80).

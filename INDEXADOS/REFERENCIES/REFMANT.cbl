      *   TRF-ACCIO   X(1)  A=ALTA M=MODIFICACIO D=BAIXA         *
      *   TRF-ID      X(2)  GRUP ID-PRODUCTE                     *
      *   TRF-DESCRIPCIO X(30) (NOMES CATALEG)                   *
      *   TRF-MINIM   9(7)  (NOMES NIVELLS)                      *
      * I APLICA LES ACCIONS AMB INFORME D'APLICADES I           *
      * REBUTJADES A REFMANT.INF, COM FA MANTIDX AMB EL MESTRE.  *
      * CADA FITXER ES REESCRIU SOBRE .NEW I ES CANVIA PEL       *
            05 TRF-ACCIO           PIC X(1).
            05 TRF-ID              PIC X(2).
            05 TRF-DESCRIPCIO      PIC X(30).
            05 TRF-MINIM           PIC X(7).
       01 TRANSACCIO-NUMERICS REDEFINES TRANSACCIO-IN.
            05 FILLER              PIC X(34).
            05 TRF-MINIM-N         PIC 9(7).

       FD CATALEG.
       01 CATALEG-REG.
       FD NIVELLS.
       01 NIVELL-REG.
            05 NIV-ID-PRODUCTE     PIC X(2).
            05 NIV-MINIM           PIC 9(7).

       FD NIVELLS-NOU.
       01 NIVELL-NOU-REG           PIC X(9).

       FD INFORME.
       01 INFORME-REG              PIC X(80).
           01 TAULA-NIVELLS.
               05 NIVELL-ENTRY OCCURS 100 TIMES.
                   10 TNIV-ID          PIC X(2).
                   10 TNIV-MINIM       PIC 9(7).
                   10 TNIV-ACTIU       PIC X(1).
           01 CONTROL-TAULES.
               05 MAX-ENTRADES   PIC 9(3) VALUE 100.

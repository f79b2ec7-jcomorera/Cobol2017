       01 FS-CATALEG-COPIES PIC X(02).
      ************************************************************
      * FITXERS MESTRES I D'ESTAT QUE ES COPIEN: NOM, TIPUS      *
      * (S SEQUENCIAL, M MESTRE INDEXAT, L LOTS, C CLIENTS, P    *
      * PROVEIDORS, U UBICACIONS, K COST MIG, N MINIMS PER CLAU, *
      * H HISTORIC) I CAMP DEL TOTAL DE CONTROL (POSICIO I AMPLE *
      * DINS EL REGISTRE; AMPLE ZERO = NOMES REGISTRES)          *
      ************************************************************
       01 VALORS-FITXERS-COPIA.
           05 FILLER PIC X(20) VALUE "INDEXAT.TXT   M02807".
           05 FILLER PIC X(20) VALUE "LOTS.TXT      L03407".
           05 FILLER PIC X(20) VALUE "CLIENTS.TXT   C10211".
           05 FILLER PIC X(20) VALUE "PROVEIDORS.TXTP03603".
           05 FILLER PIC X(20) VALUE "COMCLI.TXT    S01807".
           05 FILLER PIC X(20) VALUE "COMANDES.TXT  S01807".
           05 FILLER PIC X(20) VALUE "PENDENTS.TXT  S00807".
           05 FILLER PIC X(20) VALUE "CICLEST.TXT   S00105".
           05 FILLER PIC X(20) VALUE "GLLLIURA.TXT  S02007".
           05 FILLER PIC X(20) VALUE "PERIODE.TXT   S00106".
           05 FILLER PIC X(20) VALUE "NIVELLS.TXT   S00307".
           05 FILLER PIC X(20) VALUE "UBICACIO.TXT  U00105".
           05 FILLER PIC X(20) VALUE "COSTMIG.TXT   K00809".
           05 FILLER PIC X(20) VALUE "NIVCLAU.TXT   N00807".
           05 FILLER PIC X(20) VALUE "HISTORIC.TXT  H02907".
           05 FILLER PIC X(20) VALUE "RESERVES.TXT  S00807".
           05 FILLER PIC X(20) VALUE "APROVAC.TXT   S03607".
           05 FILLER PIC X(20) VALUE "CATALEG.TXT   S00000".
       01 TAULA-FITXERS-COPIA REDEFINES VALORS-FITXERS-COPIA.
           05 FCP-ENTRY OCCURS 18 TIMES.
               10 FCP-NOM            PIC X(14).
               10 FCP-TIPUS          PIC X(01).
                   88 FCP-SEQUENCIAL VALUE "S".
                   88 FCP-MESTRE     VALUE "M".
                   88 FCP-LOTS       VALUE "L".
                   88 FCP-CLIENTS    VALUE "C".
                   88 FCP-PROVEIDORS VALUE "P".
                   88 FCP-UBICACIONS VALUE "U".
                   88 FCP-COST-MIG   VALUE "K".
                   88 FCP-NIVELLS-CLAU VALUE "N".
                   88 FCP-HISTORIC   VALUE "H".
               10 FCP-POSICIO        PIC 9(03).
               10 FCP-AMPLE          PIC 9(02).
       01 CONTROL-FITXERS-COPIA.
           05 NUM-FITXERS-COPIA  PIC 9(02) VALUE 18.
           05 IX-FCP             PIC 9(02).
       01 TAULA-CATALEG.
           05 CCT-ENTRY OCCURS 600 TIMES.
               10 CCT-FITXER         PIC X(14).
               10 CCT-DATA           PIC X(08).
               10 CCT-HORA           PIC X(08).
               10 CCT-GENERACIO      PIC X(24).
               10 CCT-REGISTRES      PIC 9(09).
               10 CCT-TOTAL          PIC 9(15).
               10 CCT-ESTAT          PIC X(01).
                   88 CCT-VIGENT     VALUE "V".
                   88 CCT-ESBORRADA  VALUE "E".
       01 CONTROL-CATALEG.
           05 NUM-CATALEG        PIC 9(03) VALUE ZERO.
           05 MAX-CATALEG        PIC 9(03) VALUE 600.
           05 IX-CCT             PIC 9(03).
           05 SW-CATALEG-EXISTEIX PIC X(01) VALUE "N".
               88 CATALEG-EXISTEIX VALUE "S".
           05 SW-CATALEG-PLE     PIC X(01) VALUE "N".
               88 CATALEG-DESBORDAT VALUE "S".
       01 COPIA-PARAMS.
           05 CP-PROGRAMA-RTN    PIC X(08).
           05 CP-REGISTRE-RTN    PIC X(200).
           05 CP-POSICIO-RTN     PIC 9(03).
           05 CP-AMPLE-RTN       PIC 9(02).
           05 CP-REGISTRES-RTN   PIC 9(09).
           05 CP-TOTAL-RTN       PIC 9(15).
           05 CP-XIFRES-RTN      PIC X(15) JUSTIFIED RIGHT.
           05 CP-XIFRES-N-RTN REDEFINES CP-XIFRES-RTN PIC 9(15).
           05 CP-NO-NUMERICS-RTN PIC 9(07).

      *     COMANDES DE CLIENT I ENCARA NO EXPEDIDA, QUE ARRIBA  *
      *     DE RESERVES.TXT (LA DEIXEN ASSIGNA I EXPEDEIX):      *
      *     L'ESTOC RESERVAT JA NO COMPTA COM A DISPONIBLE       *
      * LA BASE DE VALORACIO LA FIXA BASEVAL.PRM: PREU-UNITAT    *
      * (PER DEFECTE) O COST MIG PONDERAT DE COSTMIG.TXT; A COST *
      * LES CLAUS SENSE COST MIG ES VALOREN AL PREU I ES COMPTEN *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "RESERVES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RESERVES.
           COPY COSTSEL.
           COPY AUDITSEL.

       DATA DIVISION.
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
       01 INFORME-REG              PIC X(90).
       01 RESERVA-REG.
            05 RES-NUMERO          PIC 9(5).
            05 RES-MAGATZEM        PIC X(2).
            05 RES-QUANTITAT       PIC 9(7).

       COPY COSTFD.

       COPY AUDITFD.

           01 FS-NIVELLS PIC X(2).
           01 FS-INFORME PIC X(2).
           01 FS-RESERVES PIC X(2).
           01 VALOR-ESTES PIC 9(11)V99.
           01 TOTALS-GENERALS.
               05 TOT-REGISTRES        PIC 9(7) VALUE ZERO.
               05 TOT-CANTIDAD-GRAL    PIC 9(11) VALUE ZERO.
               05 TOT-VALOR-GRAL       PIC 9(13)V99 VALUE ZERO.
           01 NUM-PRODUCTES PIC 9(3) VALUE ZERO.
           01 TAULA-TOTALS.
               05 TOTALS-PRODUCTE OCCURS 50 TIMES
                       INDEXED BY IX-TOT.
                   10 TOT-ID-PRODUCTE  PIC X(2).
                   10 TOT-COMPTE       PIC 9(7).
                   10 TOT-CANTIDAD     PIC 9(11).
                   10 TOT-VALOR        PIC 9(13)V99.
           01 TROBAT-PRODUCTE PIC X VALUE "N".
               88 PRODUCTE-TROBAT VALUE "S".
           01 TAULA-TOTALS-PLENA PIC X VALUE "N".
           01 TAULA-NIVELLS.
               05 NIVELL-ENTRY OCCURS 100 TIMES.
                   10 TNIV-ID-PRODUCTE PIC X(2).
                   10 TNIV-MINIM       PIC 9(7).
           01 CONTROL-NIVELLS.
               05 NUM-NIVELLS    PIC 9(3) VALUE ZERO.
               05 MAX-NIVELLS    PIC 9(3) VALUE 100.
               05 IX-NIVELL      PIC 9(3).
               05 SW-NIVELL-TROBAT PIC X VALUE "N".
                   88 NIVELL-TROBAT VALUE "S".
               05 MINIM-ACTUAL   PIC 9(7).
           01 NUM-RESERVES PIC 9(3) VALUE ZERO.
           01 TAULA-RESERVES.
               05 RESERVA-ENTRY OCCURS 200 TIMES.
                   10 TRES-NUMERO      PIC 9(5).
                   10 TRES-MAGATZEM    PIC X(2).
                   10 TRES-QUANTITAT   PIC 9(8).
           01 CONTROL-RESERVES.
               05 MAX-RESERVES   PIC 9(3) VALUE 200.
               05 IX-RES         PIC 9(3).
               05 SW-RES-TROBADA PIC X VALUE "N".
                   88 RESERVA-TROBADA VALUE "S".
               05 QUANTITAT-RESERVADA PIC 9(8).
               05 DISPONIBLE     PIC S9(8).
           01 TAULA-REPOSICIO.
               05 REPO-ENTRY OCCURS 200 TIMES.
                   10 REPO-NUMERO1     PIC 9(5).
                   10 REPO-MAGATZEM    PIC X(2).
                   10 REPO-NOMBRE      PIC X(20).
                   10 REPO-ID-PRODUCTE PIC X(2).
                   10 REPO-CANTIDAD    PIC 9(7).
                   10 REPO-MINIM       PIC 9(7).
                   10 REPO-RESERVAT    PIC 9(8).
           01 CONTROL-REPOSICIO.
               05 NUM-REPOSICIO  PIC 9(3) VALUE ZERO.
               05 MAX-REPOSICIO  PIC 9(3) VALUE 200.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ID-PRODUCTE      PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-CANTIDAD         PIC Z(6)9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 DET-PREU             PIC Z(4)9.99.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 DET-VALOR            PIC Z(10)9.99.
           01 LINIA-GRUP.
               05 FILLER               PIC X(6) VALUE "GRUP  ".
               05 GRP-ID-PRODUCTE      PIC X(2).
               05 FILLER               PIC X(12) VALUE "  REGISTRES=".
               05 GRP-COMPTE           PIC Z(6)9.
               05 FILLER               PIC X(11) VALUE "  CANTIDAD=".
               05 GRP-CANTIDAD         PIC Z(10)9.
               05 FILLER               PIC X(8) VALUE "  VALOR=".
               05 GRP-VALOR            PIC Z(12)9.99.
           01 LINIA-REPOSICIO.
               05 REP-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 REP-ID-PRODUCTE      PIC X(2).
               05 FILLER               PIC X(11) VALUE "  CANTIDAD=".
               05 REP-CANTIDAD         PIC Z(6)9.
               05 FILLER               PIC X(8) VALUE "  MINIM=".
               05 REP-MINIM            PIC Z(6)9.
               05 FILLER               PIC X(11) VALUE "  RESERVAT=".
               05 REP-RESERVAT         PIC Z(7)9.
           01 LINIA-TOTAL.
               05 TOTG-TITOL           PIC X(22).
               05 TOTG-VALOR           PIC Z(14)9.99.
           01 LINIA-TOTAL-ENTER.
               05 TOTE-TITOL           PIC X(22).
               05 TOTE-VALOR           PIC Z(10)9.
           COPY COSTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-NIVELLS
           PERFORM CARREGAR-RESERVES
           MOVE "VALORA" TO CM-PROGRAMA-RTN
           PERFORM COST-INICIAR

           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
           MOVE "========= VALORACIO EXISTENCIES =========="
               TO INFORME-REG
           WRITE INFORME-REG
           IF BASE-COST-MIG
               MOVE "BASE DE VALORACIO: COST MIG PONDERAT"
                   TO INFORME-REG
           ELSE
               MOVE "BASE DE VALORACIO: PREU-UNITAT" TO INFORME-REG
           END-IF
           WRITE INFORME-REG

           PERFORM LLEGIR-INDEXAT

           PERFORM IMPRIMIR-TOTALS-GENERALS
           PERFORM IMPRIMIR-REPOSICIO
           CLOSE INDEXADO, INFORME
           PERFORM COST-TANCAR
           DISPLAY "VALORA: REGISTRES VALORATS : " TOT-REGISTRES
           IF BASE-COST-MIG
               DISPLAY "VALORA: CLAUS SENSE COST MIG: "
                   CM-SENSE-COST-RTN
           END-IF
           MOVE "VALORA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE TOT-REGISTRES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF TAULA-TOTALS-DESBORDADA OR REPO-DESBORDADA
                   OR CM-SENSE-COST-RTN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       VALORA-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, INFORME
           PERFORM COST-TANCAR
           MOVE "VALORA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE TOT-REGISTRES TO AL-COMPTADOR-RTN
           END-READ.

       VALORAR-REGISTRE.
           MOVE NUMERO1 TO CM-NUMERO-RTN
           MOVE MAGATZEM TO CM-MAGATZEM-RTN
           MOVE PREU-UNITAT TO CM-PREU-RTN
           PERFORM COST-UNITARI
           COMPUTE VALOR-ESTES ROUNDED = CANTIDAD * CM-UNITARI-RTN
           ADD 1 TO TOT-REGISTRES
           ADD CANTIDAD TO TOT-CANTIDAD-GRAL
           ADD VALOR-ESTES TO TOT-VALOR-GRAL
           MOVE NOMBRE TO DET-NOMBRE
           MOVE ID-PRODUCTE TO DET-ID-PRODUCTE
           MOVE CANTIDAD TO DET-CANTIDAD
           MOVE CM-UNITARI-RTN TO DET-PREU
           MOVE VALOR-ESTES TO DET-VALOR
           WRITE INFORME-REG FROM LINIA-DETALL
           PERFORM ACUMULAR-GRUP.
           WRITE INFORME-REG FROM LINIA-TOTAL-ENTER
           MOVE "VALOR TOTAL" TO TOTG-TITOL
           MOVE TOT-VALOR-GRAL TO TOTG-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           IF BASE-COST-MIG
               MOVE "CLAUS SENSE COST MIG" TO TOTE-TITOL
               MOVE CM-SENSE-COST-RTN TO TOTE-VALOR
               WRITE INFORME-REG FROM LINIA-TOTAL-ENTER
           END-IF.

       IMPRIMIR-REPOSICIO.
           MOVE "------------ REPOSICIO NECESSARIA ------------"
               WRITE INFORME-REG
           END-IF.

       COPY COSTRTN.

       COPY AUDITRTN.

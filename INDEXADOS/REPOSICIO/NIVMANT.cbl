       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIVMANT.
      ************************************************************
      * MANTENIMENT DELS MINIMS PROPIS PER CLAU NIVCLAU.TXT      *
      * (CLAU NUMERO1 + MAGATZEM) AMB PUNT DE COMANDA I          *
      * QUANTITAT A DEMANAR. LLEGEIX NIVTRANS.TXT (ACCIO A/M/D + *
      * CLAU + MINIM 9(7) + QUANTITAT 9(7)), LES TRANSACCIONS    *
      * QUE PROPOSA REPOSIC UN COP REVISADES O LES QUE ES        *
      * PREPARIN A MA, I APLICA ALTES, MODIFICACIONS I BAIXES    *
      * SOBRE EL FITXER INDEXAT, AMB INFORME D'APLICADES I       *
      * REBUTJADES A NIVMANT.INF, IGUAL QUE PROVMANT. UNA ALTA   *
      * NOMES S'ACCEPTA PER UNA CLAU QUE EXISTEIXI A INDEXAT.TXT *
      * (TAMBE LA MODIFICACIO).                                  *
      * DONAR DE BAIXA LA CLAU LA TORNA AL MINIM DEL SEU GRUP    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACCIONS
               ASSIGN TO "NIVTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TRANSACCIONS.
           SELECT NIVELLS-CLAU
               ASSIGN TO "NIVCLAU.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS NVC-CLAU
                   FILE STATUS IS FS-NIVELLS-CLAU.
           SELECT INDEXADO
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLAU-INDEXAT
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-REG WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT INFORME
               ASSIGN TO "NIVMANT.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACCIONS.
       01 TRANSACCIO-IN.
            05 TRN-ACCIO           PIC X(1).
            05 TRN-CLAU.
                10 TRN-NUMERO      PIC X(5).
                10 TRN-MAGATZEM    PIC X(2).
            05 TRN-MINIM           PIC X(7).
            05 TRN-QUANTITAT       PIC X(7).
       01 TRANSACCIO-NUMERICS REDEFINES TRANSACCIO-IN.
            05 FILLER              PIC X(1).
            05 TRN-NUMERO-N        PIC 9(5).
            05 FILLER              PIC X(2).
            05 TRN-MINIM-N         PIC 9(7).
            05 TRN-QUANTITAT-N     PIC 9(7).

       FD NIVELLS-CLAU.
       01 NIVELL-CLAU-REG.
            05 NVC-CLAU.
                10 NVC-NUMERO      PIC 9(5).
                10 NVC-MAGATZEM    PIC X(2).
            05 NVC-MINIM           PIC 9(7).
            05 NVC-QUANTITAT       PIC 9(7).

       FD INDEXADO.
       01 INDEXADO-REG.
            05 CLAU-INDEXAT.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).

       FD INFORME.
       01 INFORME-REG              PIC X(80).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FIN-FICHERO PIC X(5) VALUE "FALSE".
           01 FS-TRANSACCIONS PIC X(2).
           01 FS-NIVELLS-CLAU PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-INFORME PIC X(2).
           01 SW-NIVELL-LLEGIT PIC X VALUE "N".
               88 NIVELL-LLEGIT VALUE "S".
           01 SW-CLAU-MESTRE PIC X VALUE "N".
               88 CLAU-AL-MESTRE VALUE "S".
           01 COMPTADORS.
               05 CNT-LLEGIDES         PIC 9(7) VALUE ZERO.
               05 CNT-APLICADES        PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJADES       PIC 9(7) VALUE ZERO.
           01 LINIA-INFORME.
               05 INF-CLAU             PIC X(7).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 INF-ACCIO            PIC X(1).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 INF-RESULTAT         PIC X(10).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 INF-MOTIU            PIC X(30).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       NIVMANT-RTN.
           MOVE "NIVMANT" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE

           OPEN INPUT TRANSACCIONS
           IF FS-TRANSACCIONS NOT EQUAL "00"
               DISPLAY "NIVMANT: ERROR OBRIR TRANS FS="
                   FS-TRANSACCIONS
               GO TO NIVMANT-ABEND
           END-IF
           OPEN I-O NIVELLS-CLAU
           IF FS-NIVELLS-CLAU EQUAL "35"
               OPEN OUTPUT NIVELLS-CLAU
               CLOSE NIVELLS-CLAU
               OPEN I-O NIVELLS-CLAU
           END-IF
           IF FS-NIVELLS-CLAU NOT EQUAL "00"
               DISPLAY "NIVMANT: ERROR OBRIR NIVCLAU FS="
                   FS-NIVELLS-CLAU
               GO TO NIVMANT-ABEND
           END-IF
           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "NIVMANT: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO NIVMANT-ABEND
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "NIVMANT: ERROR OBRIR INFORME FS="
                   FS-INFORME
               GO TO NIVMANT-ABEND
           END-IF

           MOVE "=== INFORME MANTENIMENT MINIMS PER CLAU ==="
               TO INFORME-REG
           WRITE INFORME-REG

           PERFORM LLEGIR-TRANSACCIO

       PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
           ADD 1 TO CNT-LLEGIDES
           EVALUATE TRN-ACCIO
               WHEN "A"
                   PERFORM APLICAR-ALTA
               WHEN "M"
                   PERFORM APLICAR-MODIFICACIO
               WHEN "D"
                   PERFORM APLICAR-BAIXA
               WHEN OTHER
                   MOVE "CODI ACCIO INCORRECTE" TO INF-MOTIU
                   PERFORM ESCRIURE-REBUTJADA
           END-EVALUATE
           PERFORM LLEGIR-TRANSACCIO
       END-PERFORM.

           PERFORM ESCRIURE-TOTALS
           CLOSE TRANSACCIONS, NIVELLS-CLAU, INDEXADO, INFORME
           DISPLAY "NIVMANT: TRANSACCIONS LLEGIDES   : " CNT-LLEGIDES
           DISPLAY "NIVMANT: TRANSACCIONS APLICADES  : " CNT-APLICADES
           DISPLAY "NIVMANT: TRANSACCIONS REBUTJADES : "
               CNT-REBUTJADES
           MOVE "NIVMANT" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LLEGIDES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-REBUTJADES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       NIVMANT-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE TRANSACCIONS, NIVELLS-CLAU, INDEXADO, INFORME
           DISPLAY "NIVMANT: TRANSACCIONS LLEGIDES   : " CNT-LLEGIDES
           DISPLAY "NIVMANT: TRANSACCIONS APLICADES  : " CNT-APLICADES
           DISPLAY "NIVMANT: TRANSACCIONS REBUTJADES : "
               CNT-REBUTJADES
           MOVE "NIVMANT" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-LLEGIDES TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       LLEGIR-TRANSACCIO.
           READ TRANSACCIONS
           AT END SET FIN-FICHERO TO "TRUE"
           NOT AT END
               IF FS-TRANSACCIONS NOT EQUAL "00"
                   DISPLAY "NIVMANT: ERROR LLEGIR TRANS FS="
                       FS-TRANSACCIONS
                   GO TO NIVMANT-ABEND
               END-IF
           END-READ.

      ************************************************************
      * VALIDACIO COMUNA D'ALTES I MODIFICACIONS: CLAU NUMERICA  *
      * I PRESENT AL MESTRE, MINIM I QUANTITAT NUMERICS          *
      ************************************************************
       VALIDAR-TRANSACCIO.
           MOVE "N" TO SW-CLAU-MESTRE
           MOVE SPACES TO INF-MOTIU
           IF TRN-NUMERO NOT NUMERIC
               MOVE "CLAU NO NUMERICA" TO INF-MOTIU
           ELSE
               IF TRN-MINIM NOT NUMERIC OR TRN-QUANTITAT NOT NUMERIC
                   MOVE "MINIM O QUANTITAT DOLENTS" TO INF-MOTIU
               ELSE
                   MOVE TRN-NUMERO-N TO NUMERO1
                   MOVE TRN-MAGATZEM TO MAGATZEM
                   READ INDEXADO
                       INVALID KEY
                           MOVE "CLAU NO AL MESTRE" TO INF-MOTIU
                       NOT INVALID KEY
                           SET CLAU-AL-MESTRE TO TRUE
                   END-READ
               END-IF
           END-IF.

       APLICAR-ALTA.
           PERFORM VALIDAR-TRANSACCIO
           IF NOT CLAU-AL-MESTRE
               PERFORM ESCRIURE-REBUTJADA
           ELSE
               PERFORM MOURE-TRANSACCIO-A-REGISTRE
               WRITE NIVELL-CLAU-REG
                   INVALID KEY
                       MOVE "CLAU DUPLICADA" TO INF-MOTIU
                       PERFORM ESCRIURE-REBUTJADA
                   NOT INVALID KEY
                       PERFORM ESCRIURE-APLICADA
               END-WRITE
           END-IF.

       APLICAR-MODIFICACIO.
           PERFORM VALIDAR-TRANSACCIO
           IF NOT CLAU-AL-MESTRE
               PERFORM ESCRIURE-REBUTJADA
           ELSE
               MOVE "N" TO SW-NIVELL-LLEGIT
               MOVE TRN-NUMERO-N TO NVC-NUMERO
               MOVE TRN-MAGATZEM TO NVC-MAGATZEM
               READ NIVELLS-CLAU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET NIVELL-LLEGIT TO TRUE
               END-READ
               IF NOT NIVELL-LLEGIT
                   MOVE "CLAU NO TROBADA" TO INF-MOTIU
                   PERFORM ESCRIURE-REBUTJADA
               ELSE
                   PERFORM MOURE-TRANSACCIO-A-REGISTRE
                   REWRITE NIVELL-CLAU-REG
                       INVALID KEY
                           MOVE "CLAU NO TROBADA" TO INF-MOTIU
                           PERFORM ESCRIURE-REBUTJADA
                       NOT INVALID KEY
                           PERFORM ESCRIURE-APLICADA
                   END-REWRITE
               END-IF
           END-IF.

       APLICAR-BAIXA.
           IF TRN-NUMERO NOT NUMERIC
               MOVE "CLAU NO NUMERICA" TO INF-MOTIU
               PERFORM ESCRIURE-REBUTJADA
           ELSE
               MOVE TRN-NUMERO-N TO NVC-NUMERO
               MOVE TRN-MAGATZEM TO NVC-MAGATZEM
               DELETE NIVELLS-CLAU
                   INVALID KEY
                       MOVE "CLAU NO TROBADA" TO INF-MOTIU
                       PERFORM ESCRIURE-REBUTJADA
                   NOT INVALID KEY
                       PERFORM ESCRIURE-APLICADA
               END-DELETE
           END-IF.

       MOURE-TRANSACCIO-A-REGISTRE.
           MOVE TRN-NUMERO-N TO NVC-NUMERO
           MOVE TRN-MAGATZEM TO NVC-MAGATZEM
           MOVE TRN-MINIM-N TO NVC-MINIM
           MOVE TRN-QUANTITAT-N TO NVC-QUANTITAT.

       ESCRIURE-APLICADA.
           ADD 1 TO CNT-APLICADES
           MOVE TRN-CLAU TO INF-CLAU
           MOVE TRN-ACCIO TO INF-ACCIO
           MOVE "APLICADA" TO INF-RESULTAT
           MOVE SPACES TO INF-MOTIU
           WRITE INFORME-REG FROM LINIA-INFORME.

       ESCRIURE-REBUTJADA.
           ADD 1 TO CNT-REBUTJADES
           MOVE TRN-CLAU TO INF-CLAU
           MOVE TRN-ACCIO TO INF-ACCIO
           MOVE "REBUTJADA" TO INF-RESULTAT
           WRITE INFORME-REG FROM LINIA-INFORME.

       ESCRIURE-TOTALS.
           MOVE "TRANSACCIONS LLEGIDES" TO TOT-TITOL
           MOVE CNT-LLEGIDES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "TRANSACCIONS APLICADES" TO TOT-TITOL
           MOVE CNT-APLICADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "TRANSACCIONS REBUTJADES" TO TOT-TITOL
           MOVE CNT-REBUTJADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY AUDITRTN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMANT.
      ************************************************************
      * MANTENIMENT DEL MESTRE DE CLIENTS CLIENTS.TXT            *
      * (CLAU CLT-CODI, EL MATEIX CODI QUE CLI-CLIENT DE         *
      * COMCLI.TXT) AMB NOM, ADRECA, POBLACIO, ESTAT (A=ACTIU    *
      * B=BLOQUEJAT) I LIMIT DE CREDIT. LLEGEIX TRANSCLI.TXT     *
      * (ACCIO A/M/D + REGISTRE) I APLICA ALTES, MODIFICACIONS I *
      * BAIXES SOBRE EL FITXER INDEXAT, AMB INFORME D'APLICADES  *
      * I REBUTJADES A CLIMANT.INF, IGUAL QUE PROVMANT SOBRE EL  *
      * MESTRE DE PROVEIDORS. ASSIGNA NO RESERVA ESTOC PER A UN  *
      * CLIENT QUE NO HI SIGUI, QUE ESTIGUI BLOQUEJAT O QUE      *
      * PASSI DEL LIMIT DE CREDIT                                *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACCIONS
               ASSIGN TO "TRANSCLI.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TRANSACCIONS.
           SELECT CLIENTS
               ASSIGN TO "CLIENTS.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLT-CODI
                   FILE STATUS IS FS-CLIENTS.
           SELECT INFORME
               ASSIGN TO "CLIMANT.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACCIONS.
       01 TRANSACCIO-IN.
            05 TRN-ACCIO           PIC X(1).
            05 TRN-CODI            PIC X(5).
            05 TRN-NOM             PIC X(30).
            05 TRN-ADRECA          PIC X(40).
            05 TRN-POBLACIO        PIC X(25).
            05 TRN-ESTAT           PIC X(1).
            05 TRN-LIMIT           PIC X(11).
       01 TRANSACCIO-NUMERICS REDEFINES TRANSACCIO-IN.
            05 FILLER              PIC X(102).
            05 TRN-LIMIT-N         PIC 9(9)V99.

       FD CLIENTS.
       01 CLIENT-REG.
            05 CLT-CODI            PIC X(5).
            05 CLT-NOM             PIC X(30).
            05 CLT-ADRECA          PIC X(40).
            05 CLT-POBLACIO        PIC X(25).
            05 CLT-ESTAT           PIC X(1).
            05 CLT-LIMIT-CREDIT    PIC 9(9)V99.

       FD INFORME.
       01 INFORME-REG              PIC X(80).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FIN-FICHERO PIC X(5) VALUE "FALSE".
           01 FS-TRANSACCIONS PIC X(2).
           01 FS-CLIENTS PIC X(2).
           01 FS-INFORME PIC X(2).
           01 SW-CLIENT-LLEGIT PIC X VALUE "N".
               88 CLIENT-LLEGIT VALUE "S".
           01 COMPTADORS.
               05 CNT-LLEGIDES         PIC 9(7) VALUE ZERO.
               05 CNT-APLICADES        PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJADES       PIC 9(7) VALUE ZERO.
           01 LINIA-INFORME.
               05 INF-CODI             PIC X(5).
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
       CLIMANT-RTN.
           MOVE "CLIMANT" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE

           OPEN INPUT TRANSACCIONS
           IF FS-TRANSACCIONS NOT EQUAL "00"
               DISPLAY "CLIMANT: ERROR OBRIR TRANS FS="
                   FS-TRANSACCIONS
               GO TO CLIMANT-ABEND
           END-IF
           OPEN I-O CLIENTS
           IF FS-CLIENTS EQUAL "35"
               OPEN OUTPUT CLIENTS
               CLOSE CLIENTS
               OPEN I-O CLIENTS
           END-IF
           IF FS-CLIENTS NOT EQUAL "00"
               DISPLAY "CLIMANT: ERROR OBRIR CLIENTS FS="
                   FS-CLIENTS
               GO TO CLIMANT-ABEND
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "CLIMANT: ERROR OBRIR INFORME FS="
                   FS-INFORME
               GO TO CLIMANT-ABEND
           END-IF

           MOVE "=== INFORME MANTENIMENT CLIENTS ==="
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
           CLOSE TRANSACCIONS, CLIENTS, INFORME
           DISPLAY "CLIMANT: TRANSACCIONS LLEGIDES   : " CNT-LLEGIDES
           DISPLAY "CLIMANT: TRANSACCIONS APLICADES  : " CNT-APLICADES
           DISPLAY "CLIMANT: TRANSACCIONS REBUTJADES : "
               CNT-REBUTJADES
           MOVE "CLIMANT" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LLEGIDES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-REBUTJADES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CLIMANT-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE TRANSACCIONS, CLIENTS, INFORME
           DISPLAY "CLIMANT: TRANSACCIONS LLEGIDES   : " CNT-LLEGIDES
           DISPLAY "CLIMANT: TRANSACCIONS APLICADES  : " CNT-APLICADES
           DISPLAY "CLIMANT: TRANSACCIONS REBUTJADES : "
               CNT-REBUTJADES
           MOVE "CLIMANT" TO AL-PROGRAMA-RTN
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
                   DISPLAY "CLIMANT: ERROR LLEGIR TRANS FS="
                       FS-TRANSACCIONS
                   GO TO CLIMANT-ABEND
               END-IF
           END-READ.

      ************************************************************
      * VALIDACIO COMUNA D'ALTES I MODIFICACIONS: NOM INFORMAT,  *
      * ESTAT A O B I LIMIT DE CREDIT NUMERIC                    *
      ************************************************************
       APLICAR-ALTA.
           IF TRN-CODI EQUAL SPACES
               MOVE "CODI CLIENT EN BLANC" TO INF-MOTIU
               PERFORM ESCRIURE-REBUTJADA
           ELSE
               IF TRN-NOM EQUAL SPACES
                   MOVE "NOM EN BLANC" TO INF-MOTIU
                   PERFORM ESCRIURE-REBUTJADA
               ELSE
                   IF (TRN-ESTAT NOT EQUAL "A"
                           AND TRN-ESTAT NOT EQUAL "B")
                           OR TRN-LIMIT NOT NUMERIC
                       MOVE "ESTAT O LIMIT DE CREDIT DOLENT"
                           TO INF-MOTIU
                       PERFORM ESCRIURE-REBUTJADA
                   ELSE
                       PERFORM MOURE-TRANSACCIO-A-REGISTRE
                       WRITE CLIENT-REG
                           INVALID KEY
                               MOVE "CLAU DUPLICADA" TO INF-MOTIU
                               PERFORM ESCRIURE-REBUTJADA
                           NOT INVALID KEY
                               PERFORM ESCRIURE-APLICADA
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       APLICAR-MODIFICACIO.
           IF TRN-NOM EQUAL SPACES
                   OR (TRN-ESTAT NOT EQUAL "A"
                   AND TRN-ESTAT NOT EQUAL "B")
                   OR TRN-LIMIT NOT NUMERIC
               MOVE "NOM, ESTAT O LIMIT DOLENT" TO INF-MOTIU
               PERFORM ESCRIURE-REBUTJADA
           ELSE
               MOVE "N" TO SW-CLIENT-LLEGIT
               MOVE TRN-CODI TO CLT-CODI
               READ CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CLIENT-LLEGIT TO TRUE
               END-READ
               IF NOT CLIENT-LLEGIT
                   MOVE "CLAU NO TROBADA" TO INF-MOTIU
                   PERFORM ESCRIURE-REBUTJADA
               ELSE
                   PERFORM MOURE-TRANSACCIO-A-REGISTRE
                   REWRITE CLIENT-REG
                       INVALID KEY
                           MOVE "CLAU NO TROBADA" TO INF-MOTIU
                           PERFORM ESCRIURE-REBUTJADA
                       NOT INVALID KEY
                           PERFORM ESCRIURE-APLICADA
                   END-REWRITE
               END-IF
           END-IF.

       APLICAR-BAIXA.
           MOVE TRN-CODI TO CLT-CODI
           DELETE CLIENTS
               INVALID KEY
                   MOVE "CLAU NO TROBADA" TO INF-MOTIU
                   PERFORM ESCRIURE-REBUTJADA
               NOT INVALID KEY
                   PERFORM ESCRIURE-APLICADA
           END-DELETE.

       MOURE-TRANSACCIO-A-REGISTRE.
           MOVE TRN-CODI TO CLT-CODI
           MOVE TRN-NOM TO CLT-NOM
           MOVE TRN-ADRECA TO CLT-ADRECA
           MOVE TRN-POBLACIO TO CLT-POBLACIO
           MOVE TRN-ESTAT TO CLT-ESTAT
           MOVE TRN-LIMIT-N TO CLT-LIMIT-CREDIT.

       ESCRIURE-APLICADA.
           ADD 1 TO CNT-APLICADES
           MOVE TRN-CODI TO INF-CODI
           MOVE TRN-ACCIO TO INF-ACCIO
           MOVE "APLICADA" TO INF-RESULTAT
           MOVE SPACES TO INF-MOTIU
           WRITE INFORME-REG FROM LINIA-INFORME.

       ESCRIURE-REBUTJADA.
           ADD 1 TO CNT-REBUTJADES
           MOVE TRN-CODI TO INF-CODI
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

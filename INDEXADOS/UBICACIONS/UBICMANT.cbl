       IDENTIFICATION DIVISION.
       PROGRAM-ID. UBICMANT.
      ************************************************************
      * MANTENIMENT DEL MESTRE D'UBICACIONS UBICACIO.TXT (CLAU   *
      * NUMERO1 + MAGATZEM) AMB EL PASSADIS, LA PRESTATGERIA I   *
      * EL NIVELL ON ES GUARDA CADA CLAU DINS EL SEU MAGATZEM.   *
      * LLEGEIX UBITRANS.TXT (ACCIO A/M/D + CLAU + PASSADIS X(3) *
      * + PRESTATGERIA X(3) + NIVELL X(2)) I APLICA ALTES,       *
      * MODIFICACIONS I BAIXES SOBRE EL FITXER INDEXAT, AMB      *
      * INFORME D'APLICADES I REBUTJADES A UBICMANT.INF, IGUAL   *
      * QUE NIVMANT. UNA ALTA O MODIFICACIO NOMES S'ACCEPTA PER  *
      * UNA CLAU QUE EXISTEIXI A INDEXAT.TXT I AMB LA UBICACIO   *
      * COMPLETA. L'ORDRE ALFANUMERIC DE PASSADIS, PRESTATGERIA  *
      * I NIVELL ES L'ORDRE DE RECORREGUT QUE SEGUEIX ONADA      *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACCIONS
               ASSIGN TO "UBITRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TRANSACCIONS.
           SELECT UBICACIONS
               ASSIGN TO "UBICACIO.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS UBI-CLAU
                   FILE STATUS IS FS-UBICACIONS.
           SELECT INDEXADO
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLAU-INDEXAT
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-REG WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT INFORME
               ASSIGN TO "UBICMANT.INF"
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
            05 TRN-PASSADIS        PIC X(3).
            05 TRN-PRESTATGE       PIC X(3).
            05 TRN-NIVELL          PIC X(2).
       01 TRANSACCIO-NUMERICS REDEFINES TRANSACCIO-IN.
            05 FILLER              PIC X(1).
            05 TRN-NUMERO-N        PIC 9(5).
            05 FILLER              PIC X(10).

       FD UBICACIONS.
       01 UBICACIO-REG.
            05 UBI-CLAU.
                10 UBI-NUMERO      PIC 9(5).
                10 UBI-MAGATZEM    PIC X(2).
            05 UBI-PASSADIS        PIC X(3).
            05 UBI-PRESTATGE       PIC X(3).
            05 UBI-NIVELL          PIC X(2).

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
           01 FS-UBICACIONS PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-INFORME PIC X(2).
           01 SW-UBICACIO-LLEGIDA PIC X VALUE "N".
               88 UBICACIO-LLEGIDA VALUE "S".
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
               05 INF-UBICACIO         PIC X(10).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 INF-RESULTAT         PIC X(10).
               05 FILLER               PIC X(3) VALUE SPACES.
               05 INF-MOTIU            PIC X(30).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       UBICMANT-RTN.
           MOVE "UBICMANT" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE

           OPEN INPUT TRANSACCIONS
           IF FS-TRANSACCIONS NOT EQUAL "00"
               DISPLAY "UBICMANT: ERROR OBRIR TRANS FS="
                   FS-TRANSACCIONS
               GO TO UBICMANT-ABEND
           END-IF
           OPEN I-O UBICACIONS
           IF FS-UBICACIONS EQUAL "35"
               OPEN OUTPUT UBICACIONS
               CLOSE UBICACIONS
               OPEN I-O UBICACIONS
           END-IF
           IF FS-UBICACIONS NOT EQUAL "00"
               DISPLAY "UBICMANT: ERROR OBRIR UBICACIO FS="
                   FS-UBICACIONS
               GO TO UBICMANT-ABEND
           END-IF
           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "UBICMANT: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO UBICMANT-ABEND
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "UBICMANT: ERROR OBRIR INFORME FS="
                   FS-INFORME
               GO TO UBICMANT-ABEND
           END-IF

           MOVE "=== INFORME MANTENIMENT D'UBICACIONS ==="
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
           CLOSE TRANSACCIONS, UBICACIONS, INDEXADO, INFORME
           DISPLAY "UBICMANT: TRANSACCIONS LLEGIDES   : " CNT-LLEGIDES
           DISPLAY "UBICMANT: TRANSACCIONS APLICADES  : "
               CNT-APLICADES
           DISPLAY "UBICMANT: TRANSACCIONS REBUTJADES : "
               CNT-REBUTJADES
           MOVE "UBICMANT" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LLEGIDES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-REBUTJADES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       UBICMANT-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE TRANSACCIONS, UBICACIONS, INDEXADO, INFORME
           DISPLAY "UBICMANT: TRANSACCIONS LLEGIDES   : " CNT-LLEGIDES
           DISPLAY "UBICMANT: TRANSACCIONS APLICADES  : "
               CNT-APLICADES
           DISPLAY "UBICMANT: TRANSACCIONS REBUTJADES : "
               CNT-REBUTJADES
           MOVE "UBICMANT" TO AL-PROGRAMA-RTN
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
                   DISPLAY "UBICMANT: ERROR LLEGIR TRANS FS="
                       FS-TRANSACCIONS
                   GO TO UBICMANT-ABEND
               END-IF
           END-READ.

      ************************************************************
      * VALIDACIO COMUNA D'ALTES I MODIFICACIONS: CLAU NUMERICA  *
      * I PRESENT AL MESTRE, PASSADIS, PRESTATGERIA I NIVELL     *
      * INFORMATS                                                *
      ************************************************************
       VALIDAR-TRANSACCIO.
           MOVE "N" TO SW-CLAU-MESTRE
           MOVE SPACES TO INF-MOTIU
           IF TRN-NUMERO NOT NUMERIC
               MOVE "CLAU NO NUMERICA" TO INF-MOTIU
           ELSE
               IF TRN-PASSADIS EQUAL SPACES
                       OR TRN-PRESTATGE EQUAL SPACES
                       OR TRN-NIVELL EQUAL SPACES
                   MOVE "UBICACIO INCOMPLETA" TO INF-MOTIU
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
               WRITE UBICACIO-REG
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
               MOVE "N" TO SW-UBICACIO-LLEGIDA
               MOVE TRN-NUMERO-N TO UBI-NUMERO
               MOVE TRN-MAGATZEM TO UBI-MAGATZEM
               READ UBICACIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET UBICACIO-LLEGIDA TO TRUE
               END-READ
               IF NOT UBICACIO-LLEGIDA
                   MOVE "CLAU NO TROBADA" TO INF-MOTIU
                   PERFORM ESCRIURE-REBUTJADA
               ELSE
                   PERFORM MOURE-TRANSACCIO-A-REGISTRE
                   REWRITE UBICACIO-REG
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
               MOVE TRN-NUMERO-N TO UBI-NUMERO
               MOVE TRN-MAGATZEM TO UBI-MAGATZEM
               DELETE UBICACIONS
                   INVALID KEY
                       MOVE "CLAU NO TROBADA" TO INF-MOTIU
                       PERFORM ESCRIURE-REBUTJADA
                   NOT INVALID KEY
                       PERFORM ESCRIURE-APLICADA
               END-DELETE
           END-IF.

       MOURE-TRANSACCIO-A-REGISTRE.
           MOVE TRN-NUMERO-N TO UBI-NUMERO
           MOVE TRN-MAGATZEM TO UBI-MAGATZEM
           MOVE TRN-PASSADIS TO UBI-PASSADIS
           MOVE TRN-PRESTATGE TO UBI-PRESTATGE
           MOVE TRN-NIVELL TO UBI-NIVELL.

       ESCRIURE-APLICADA.
           ADD 1 TO CNT-APLICADES
           MOVE TRN-CLAU TO INF-CLAU
           MOVE TRN-ACCIO TO INF-ACCIO
           PERFORM MOURE-UBICACIO-INFORME
           MOVE "APLICADA" TO INF-RESULTAT
           MOVE SPACES TO INF-MOTIU
           WRITE INFORME-REG FROM LINIA-INFORME.

       ESCRIURE-REBUTJADA.
           ADD 1 TO CNT-REBUTJADES
           MOVE TRN-CLAU TO INF-CLAU
           MOVE TRN-ACCIO TO INF-ACCIO
           PERFORM MOURE-UBICACIO-INFORME
           MOVE "REBUTJADA" TO INF-RESULTAT
           WRITE INFORME-REG FROM LINIA-INFORME.

       MOURE-UBICACIO-INFORME.
           MOVE SPACES TO INF-UBICACIO
           IF TRN-ACCIO NOT EQUAL "D"
               STRING TRN-PASSADIS DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TRN-PRESTATGE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TRN-NIVELL DELIMITED BY SIZE
                   INTO INF-UBICACIO
           END-IF.

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

      * REESCRIU PREU-UNITAT DELS REGISTRES AFECTATS I DEIXA A   *
      * PREUMASS.INF L'INFORME ABANS/DESPRES AMB L'IMPACTE DE    *
      * VALOR (CANTIDAD PER DELTA DE PREU) I TOTALS PER GRUP     *
      * CADA PREU CANVIAT DEIXA A CANVIDX.TXT LES IMATGES DEL    *
      * REGISTRE ABANS I DESPRES, AMB REFERENCIA "GRUP" MES EL   *
      * GRUP DE PREUCANVI.PRM QUE L'HA MOGUT (COPYBOOKS CANV*)   *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "PREUHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PREUHIST.
           COPY CANVSEL.
           COPY TESTISEL.
           COPY AUDITSEL.

                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
            05 PH-PREU-NOU         PIC 9(4)V99.
            05 PH-ORIGEN           PIC X(8).

       COPY CANVFD.

       COPY TESTIFD.

       COPY AUDITFD.
           01 FS-INFORME PIC X(2).
           01 FS-PREUHIST PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 IMATGE-ABANS PIC X(45).
           01 TAULA-CANVIS.
               05 CANVI-ENTRY OCCURS 50 TIMES.
                   10 TCAN-GRUP        PIC X(3).
               05 PREU-ANTIC     PIC 9(4)V99.
               05 PREU-NOU       PIC 9(4)V99.
               05 DELTA-PREU     PIC S9(4)V99.
               05 IMPACTE        PIC S9(11)V99.
               05 SW-PREU-DESBORDAT PIC X VALUE "N".
                   88 PREU-DESBORDAT VALUE "S".
           01 COMPTADORS.
                       INDEXED BY IX-GRUP.
                   10 TGRP-ID-PRODUCTE PIC X(2).
                   10 TGRP-COMPTE      PIC 9(7).
                   10 TGRP-IMPACTE     PIC S9(13)V99.
           01 TROBAT-GRUP PIC X VALUE "N".
               88 GRUP-TROBAT VALUE "S".
           01 TAULA-GRUPS-PLENA PIC X VALUE "N".
               88 TAULA-GRUPS-DESBORDADA VALUE "S".
           01 IMPACTE-TOTAL PIC S9(13)V99 VALUE ZERO.
           01 LINIA-DETALL.
               05 DET-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 FILLER               PIC X(9) VALUE "  DESPRES".
               05 DET-PREU-NOU         PIC ZZZ9.99.
               05 FILLER               PIC X(10) VALUE "  IMPACTE=".
               05 DET-IMPACTE          PIC -(10)9.99.
           01 LINIA-GRUP.
               05 FILLER               PIC X(6) VALUE "GRUP  ".
               05 GRP-ID-PRODUCTE      PIC X(2).
               05 FILLER               PIC X(12) VALUE "  REGISTRES=".
               05 GRP-COMPTE           PIC Z(6)9.
               05 FILLER               PIC X(10) VALUE "  IMPACTE=".
               05 GRP-IMPACTE          PIC -(12)9.99.
           01 LINIA-TOTAL.
               05 FILLER               PIC X(22)
                   VALUE "IMPACTE TOTAL        ".
               05 TOTG-IMPACTE         PIC -(12)9.99.
           COPY CANVWS.
           COPY TESTIWS.
           COPY AUDITWS.

               DISPLAY "PREUMASS: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO PREUMASS-ABEND
           END-IF
           MOVE "PREUMASS" TO CV-PROGRAMA-RTN
           PERFORM CANVIDX-OBRIR
           IF NOT CANVIDX-OBERT
               GO TO PREUMASS-ABEND
           END-IF

           MOVE "====== CANVI MASSIU DE PREUS ======"
               TO INFORME-REG

           PERFORM IMPRIMIR-TOTALS
           CLOSE INDEXADO, INFORME
           PERFORM CANVIDX-TANCAR
           PERFORM TESTIMONI-ALLIBERAR
           DISPLAY "PREUMASS: REGISTRES LLEGITS  : " CNT-LLEGITS
           DISPLAY "PREUMASS: PREUS CANVIATS     : " CNT-CANVIATS
       PREUMASS-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, INFORME
           PERFORM CANVIDX-TANCAR
           PERFORM TESTIMONI-ALLIBERAR
           DISPLAY "PREUMASS: REGISTRES LLEGITS  : " CNT-LLEGITS
           DISPLAY "PREUMASS: PREUS CANVIATS     : " CNT-CANVIATS
           IF PREU-NOU EQUAL PREU-ANTIC
               CONTINUE
           ELSE
               MOVE INDEXADO-REG TO IMATGE-ABANS
               MOVE PREU-NOU TO PREU-UNITAT
               REWRITE INDEXADO-REG
                   INVALID KEY
                       GO TO PREUMASS-ABEND
               END-REWRITE
               ADD 1 TO CNT-CANVIATS
               PERFORM ANOTAR-CANVI
               COMPUTE DELTA-PREU = PREU-NOU - PREU-ANTIC
               COMPUTE IMPACTE = CANTIDAD * DELTA-PREU
               ADD IMPACTE TO IMPACTE-TOTAL
               PERFORM ACUMULAR-GRUP
           END-IF.

       ANOTAR-CANVI.
           MOVE "M" TO CAN-ACCIO
           MOVE CLAU-INDEXAT TO CAN-CLAU
           MOVE SPACES TO CAN-REFERENCIA
           STRING "GRUP " TCAN-GRUP (IX-CANVI)
               DELIMITED BY SIZE INTO CAN-REFERENCIA
           MOVE IMATGE-ABANS TO CAN-ABANS
           MOVE INDEXADO-REG TO CAN-DESPRES
           PERFORM CANVIDX-ESCRIURE
           IF CANVIDX-ERROR
               GO TO PREUMASS-ABEND
           END-IF.

       ESCRIURE-HISTORIC-PREU.
           OPEN EXTEND PREUHIST
           IF FS-PREUHIST NOT EQUAL "00"
           MOVE IMPACTE-TOTAL TO TOTG-IMPACTE
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY CANVRTN.

       COPY TESTIRTN.

       COPY AUDITRTN.

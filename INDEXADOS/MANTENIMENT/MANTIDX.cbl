      * LLEGEIX TRANSIDX.TXT (ACCIO A/M/D + REGISTRE) I APLICA   *
      * ALTES, MODIFICACIONS I BAIXES DIRECTAMENT SOBRE EL       *
      * FITXER INDEXAT, AMB INFORME D'APLICADES I REBUTJADES     *
      * CADA TRANSACCIO APLICADA DEIXA A CANVIDX.TXT LES IMATGES *
      * DEL REGISTRE ABANS I DESPRES, AMB REFERENCIA TRN MES LA  *
      * POSICIO DE LA TRANSACCIO A TRANSIDX.TXT (COPYBOOKS       *
      * CANV*)                                                   *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "PREUHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PREUHIST.
           COPY CANVSEL.
           COPY TESTISEL.
           COPY AUDITSEL.

                  05 TRN-NUMERO          PIC 9(5).
                  05 TRN-MAGATZEM        PIC X(2).
                  05 TRN-NOMBRE          PIC X(20).
                  05 TRN-CANTIDAD        PIC 9(7).
                  05 TRN-PREU-UNITAT     PIC 9(4)V99.
                  05 TRN-ORDRE           PIC 9(3).
                  05 TRN-ID-PRODUCTE     PIC X(2).
                         10 NUMERO1      PIC 9(5).
                         10 MAGATZEM     PIC X(2).
                     05 NOMBRE           PIC X(20).
                     05 CANTIDAD         PIC 9(7).
                     05 PREU-UNITAT      PIC 9(4)V99.
                     05 ORDRE            PIC 9(3).
                     05 ID-PRODUCTE      PIC X(2).
                     05 PH-PREU-NOU      PIC 9(4)V99.
                     05 PH-ORIGEN        PIC X(8).

       COPY CANVFD.

       COPY TESTIFD.

       COPY AUDITFD.
           01 FS-PREUHIST PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 PREU-ABANS PIC 9(4)V99.
           01 IMATGE-ABANS PIC X(45).
           01 REFERENCIA-TRANSACCIO.
               05 FILLER               PIC X(3) VALUE "TRN".
               05 REF-POSICIO          PIC 9(7).
           01 SW-PRODUCTE-LLEGIT PIC X VALUE "N".
               88 PRODUCTE-LLEGIT VALUE "S".
           01 COMPTADORS.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY CANVWS.
           COPY TESTIWS.
           COPY AUDITWS.

                   FS-INFORME
               GO TO MANTIDX-ABEND
           END-IF
           MOVE "MANTIDX" TO CV-PROGRAMA-RTN
           PERFORM CANVIDX-OBRIR
           IF NOT CANVIDX-OBERT
               GO TO MANTIDX-ABEND
           END-IF

           MOVE "=== INFORME MANTENIMENT INDEXAT ===" TO INFORME-REG
           WRITE INFORME-REG

           PERFORM ESCRIURE-TOTALS
           CLOSE TRANSACCIONS, INDEXADO, INFORME
           PERFORM CANVIDX-TANCAR
           PERFORM TESTIMONI-ALLIBERAR
           DISPLAY "MANTIDX: TRANSACCIONS LLEGIDES   : " CNT-LLEGIDES
           DISPLAY "MANTIDX: TRANSACCIONS APLICADES  : " CNT-APLICADES
           DISPLAY "MANTIDX: TRANSACCIONS REBUTJADES : " CNT-REBUTJADES
           DISPLAY "MANTIDX: CANVIS ANOTATS          : " CV-ESCRITS-RTN
           MOVE "MANTIDX" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LLEGIDES TO AL-COMPTADOR-RTN
       MANTIDX-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE TRANSACCIONS, INDEXADO, INFORME
           PERFORM CANVIDX-TANCAR
           PERFORM TESTIMONI-ALLIBERAR
           DISPLAY "MANTIDX: TRANSACCIONS LLEGIDES   : " CNT-LLEGIDES
           DISPLAY "MANTIDX: TRANSACCIONS APLICADES  : " CNT-APLICADES
                   PERFORM ESCRIURE-REBUTJADA
               NOT INVALID KEY
                   PERFORM ESCRIURE-APLICADA
                   MOVE SPACES TO IMATGE-ABANS
                   PERFORM ANOTAR-CANVI
           END-WRITE.

      ************************************************************
      * LA MODIFICACIO LLEGEIX PRIMER EL REGISTRE PER CONSERVAR  *
      * EL PREU ANTIC: SI EL PREU CANVIA S'APUNTA A PREUHIST.TXT *
      * LA IMATGE LLEGIDA ES LA D'ABANS DEL REGISTRE DE CANVIS   *
      ************************************************************
       APLICAR-MODIFICACIO.
           MOVE "N" TO SW-PRODUCTE-LLEGIT
               NOT INVALID KEY
                   SET PRODUCTE-LLEGIT TO TRUE
                   MOVE PREU-UNITAT TO PREU-ABANS
                   MOVE INDEXADO-REG TO IMATGE-ABANS
           END-READ
           IF NOT PRODUCTE-LLEGIT
               MOVE "CLAU NO TROBADA" TO INF-MOTIU
                       PERFORM ESCRIURE-REBUTJADA
                   NOT INVALID KEY
                       PERFORM ESCRIURE-APLICADA
                       PERFORM ANOTAR-CANVI
                       IF PREU-UNITAT NOT EQUAL PREU-ABANS
                           PERFORM ESCRIURE-HISTORIC-PREU
                       END-IF
           WRITE PREUHIST-REG
           CLOSE PREUHIST.

      ************************************************************
      * LA BAIXA TAMBE LLEGEIX PRIMER EL REGISTRE, PERQUE EL     *
      * REGISTRE DE CANVIS EN GUARDI LA IMATGE D'ABANS           *
      ************************************************************
       APLICAR-BAIXA.
           MOVE "N" TO SW-PRODUCTE-LLEGIT
           MOVE TRN-NUMERO TO NUMERO1
           MOVE TRN-MAGATZEM TO MAGATZEM
           READ INDEXADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRODUCTE-LLEGIT TO TRUE
                   MOVE INDEXADO-REG TO IMATGE-ABANS
           END-READ
           IF NOT PRODUCTE-LLEGIT
               MOVE "CLAU NO TROBADA" TO INF-MOTIU
               PERFORM ESCRIURE-REBUTJADA
           ELSE
               DELETE INDEXADO
                   INVALID KEY
                       MOVE "CLAU NO TROBADA" TO INF-MOTIU
                       PERFORM ESCRIURE-REBUTJADA
                   NOT INVALID KEY
                       PERFORM ESCRIURE-APLICADA
                       MOVE SPACES TO INDEXADO-REG
                       PERFORM ANOTAR-CANVI
               END-DELETE
           END-IF.

      ************************************************************
      * APUNT AL REGISTRE DE CANVIS: IMATGE-ABANS LA DEIXA QUI   *
      * CRIDA I LA DE DESPRES ES EL REGISTRE DEL MESTRE (EN      *
      * BLANC DESPRES D'UNA BAIXA)                               *
      ************************************************************
       ANOTAR-CANVI.
           MOVE TRN-ACCIO TO CAN-ACCIO
           MOVE TRN-NUMERO TO CAN-NUMERO
           MOVE TRN-MAGATZEM TO CAN-MAGATZEM
           MOVE CNT-LLEGIDES TO REF-POSICIO
           MOVE REFERENCIA-TRANSACCIO TO CAN-REFERENCIA
           MOVE IMATGE-ABANS TO CAN-ABANS
           MOVE INDEXADO-REG TO CAN-DESPRES
           PERFORM CANVIDX-ESCRIURE
           IF CANVIDX-ERROR
               GO TO MANTIDX-ABEND
           END-IF.

       MOURE-TRANSACCIO-A-REGISTRE.
           MOVE TRN-NUMERO TO NUMERO1
           MOVE CNT-REBUTJADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY CANVRTN.

       COPY TESTIRTN.

       COPY AUDITRTN.

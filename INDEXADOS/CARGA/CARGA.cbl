      * COMPTADOR DE SORTI SON ELS REGISTRES CARREGATS AL NOU    *
      * MESTRE I EL DE FINAL ELS LLEGITS DE L'ENTRADA, PERQUE    *
      * QUADRA PUGUI CREUAR ELS PASSOS DE LA CADENA              *
      * UN COP ACTIU EL MESTRE NOU, EL COMPARA PER CLAU AMB EL   *
      * ANTERIOR (INDEXAT.ANT) I DEIXA A CANVIDX.TXT UN REGISTRE *
      * PER CADA CLAU NOVA (A), CANVIADA (M) O DESAPAREGUDA (D)  *
      * AMB LES IMATGES ABANS I DESPRES (COPYBOOKS CANV*). SI EL *
      * REGISTRE DE CANVIS NO ES POT COMPLETAR EL MESTRE NOU ES  *
      * MANTE I EL PAS ACABA AMB RC 4                            *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-OUT WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT MESTRE-NOU
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS MNOU-CLAU
                   ALTERNATE RECORD KEY IS MNOU-ID-PRODUCTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-MESTRE-NOU.
           SELECT MESTRE-ANTERIOR
               ASSIGN TO "INDEXAT.ANT"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS MANT-CLAU
                   ALTERNATE RECORD KEY IS MANT-ID-PRODUCTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-MESTRE-ANTERIOR.
           COPY CANVSEL.
           COPY TESTISEL.
           COPY AUDITSEL.

            05 NUMERO              PIC 9(5).
            05 MAGATZEM            PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).

       FD MESTRE-NOU.
       01 MESTRE-NOU-REG.
            05 MNOU-CLAU.
                10 MNOU-NUMERO     PIC 9(5).
                10 MNOU-MAGATZEM   PIC X(2).
            05 MNOU-NOMBRE         PIC X(20).
            05 MNOU-CANTIDAD       PIC 9(7).
            05 MNOU-PREU-UNITAT    PIC 9(4)V99.
            05 MNOU-ORDRE          PIC 9(3).
            05 MNOU-ID-PRODUCTE    PIC X(2).

       FD MESTRE-ANTERIOR.
       01 MESTRE-ANTERIOR-REG.
            05 MANT-CLAU.
                10 MANT-NUMERO     PIC 9(5).
                10 MANT-MAGATZEM   PIC X(2).
            05 MANT-NOMBRE         PIC X(20).
            05 MANT-CANTIDAD       PIC 9(7).
            05 MANT-PREU-UNITAT    PIC 9(4)V99.
            05 MANT-ORDRE          PIC 9(3).
            05 MANT-ID-PRODUCTE    PIC X(2).

       COPY CANVFD.

       COPY TESTIFD.

       COPY AUDITFD.
           01 FIN-FICHERO PIC X(5) VALUE "FALSE".
           01 FS-SEQUENCIAL PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-MESTRE-NOU PIC X(2).
           01 FS-MESTRE-ANTERIOR PIC X(2).
           01 COMPTADORS.
               05 CNT-LLEGITS          PIC 9(7) VALUE ZERO.
               05 CNT-CARREGATS        PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJATS        PIC 9(7) VALUE ZERO.
               05 CNT-ALTES            PIC 9(7) VALUE ZERO.
               05 CNT-MODIFICATS       PIC 9(7) VALUE ZERO.
               05 CNT-BAIXES           PIC 9(7) VALUE ZERO.
           01 CONTROL-COMPARACIO.
               05 CLAU-NOU             PIC X(7).
               05 CLAU-ANT             PIC X(7).
               05 SW-CANVIS-INCOMPLET  PIC X VALUE "N".
                   88 CANVIS-INCOMPLET VALUE "S".
           01 NOMS-FITXERS.
               05 NOM-TREBALL          PIC X(11) VALUE "INDEXAT.WRK".
               05 NOM-MESTRE           PIC X(11) VALUE "INDEXAT.TXT".
               05 NOM-ANTERIOR         PIC X(11) VALUE "INDEXAT.ANT".
           COPY CANVWS.
           COPY TESTIWS.
           COPY AUDITWS.


           CLOSE SEQUENCIAL, INDEXADO.
           PERFORM VERIFICAR-I-CANVIAR
           IF CNT-REBUTJATS > ZERO OR CANVIS-INCOMPLET
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CARGA: REGISTRES LLEGITS   : " CNT-LLEGITS
           DISPLAY "CARGA: REGISTRES CARREGATS : " CNT-CARREGATS
           DISPLAY "CARGA: REGISTRES REBUTJATS : " CNT-REBUTJATS
           DISPLAY "CARGA: CLAUS NOVES         : " CNT-ALTES
           DISPLAY "CARGA: CLAUS CANVIADES     : " CNT-MODIFICATS
           DISPLAY "CARGA: CLAUS DESAPAREGUDES : " CNT-BAIXES
           MOVE "CARGA" TO AL-PROGRAMA-RTN
           MOVE "SORTI" TO AL-EVENT-RTN
           MOVE CNT-CARREGATS TO AL-COMPTADOR-RTN
               GO TO CARGA-ABEND
           END-IF
           MOVE ZERO TO RETURN-CODE
           PERFORM ANOTAR-CANVIS-CARREGA THRU ANOTAR-CANVIS-CARREGA-EXIT
           PERFORM TESTIMONI-ALLIBERAR
           DISPLAY "CARGA: MESTRE NOU ACTIU, ANTERIOR A INDEXAT.ANT".

      ************************************************************
      * REGISTRE DE CANVIS DE LA CARREGA: ES RECORREN EN ORDRE   *
      * DE CLAU EL MESTRE NOU I L'ANTERIOR ALHORA. UNA CLAU      *
      * NOMES AL NOU ES UNA ALTA, NOMES A L'ANTERIOR UNA BAIXA I *
      * A TOTS DOS AMB CONTINGUT DIFERENT UNA MODIFICACIO. SENSE *
      * MESTRE ANTERIOR TOTES LES CLAUS SON ALTES. EL MESTRE NOU *
      * JA ES ACTIU: UN ERROR AQUI NOMES DEIXA EL REGISTRE       *
      * INCOMPLET I EL PAS ACABA AMB RC 4                        *
      ************************************************************
       ANOTAR-CANVIS-CARREGA.
           MOVE "CARGA" TO CV-PROGRAMA-RTN
           PERFORM CANVIDX-OBRIR
           IF NOT CANVIDX-OBERT
               SET CANVIS-INCOMPLET TO TRUE
               GO TO ANOTAR-CANVIS-CARREGA-EXIT
           END-IF
           OPEN INPUT MESTRE-NOU
           IF FS-MESTRE-NOU NOT EQUAL "00"
               DISPLAY "CARGA: ERROR OBRIR INDEXAT.TXT FS="
                   FS-MESTRE-NOU
               SET CANVIS-INCOMPLET TO TRUE
               PERFORM CANVIDX-TANCAR
               GO TO ANOTAR-CANVIS-CARREGA-EXIT
           END-IF
           OPEN INPUT MESTRE-ANTERIOR
           EVALUATE FS-MESTRE-ANTERIOR
               WHEN "00"
                   PERFORM LLEGIR-MESTRE-ANTERIOR
               WHEN "35"
                   MOVE HIGH-VALUES TO CLAU-ANT
               WHEN OTHER
                   DISPLAY "CARGA: ERROR OBRIR INDEXAT.ANT FS="
                       FS-MESTRE-ANTERIOR
                   SET CANVIS-INCOMPLET TO TRUE
                   MOVE HIGH-VALUES TO CLAU-ANT
           END-EVALUATE
           PERFORM LLEGIR-MESTRE-NOU
           PERFORM COMPARAR-MESTRES
               UNTIL (CLAU-NOU EQUAL HIGH-VALUES
                   AND CLAU-ANT EQUAL HIGH-VALUES)
                   OR CANVIS-INCOMPLET
           CLOSE MESTRE-NOU
           IF FS-MESTRE-ANTERIOR NOT EQUAL "35"
               CLOSE MESTRE-ANTERIOR
           END-IF
           PERFORM CANVIDX-TANCAR
           IF CANVIS-INCOMPLET
               DISPLAY "CARGA: REGISTRE DE CANVIS INCOMPLET, EL"
                   " MESTRE NOU QUEDA ACTIU"
           END-IF.
       ANOTAR-CANVIS-CARREGA-EXIT. EXIT.

       COMPARAR-MESTRES.
           EVALUATE TRUE
               WHEN CLAU-ANT < CLAU-NOU
                   MOVE "D" TO CAN-ACCIO
                   MOVE MANT-CLAU TO CAN-CLAU
                   MOVE MESTRE-ANTERIOR-REG TO CAN-ABANS
                   MOVE SPACES TO CAN-DESPRES
                   PERFORM ANOTAR-CANVI
                   ADD 1 TO CNT-BAIXES
                   PERFORM LLEGIR-MESTRE-ANTERIOR
               WHEN CLAU-NOU < CLAU-ANT
                   MOVE "A" TO CAN-ACCIO
                   MOVE MNOU-CLAU TO CAN-CLAU
                   MOVE SPACES TO CAN-ABANS
                   MOVE MESTRE-NOU-REG TO CAN-DESPRES
                   PERFORM ANOTAR-CANVI
                   ADD 1 TO CNT-ALTES
                   PERFORM LLEGIR-MESTRE-NOU
               WHEN OTHER
                   IF MESTRE-NOU-REG NOT EQUAL MESTRE-ANTERIOR-REG
                       MOVE "M" TO CAN-ACCIO
                       MOVE MNOU-CLAU TO CAN-CLAU
                       MOVE MESTRE-ANTERIOR-REG TO CAN-ABANS
                       MOVE MESTRE-NOU-REG TO CAN-DESPRES
                       PERFORM ANOTAR-CANVI
                       ADD 1 TO CNT-MODIFICATS
                   END-IF
                   PERFORM LLEGIR-MESTRE-ANTERIOR
                   PERFORM LLEGIR-MESTRE-NOU
           END-EVALUATE.

       ANOTAR-CANVI.
           MOVE "CARREGA" TO CAN-REFERENCIA
           PERFORM CANVIDX-ESCRIURE
           IF CANVIDX-ERROR
               SET CANVIS-INCOMPLET TO TRUE
           END-IF.

       LLEGIR-MESTRE-NOU.
           READ MESTRE-NOU NEXT
               AT END
                   MOVE HIGH-VALUES TO CLAU-NOU
               NOT AT END
                   MOVE MNOU-CLAU TO CLAU-NOU
           END-READ.

       LLEGIR-MESTRE-ANTERIOR.
           READ MESTRE-ANTERIOR NEXT
               AT END
                   MOVE HIGH-VALUES TO CLAU-ANT
               NOT AT END
                   MOVE MANT-CLAU TO CLAU-ANT
           END-READ.

       COPY CANVRTN.

       COPY TESTIRTN.

       COPY AUDITRTN.

      *     PEL CIRCUIT NORMAL (DOCUMENT COM+NUMERO); LA         *
      *     CADUCITAT INFORMADA A LA RECEPCIO VIATJA AMB EL      *
      *     MOVIMENT PERQUE MOVPOST CREI EL LOT                  *
      *   - MARCA LA COMANDA COM A REBUDA I HI DEIXA LA DATA DE  *
      *     RECEPCIO I LA QUANTITAT REBUDA, QUE FA SERVIR        *
      *     PROVSCOR PER MESURAR ELS PROVEIDORS                  *
      * EL FITXER DE COMANDES ES REESCRIU SOBRE COMANDES.NEW I   *
      * ES CANVIA PEL VIGENT (L'ANTERIOR QUEDA COM COMANDES.ANT) *
      * LES COMANDES OBERTES VENCUDES (DATA + TERMINI DEL        *
      * PROVEIDOR JA PASSATS) SURTEN A LA SECCIO DE RECLAMACIO   *
      * DE COMREC.INF                                            *
      * UN COP REESCRIT COMANDES.TXT, CADA RECEPCIO CONFIRMADA   *
      * AMB COST PACTAT ACTUALITZA EL COST MIG PONDERAT DE LA    *
      * CLAU A COSTMIG.TXT:                                      *
      *   (EXISTENCIES X COST MIG + REBUT X COST PACTAT) /       *
      *   (EXISTENCIES + REBUT)                                  *
      * ON LES EXISTENCIES SON LA CANTIDAD D'INDEXAT.TXT (ENCARA *
      * SENSE AQUESTA ENTRADA) MES EL QUE JA S'HA REBUT EN       *
      * AQUESTA EXECUCIO PER LA MATEIXA CLAU. LA PRIMERA         *
      * RECEPCIO D'UNA CLAU FIXA EL COST MIG AL COST PACTAT.     *
      * ELS CANVIS DE COST MIG DE MES DEL LLINDAR DE COSTVAR.PRM *
      * (PERCENTATGE 9(3)V99, PER DEFECTE 10%) SURTEN A          *
      * COSTCANV.INF AMB COST ANTIC, COST NOU I RECEPCIO         *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "COMENTRA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENTRADES.
           SELECT INDEXADO
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLAU-INDEXAT
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-REG WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT LLINDAR
               ASSIGN TO "COSTVAR.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LLINDAR.
           SELECT INFORME-COST
               ASSIGN TO "COSTCANV.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME-COST.
           COPY COSTSEL.
           SELECT INFORME
               ASSIGN TO "COMREC.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
       FD RECEPCIONS.
       01 RECEPCIO-REG.
            05 REC-COMANDA         PIC 9(5).
            05 REC-QUANTITAT       PIC 9(7).
            05 REC-DATA            PIC X(8).
            05 REC-CADUCITAT       PIC X(8).

            05 COM-PROVEIDOR       PIC X(5).
            05 COM-PRODUCTE        PIC 9(5).
            05 COM-MAGATZEM        PIC X(2).
            05 COM-QUANTITAT       PIC 9(7).
            05 COM-DATA            PIC X(8).
            05 COM-ESTAT           PIC X(1).
            05 COM-COST-UNITARI    PIC 9(4)V99.
            05 COM-DATA-RECEPCIO   PIC X(8).
            05 COM-QUANTITAT-REBUDA PIC 9(7).

       FD COMANDES-NOU.
       01 COMANDA-NOU-REG          PIC X(54).

       FD PROVEIDORS.
       01 PROVEIDOR-REG.
            05 ENT-NUMERO          PIC 9(5).
            05 ENT-MAGATZEM        PIC X(2).
            05 ENT-TIPUS           PIC X(1).
            05 ENT-QUANTITAT       PIC 9(7).
            05 ENT-DOCUMENT        PIC X(10).
            05 ENT-MAGATZEM-DESTI  PIC X(2).
            05 ENT-DATA            PIC X(8).
            05 ENT-CADUCITAT       PIC X(8).

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

       FD LLINDAR.
       01 LLINDAR-REG.
            05 LLI-PERCENTATGE     PIC 9(3)V99.

       FD INFORME-COST.
       01 INFORME-COST-REG         PIC X(90).

       COPY COSTFD.

       FD INFORME.
       01 INFORME-REG              PIC X(90).

           01 FS-COMANDES-NOU PIC X(2).
           01 FS-PROVEIDORS PIC X(2).
           01 FS-ENTRADES PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-LLINDAR PIC X(2).
           01 FS-INFORME-COST PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 DIES-AVUI PIC S9(7).
               05 CNT-CONFIRMADES      PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJADES       PIC 9(7) VALUE ZERO.
               05 CNT-A-RECLAMAR       PIC 9(7) VALUE ZERO.
               05 CNT-COSTOS-ACTUALITZATS PIC 9(7) VALUE ZERO.
               05 CNT-COSTOS-NOUS      PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-COST       PIC 9(7) VALUE ZERO.
               05 CNT-CANVIS-COST      PIC 9(7) VALUE ZERO.
           01 NUM-COMANDES PIC 9(3) VALUE ZERO.
           01 TAULA-COMANDES.
               05 COMANDA-ENTRY OCCURS 500 TIMES.
                   10 TCOM-PROVEIDOR   PIC X(5).
                   10 TCOM-PRODUCTE    PIC 9(5).
                   10 TCOM-MAGATZEM    PIC X(2).
                   10 TCOM-QUANTITAT   PIC 9(7).
                   10 TCOM-DATA        PIC X(8).
                   10 TCOM-ESTAT       PIC X(1).
                   10 TCOM-COST        PIC 9(4)V99.
                   10 TCOM-REBUDA      PIC 9(7).
                   10 TCOM-DATA-RECEPCIO PIC X(8).
                   10 TCOM-QUANTITAT-REBUDA PIC 9(7).
           01 CONTROL-COMANDES.
               05 MAX-COMANDES   PIC 9(3) VALUE 500.
               05 IX-COM         PIC 9(3).
               05 IX-COM2        PIC 9(3).
               05 SW-COM-TROBADA PIC X VALUE "N".
                   88 COMANDA-TROBADA VALUE "S".
           01 NUM-PROVEIDORS PIC 9(3) VALUE ZERO.
               05 SW-PROV-TROBAT PIC X VALUE "N".
                   88 PROVEIDOR-TROBAT VALUE "S".
               05 TERMINI-ACTUAL PIC 9(3).
           01 CALCUL-COST.
               05 LLINDAR-PCT     PIC 9(3)V99 VALUE 10.
               05 EXISTENCIES-BASE PIC 9(9).
               05 COST-ANTIC      PIC 9(5)V9(4).
               05 COST-NOU        PIC 9(5)V9(4).
               05 VARIACIO-PCT    PIC S9(5)V99.
               05 SW-COST-EXISTENT PIC X VALUE "N".
                   88 COST-EXISTENT VALUE "S".
           01 NOMS-FITXERS.
               05 NOM-COMANDES-NOU PIC X(12) VALUE "COMANDES.NEW".
               05 NOM-COMANDES     PIC X(12) VALUE "COMANDES.TXT".
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRE-RESULTAT         PIC X(10).
               05 FILLER               PIC X(11) VALUE " QUANTITAT=".
               05 LRE-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRE-MOTIU            PIC X(30).
           01 LINIA-RECLAMACIO.
               05 FILLER               PIC X(9) VALUE " RETARD=".
               05 LCL-RETARD           PIC -(4)9.
               05 FILLER               PIC X(5) VALUE " DIES".
           01 LINIA-CANVI-COST.
               05 LCC-PRODUCTE         PIC 9(5).
               05 LCC-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(5) VALUE " DOC=".
               05 LCC-DOCUMENT         PIC X(10).
               05 FILLER               PIC X(8) VALUE " REBUDA=".
               05 LCC-REBUDA           PIC Z(6)9.
               05 FILLER               PIC X(7) VALUE " ANTIC=".
               05 LCC-ANTIC            PIC Z(4)9.9999.
               05 FILLER               PIC X(5) VALUE " NOU=".
               05 LCC-NOU              PIC Z(4)9.9999.
               05 FILLER               PIC X(6) VALUE " VAR%=".
               05 LCC-VARIACIO         PIC -(4)9.99.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY DATAWS.
           COPY COSTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-COMANDES
           PERFORM CARREGAR-PROVEIDORS
           PERFORM LLEGIR-LLINDAR

           OPEN INPUT RECEPCIONS
           IF FS-RECEPCIONS NOT EQUAL "00"
           PERFORM ESCRIURE-TOTALS
           CLOSE ENTRADES, INFORME
           PERFORM REESCRIURE-COMANDES
           PERFORM ACTUALITZAR-COSTOS
           DISPLAY "COMREC: RECEPCIONS LLEGIDES  : " CNT-RECEPCIONS
           DISPLAY "COMREC: COMANDES CONFIRMADES : " CNT-CONFIRMADES
           DISPLAY "COMREC: RECEPCIONS REBUTJADES: " CNT-REBUTJADES
           DISPLAY "COMREC: COMANDES A RECLAMAR  : " CNT-A-RECLAMAR
           DISPLAY "COMREC: COSTOS MIGS ACTUALIT.: "
               CNT-COSTOS-ACTUALITZATS
           DISPLAY "COMREC: RECEPCIONS SENSE COST: " CNT-SENSE-COST
           MOVE "COMREC" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-RECEPCIONS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-REBUTJADES > ZERO OR CNT-A-RECLAMAR > ZERO
                   OR CNT-SENSE-COST > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       COMREC-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE RECEPCIONS, ENTRADES, INFORME
           CLOSE INDEXADO, COSTMIG, INFORME-COST
           MOVE "COMREC" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-RECEPCIONS TO AL-COMPTADOR-RTN
                       TO TCOM-QUANTITAT (NUM-COMANDES)
                   MOVE COM-DATA TO TCOM-DATA (NUM-COMANDES)
                   MOVE COM-ESTAT TO TCOM-ESTAT (NUM-COMANDES)
                   IF COM-COST-UNITARI IS NUMERIC
                       MOVE COM-COST-UNITARI
                           TO TCOM-COST (NUM-COMANDES)
                   ELSE
                       MOVE ZERO TO TCOM-COST (NUM-COMANDES)
                   END-IF
                   MOVE ZERO TO TCOM-REBUDA (NUM-COMANDES)
                   MOVE COM-DATA-RECEPCIO
                       TO TCOM-DATA-RECEPCIO (NUM-COMANDES)
                   IF COM-QUANTITAT-REBUDA IS NUMERIC
                       MOVE COM-QUANTITAT-REBUDA
                           TO TCOM-QUANTITAT-REBUDA (NUM-COMANDES)
                   ELSE
                       MOVE ZERO TO TCOM-QUANTITAT-REBUDA (NUM-COMANDES)
                   END-IF
               ELSE
                   DISPLAY "COMREC: TAULA DE COMANDES PLENA, NO ES"
                       " REESCRIU RES PER NO PERDRE COMANDES"
                   GO TO COMREC-ABEND
           END-EVALUATE.

       LLEGIR-LLINDAR.
           OPEN INPUT LLINDAR
           IF FS-LLINDAR EQUAL "00"
               READ LLINDAR
               AT END CONTINUE
               NOT AT END
                   IF LLI-PERCENTATGE IS NUMERIC
                       MOVE LLI-PERCENTATGE TO LLINDAR-PCT
                   END-IF
               END-READ
               CLOSE LLINDAR
           END-IF.

       LLEGIR-RECEPCIO.
           READ RECEPCIONS
           AT END SET FIN-FICHERO TO "TRUE"
       CONFIRMAR-RECEPCIO.
           ADD 1 TO CNT-CONFIRMADES
           MOVE "R" TO TCOM-ESTAT (IX-COM)
           MOVE REC-QUANTITAT TO TCOM-REBUDA (IX-COM)
           MOVE REC-QUANTITAT TO TCOM-QUANTITAT-REBUDA (IX-COM)
           MOVE TCOM-PRODUCTE (IX-COM) TO ENT-NUMERO
           MOVE TCOM-MAGATZEM (IX-COM) TO ENT-MAGATZEM
           MOVE "E" TO ENT-TIPUS
           ELSE
               MOVE DATA-AVUI TO ENT-DATA
           END-IF
           MOVE ENT-DATA TO TCOM-DATA-RECEPCIO (IX-COM)
           IF REC-CADUCITAT NUMERIC
               MOVE REC-CADUCITAT TO ENT-CADUCITAT
           ELSE
               MOVE TCOM-QUANTITAT (IX-COM) TO COM-QUANTITAT
               MOVE TCOM-DATA (IX-COM) TO COM-DATA
               MOVE TCOM-ESTAT (IX-COM) TO COM-ESTAT
               MOVE TCOM-COST (IX-COM) TO COM-COST-UNITARI
               MOVE TCOM-DATA-RECEPCIO (IX-COM) TO COM-DATA-RECEPCIO
               MOVE TCOM-QUANTITAT-REBUDA (IX-COM)
                   TO COM-QUANTITAT-REBUDA
               WRITE COMANDA-NOU-REG FROM COMANDA-REG
           END-PERFORM
           CLOSE COMANDES-NOU
           END-IF
           MOVE ZERO TO RETURN-CODE.

      ************************************************************
      * COST MIG PONDERAT: ES RECORREN LES COMANDES REBUDES EN   *
      * AQUESTA EXECUCIO EN L'ORDRE DE LA TAULA. UNA RECEPCIO    *
      * SENSE COST PACTAT NO TOCA EL COST MIG I ES COMPTA        *
      ************************************************************
       ACTUALITZAR-COSTOS.
           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "COMREC: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO COMREC-ABEND
           END-IF
           OPEN I-O COSTMIG
           IF FS-COSTMIG EQUAL "35"
               OPEN OUTPUT COSTMIG
               CLOSE COSTMIG
               OPEN I-O COSTMIG
           END-IF
           IF FS-COSTMIG NOT EQUAL "00"
               DISPLAY "COMREC: ERROR OBRIR COSTMIG FS=" FS-COSTMIG
               GO TO COMREC-ABEND
           END-IF
           OPEN OUTPUT INFORME-COST
           IF FS-INFORME-COST NOT EQUAL "00"
               DISPLAY "COMREC: ERROR OBRIR COSTCANV FS="
                   FS-INFORME-COST
               GO TO COMREC-ABEND
           END-IF
           MOVE "===== CANVIS DE COST MIG PONDERAT =====" TO
               INFORME-COST-REG
           WRITE INFORME-COST-REG
           MOVE LLINDAR-PCT TO LCC-VARIACIO
           MOVE SPACES TO INFORME-COST-REG
           STRING "VARIACIONS DE MES DEL " DELIMITED BY SIZE
               LCC-VARIACIO DELIMITED BY SIZE
               " PER CENT" DELIMITED BY SIZE
               INTO INFORME-COST-REG
           WRITE INFORME-COST-REG
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > NUM-COMANDES
               IF TCOM-REBUDA (IX-COM) > ZERO
                   IF TCOM-COST (IX-COM) EQUAL ZERO
                       ADD 1 TO CNT-SENSE-COST
                       DISPLAY "COMREC: COMANDA " TCOM-NUMERO (IX-COM)
                           " SENSE COST PACTAT, COST MIG NO TOCAT"
                   ELSE
                       PERFORM ACTUALITZAR-COST-CLAU
                   END-IF
               END-IF
           END-PERFORM
           IF CNT-CANVIS-COST EQUAL ZERO
               MOVE "CAP CANVI PER SOBRE DEL LLINDAR"
                   TO INFORME-COST-REG
               WRITE INFORME-COST-REG
           END-IF
           MOVE "--- TOTALS ---" TO INFORME-COST-REG
           WRITE INFORME-COST-REG
           MOVE "COSTOS MIGS ACTUALITZATS" TO TOT-TITOL
           MOVE CNT-COSTOS-ACTUALITZATS TO TOT-VALOR
           WRITE INFORME-COST-REG FROM LINIA-TOTAL
           MOVE "CLAUS AMB PRIMER COST" TO TOT-TITOL
           MOVE CNT-COSTOS-NOUS TO TOT-VALOR
           WRITE INFORME-COST-REG FROM LINIA-TOTAL
           MOVE "CANVIS SOBRE EL LLINDAR" TO TOT-TITOL
           MOVE CNT-CANVIS-COST TO TOT-VALOR
           WRITE INFORME-COST-REG FROM LINIA-TOTAL
           MOVE "RECEPCIONS SENSE COST" TO TOT-TITOL
           MOVE CNT-SENSE-COST TO TOT-VALOR
           WRITE INFORME-COST-REG FROM LINIA-TOTAL
           CLOSE INDEXADO, COSTMIG, INFORME-COST.

       ACTUALITZAR-COST-CLAU.
           ADD 1 TO CNT-COSTOS-ACTUALITZATS
           MOVE TCOM-PRODUCTE (IX-COM) TO NUMERO1
           MOVE TCOM-MAGATZEM (IX-COM) TO MAGATZEM
           READ INDEXADO
               INVALID KEY
                   MOVE ZERO TO EXISTENCIES-BASE
               NOT INVALID KEY
                   MOVE CANTIDAD TO EXISTENCIES-BASE
           END-READ
           PERFORM VARYING IX-COM2 FROM 1 BY 1
                   UNTIL IX-COM2 NOT < IX-COM
               IF TCOM-PRODUCTE (IX-COM2) EQUAL TCOM-PRODUCTE (IX-COM)
                       AND TCOM-MAGATZEM (IX-COM2) EQUAL
                           TCOM-MAGATZEM (IX-COM)
                       AND TCOM-REBUDA (IX-COM2) > ZERO
                   ADD TCOM-REBUDA (IX-COM2) TO EXISTENCIES-BASE
               END-IF
           END-PERFORM
           MOVE "N" TO SW-COST-EXISTENT
           MOVE TCOM-PRODUCTE (IX-COM) TO CST-NUMERO
           MOVE TCOM-MAGATZEM (IX-COM) TO CST-MAGATZEM
           READ COSTMIG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COST-EXISTENT TO TRUE
           END-READ
           IF COST-EXISTENT
               MOVE CST-COST-MIG TO COST-ANTIC
               COMPUTE COST-NOU ROUNDED =
                   (EXISTENCIES-BASE * COST-ANTIC
                   + TCOM-REBUDA (IX-COM) * TCOM-COST (IX-COM))
                   / (EXISTENCIES-BASE + TCOM-REBUDA (IX-COM))
           ELSE
               ADD 1 TO CNT-COSTOS-NOUS
               MOVE ZERO TO COST-ANTIC
               MOVE TCOM-COST (IX-COM) TO COST-NOU
           END-IF
           MOVE COST-NOU TO CST-COST-MIG
           MOVE DATA-AVUI TO CST-DATA
           MOVE SPACES TO CST-DOCUMENT
           STRING "COM" DELIMITED BY SIZE
               TCOM-NUMERO (IX-COM) DELIMITED BY SIZE
               INTO CST-DOCUMENT
           IF COST-EXISTENT
               REWRITE COSTMIG-REG
           ELSE
               WRITE COSTMIG-REG
           END-IF
           IF FS-COSTMIG NOT EQUAL "00"
               DISPLAY "COMREC: ERROR ESCRIURE COSTMIG FS="
                   FS-COSTMIG
               GO TO COMREC-ABEND
           END-IF
           IF COST-EXISTENT AND COST-ANTIC > ZERO
               COMPUTE VARIACIO-PCT ROUNDED =
                   (COST-NOU - COST-ANTIC) * 100 / COST-ANTIC
               IF VARIACIO-PCT > LLINDAR-PCT
                       OR VARIACIO-PCT < ZERO - LLINDAR-PCT
                   PERFORM ESCRIURE-CANVI-COST
               END-IF
           END-IF.

       ESCRIURE-CANVI-COST.
           ADD 1 TO CNT-CANVIS-COST
           MOVE TCOM-PRODUCTE (IX-COM) TO LCC-PRODUCTE
           MOVE TCOM-MAGATZEM (IX-COM) TO LCC-MAGATZEM
           MOVE CST-DOCUMENT TO LCC-DOCUMENT
           MOVE TCOM-REBUDA (IX-COM) TO LCC-REBUDA
           MOVE COST-ANTIC TO LCC-ANTIC
           MOVE COST-NOU TO LCC-NOU
           MOVE VARIACIO-PCT TO LCC-VARIACIO
           WRITE INFORME-COST-REG FROM LINIA-CANVI-COST.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG

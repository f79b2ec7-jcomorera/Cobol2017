       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONADA.
      ************************************************************
      * ONADA DE PICKING CONSOLIDADA PER UBICACIO                *
      * LLEGEIX COMCLI.TXT DESPRES D'ASSIGNA I PREN LES MATEIXES *
      * LINIES QUE LA LLISTA DE PICKING (QUANTITAT ASSIGNADA I   *
      * NO EXPEDIDA). SUMA PER CLAU LA QUANTITAT DE TOTES LES    *
      * COMANDES I BUSCA LA UBICACIO DE LA CLAU A UBICACIO.TXT   *
      * (PASSADIS + PRESTATGERIA + NIVELL, VEGEU UBICMANT).      *
      * A ONADA.INF ESCRIU, PER CADA MAGATZEM, UNA LLISTA DE     *
      * PARADES EN ORDRE DE RECORREGUT (PASSADIS, PRESTATGERIA I *
      * NIVELL) I A CONTINUACIO EL REPARTIMENT DE CADA PARADA    *
      * PER CLI-COMANDA. LES CLAUS SENSE UBICACIO ES LLISTEN A   *
      * PART COM A EXCEPCIONS, AMB LES SEVES COMANDES, PERQUE EL *
      * MAGATZEM LES UBIQUI AMB UBICMANT.                        *
      * RC 4 SI HI HA CLAUS SENSE UBICACIO                       *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMANDES-CLIENT
               ASSIGN TO "COMCLI.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMCLI.
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
               ASSIGN TO "ONADA.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD COMANDES-CLIENT.
       01 COMCLI-REG.
            05 CLI-COMANDA         PIC 9(5).
            05 CLI-CLIENT          PIC X(5).
            05 CLI-PRODUCTE        PIC 9(5).
            05 CLI-MAGATZEM        PIC X(2).
            05 CLI-QUANTITAT       PIC 9(7).
            05 CLI-ASSIGNADA       PIC 9(7).
            05 CLI-ESTAT           PIC X(1).

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
           01 FS-COMCLI PIC X(2).
           01 FS-UBICACIONS PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 SW-UBICACIONS PIC X VALUE "N".
               88 HI-HA-UBICACIONS VALUE "S".
           01 COMPTADORS.
               05 CNT-LINIES           PIC 9(7) VALUE ZERO.
               05 CNT-PARADES          PIC 9(7) VALUE ZERO.
               05 CNT-MAGATZEMS        PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-UBICACIO   PIC 9(7) VALUE ZERO.
               05 CNT-LINIES-SENSE-UBI PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-MESTRE     PIC 9(7) VALUE ZERO.
      ************************************************************
      * LINIES A PREPARAR, EN L'ORDRE DE COMCLI.TXT              *
      ************************************************************
           01 NUM-LINIES PIC 9(3) VALUE ZERO.
           01 TAULA-LINIES.
               05 LINIA-ENTRY OCCURS 500 TIMES.
                   10 TLIN-COMANDA     PIC 9(5).
                   10 TLIN-CLIENT      PIC X(5).
                   10 TLIN-PRODUCTE    PIC 9(5).
                   10 TLIN-MAGATZEM    PIC X(2).
                   10 TLIN-ASSIGNADA   PIC 9(7).
           01 CONTROL-LINIES.
               05 MAX-LINIES     PIC 9(3) VALUE 500.
               05 IX-LIN         PIC 9(3).
      ************************************************************
      * UNA PARADA PER CLAU: L'ORDRE DE RECORREGUT ES MAGATZEM + *
      * PASSADIS + PRESTATGERIA + NIVELL (+ CLAU SI COMPARTEIXEN *
      * UBICACIO). LES CLAUS SENSE UBICACIO NO ENTREN A LA RUTA  *
      ************************************************************
           01 NUM-PARADES PIC 9(3) VALUE ZERO.
           01 TAULA-PARADES.
               05 PARADA-ENTRY OCCURS 500 TIMES.
                   10 TPAR-ORDRE.
                       15 TPAR-MAGATZEM    PIC X(2).
                       15 TPAR-PASSADIS    PIC X(3).
                       15 TPAR-PRESTATGE   PIC X(3).
                       15 TPAR-NIVELL      PIC X(2).
                       15 TPAR-PRODUCTE    PIC 9(5).
                   10 TPAR-NOMBRE      PIC X(20).
                   10 TPAR-QUANTITAT   PIC 9(8).
                   10 TPAR-COMANDES    PIC 9(3).
                   10 TPAR-UBICADA     PIC X(1).
           01 PARADA-TREBALL.
               05 FILLER               PIC X(15).
               05 FILLER               PIC X(20).
               05 FILLER               PIC 9(8).
               05 FILLER               PIC 9(3).
               05 FILLER               PIC X(1).
           01 CONTROL-PARADES.
               05 MAX-PARADES    PIC 9(3) VALUE 500.
               05 IX-PAR         PIC 9(3).
               05 IX-PAR2        PIC 9(3).
               05 PAR-ACTUAL     PIC 9(3).
               05 SW-PAR-TROBADA PIC X VALUE "N".
                   88 PARADA-TROBADA VALUE "S".
               05 IX-INICI       PIC 9(3).
               05 IX-FI          PIC 9(3).
               05 NUM-PARADA     PIC 9(3).
               05 UBICADES-MAGATZEM PIC 9(3).
           01 LINIA-CAP-MAGATZEM.
               05 FILLER               PIC X(32)
                   VALUE "===== ONADA DE PICKING MAGATZEM ".
               05 CMG-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(6) VALUE "  DIA ".
               05 CMG-DATA             PIC X(8).
               05 FILLER               PIC X(6) VALUE " =====".
           01 LINIA-CAP-COLUMNES.
               05 FILLER               PIC X(7) VALUE "PARADA ".
               05 FILLER               PIC X(4) VALUE "PAS ".
               05 FILLER               PIC X(4) VALUE "PRE ".
               05 FILLER               PIC X(4) VALUE "NV  ".
               05 FILLER               PIC X(8) VALUE "CLAU    ".
               05 FILLER               PIC X(20) VALUE "NOM".
               05 FILLER               PIC X(9) VALUE "QUANTITAT".
               05 FILLER               PIC X(9) VALUE " COMANDES".
           01 LINIA-PARADA.
               05 LPA-PARADA           PIC Z(2)9.
               05 FILLER               PIC X(4) VALUE SPACES.
               05 LPA-PASSADIS         PIC X(3).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LPA-PRESTATGE        PIC X(3).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LPA-NIVELL           PIC X(2).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LPA-PRODUCTE         PIC 9(5).
               05 LPA-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LPA-NOMBRE           PIC X(20).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LPA-QUANTITAT        PIC Z(7)9.
               05 FILLER               PIC X(6) VALUE SPACES.
               05 LPA-COMANDES         PIC Z(2)9.
           01 LINIA-CAP-REPARTIMENT.
               05 FILLER               PIC X(7) VALUE "PARADA ".
               05 LRC-PARADA           PIC Z(2)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRC-UBICACIO         PIC X(10).
               05 FILLER               PIC X(6) VALUE " CLAU ".
               05 LRC-PRODUCTE         PIC 9(5).
               05 LRC-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(7) VALUE " TOTAL=".
               05 LRC-QUANTITAT        PIC Z(7)9.
           01 LINIA-REPARTIMENT.
               05 FILLER               PIC X(14)
                   VALUE "      COMANDA ".
               05 LRP-COMANDA          PIC 9(5).
               05 FILLER               PIC X(8) VALUE " CLIENT ".
               05 LRP-CLIENT           PIC X(5).
               05 FILLER               PIC X(11) VALUE " QUANTITAT=".
               05 LRP-QUANTITAT        PIC Z(6)9.
           01 LINIA-EXCEPCIO.
               05 LEX-PRODUCTE         PIC 9(5).
               05 LEX-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LEX-NOMBRE           PIC X(20).
               05 FILLER               PIC X(7) VALUE " TOTAL=".
               05 LEX-QUANTITAT        PIC Z(7)9.
               05 FILLER               PIC X(10) VALUE " COMANDES=".
               05 LEX-COMANDES         PIC Z(2)9.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       ONADA-RTN.
           MOVE "ONADA" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD

           PERFORM CARREGAR-LINIES

           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "ONADA: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO ONADA-ABEND
           END-IF
           OPEN INPUT UBICACIONS
           IF FS-UBICACIONS EQUAL "00"
               SET HI-HA-UBICACIONS TO TRUE
           ELSE
               DISPLAY "ONADA: SENSE MESTRE D'UBICACIONS FS="
                   FS-UBICACIONS ", TOTES LES CLAUS SON EXCEPCIO"
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "ONADA: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO ONADA-ABEND
           END-IF

           PERFORM ACUMULAR-PARADA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > NUM-LINIES
           PERFORM ORDENAR-PARADES
           PERFORM ESCRIURE-MAGATZEMS
           PERFORM ESCRIURE-EXCEPCIONS
           PERFORM ESCRIURE-TOTALS

           IF HI-HA-UBICACIONS
               CLOSE UBICACIONS
           END-IF
           CLOSE INDEXADO, INFORME
           DISPLAY "ONADA: LINIES A PREPARAR    : " CNT-LINIES
           DISPLAY "ONADA: PARADES              : " CNT-PARADES
           DISPLAY "ONADA: MAGATZEMS            : " CNT-MAGATZEMS
           DISPLAY "ONADA: CLAUS SENSE UBICACIO : " CNT-SENSE-UBICACIO
           MOVE "ONADA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LINIES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-SENSE-UBICACIO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       ONADA-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, UBICACIONS, INFORME
           MOVE "ONADA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-LINIES TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * LES LINIES DE LA LLISTA DE PICKING D'ASSIGNA: QUANTITAT  *
      * ASSIGNADA I ESTAT DIFERENT D'EXPEDIDA                    *
      ************************************************************
       CARREGAR-LINIES.
           OPEN INPUT COMANDES-CLIENT
           IF FS-COMCLI NOT EQUAL "00"
               DISPLAY "ONADA: SENSE FITXER DE COMANDES FS="
                   FS-COMCLI
               GO TO ONADA-ABEND
           END-IF
           PERFORM LLEGIR-COMANDA
           PERFORM UNTIL FS-COMCLI EQUAL "10"
               IF CLI-ASSIGNADA > ZERO AND CLI-ESTAT NOT EQUAL "E"
                   IF NUM-LINIES < MAX-LINIES
                       ADD 1 TO NUM-LINIES
                       ADD 1 TO CNT-LINIES
                       MOVE CLI-COMANDA TO TLIN-COMANDA (NUM-LINIES)
                       MOVE CLI-CLIENT TO TLIN-CLIENT (NUM-LINIES)
                       MOVE CLI-PRODUCTE TO TLIN-PRODUCTE (NUM-LINIES)
                       MOVE CLI-MAGATZEM TO TLIN-MAGATZEM (NUM-LINIES)
                       MOVE CLI-ASSIGNADA
                           TO TLIN-ASSIGNADA (NUM-LINIES)
                   ELSE
                       DISPLAY "ONADA: TAULA DE LINIES PLENA"
                       GO TO ONADA-ABEND
                   END-IF
               END-IF
               PERFORM LLEGIR-COMANDA
           END-PERFORM
           CLOSE COMANDES-CLIENT.

       LLEGIR-COMANDA.
           READ COMANDES-CLIENT
           EVALUATE FS-COMCLI
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ONADA: ERROR LLEGIR COMCLI FS="
                       FS-COMCLI
                   GO TO ONADA-ABEND
           END-EVALUATE.

       ACUMULAR-PARADA.
           MOVE "N" TO SW-PAR-TROBADA
           PERFORM VARYING IX-PAR FROM 1 BY 1
               UNTIL IX-PAR > NUM-PARADES OR PARADA-TROBADA
               IF TPAR-PRODUCTE (IX-PAR) EQUAL TLIN-PRODUCTE (IX-LIN)
                       AND TPAR-MAGATZEM (IX-PAR) EQUAL
                           TLIN-MAGATZEM (IX-LIN)
                   SET PARADA-TROBADA TO TRUE
                   MOVE IX-PAR TO PAR-ACTUAL
               END-IF
           END-PERFORM
           IF NOT PARADA-TROBADA
               IF NUM-PARADES NOT < MAX-PARADES
                   DISPLAY "ONADA: TAULA DE PARADES PLENA"
                   GO TO ONADA-ABEND
               END-IF
               ADD 1 TO NUM-PARADES
               MOVE NUM-PARADES TO PAR-ACTUAL
               PERFORM NOVA-PARADA
           END-IF
           ADD TLIN-ASSIGNADA (IX-LIN) TO TPAR-QUANTITAT (PAR-ACTUAL)
           ADD 1 TO TPAR-COMANDES (PAR-ACTUAL)
           IF TPAR-UBICADA (PAR-ACTUAL) NOT EQUAL "S"
               ADD 1 TO CNT-LINIES-SENSE-UBI
           END-IF.

       NOVA-PARADA.
           MOVE TLIN-PRODUCTE (IX-LIN) TO TPAR-PRODUCTE (PAR-ACTUAL)
           MOVE TLIN-MAGATZEM (IX-LIN) TO TPAR-MAGATZEM (PAR-ACTUAL)
           MOVE SPACES TO TPAR-PASSADIS (PAR-ACTUAL)
           MOVE SPACES TO TPAR-PRESTATGE (PAR-ACTUAL)
           MOVE SPACES TO TPAR-NIVELL (PAR-ACTUAL)
           MOVE ZERO TO TPAR-QUANTITAT (PAR-ACTUAL)
           MOVE ZERO TO TPAR-COMANDES (PAR-ACTUAL)
           MOVE "N" TO TPAR-UBICADA (PAR-ACTUAL)
           MOVE TLIN-PRODUCTE (IX-LIN) TO NUMERO1
           MOVE TLIN-MAGATZEM (IX-LIN) TO MAGATZEM
           READ INDEXADO
               INVALID KEY
                   ADD 1 TO CNT-SENSE-MESTRE
                   MOVE "*** NO AL MESTRE ***"
                       TO TPAR-NOMBRE (PAR-ACTUAL)
               NOT INVALID KEY
                   MOVE NOMBRE TO TPAR-NOMBRE (PAR-ACTUAL)
           END-READ
           IF HI-HA-UBICACIONS
               MOVE TLIN-PRODUCTE (IX-LIN) TO UBI-NUMERO
               MOVE TLIN-MAGATZEM (IX-LIN) TO UBI-MAGATZEM
               READ UBICACIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TPAR-UBICADA (PAR-ACTUAL)
                       MOVE UBI-PASSADIS
                           TO TPAR-PASSADIS (PAR-ACTUAL)
                       MOVE UBI-PRESTATGE
                           TO TPAR-PRESTATGE (PAR-ACTUAL)
                       MOVE UBI-NIVELL TO TPAR-NIVELL (PAR-ACTUAL)
               END-READ
           END-IF
           IF TPAR-UBICADA (PAR-ACTUAL) NOT EQUAL "S"
               ADD 1 TO CNT-SENSE-UBICACIO
           END-IF.

      ************************************************************
      * ORDENACIO PER MAGATZEM I RECORREGUT PER INTERCANVI SOBRE *
      * LA TAULA EN MEMORIA                                      *
      ************************************************************
       ORDENAR-PARADES.
           IF NUM-PARADES > 1
               PERFORM ORDENAR-PASSADA
                   VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR NOT < NUM-PARADES
           END-IF.

       ORDENAR-PASSADA.
           PERFORM ORDENAR-COMPARAR
               VARYING IX-PAR2 FROM 1 BY 1
               UNTIL IX-PAR2 NOT < NUM-PARADES.

       ORDENAR-COMPARAR.
           IF TPAR-ORDRE (IX-PAR2) > TPAR-ORDRE (IX-PAR2 + 1)
               MOVE PARADA-ENTRY (IX-PAR2) TO PARADA-TREBALL
               MOVE PARADA-ENTRY (IX-PAR2 + 1)
                   TO PARADA-ENTRY (IX-PAR2)
               MOVE PARADA-TREBALL TO PARADA-ENTRY (IX-PAR2 + 1)
           END-IF.

      ************************************************************
      * RUPTURA PER MAGATZEM: LLISTA DE PARADES I REPARTIMENT.   *
      * UN MAGATZEM NOMES AMB CLAUS SENSE UBICACIO NO TE LLISTA  *
      ************************************************************
       ESCRIURE-MAGATZEMS.
           MOVE 1 TO IX-INICI
           PERFORM UNTIL IX-INICI > NUM-PARADES
               MOVE IX-INICI TO IX-FI
               PERFORM UNTIL IX-FI NOT < NUM-PARADES
                       OR TPAR-MAGATZEM (IX-FI + 1)
                           NOT EQUAL TPAR-MAGATZEM (IX-INICI)
                   ADD 1 TO IX-FI
               END-PERFORM
               MOVE ZERO TO UBICADES-MAGATZEM
               PERFORM VARYING IX-PAR FROM IX-INICI BY 1
                       UNTIL IX-PAR > IX-FI
                   IF TPAR-UBICADA (IX-PAR) EQUAL "S"
                       ADD 1 TO UBICADES-MAGATZEM
                   END-IF
               END-PERFORM
               IF UBICADES-MAGATZEM > ZERO
                   ADD 1 TO CNT-MAGATZEMS
                   PERFORM ESCRIURE-LLISTA-MAGATZEM
                   PERFORM ESCRIURE-REPARTIMENT
               END-IF
               COMPUTE IX-INICI = IX-FI + 1
           END-PERFORM.

       ESCRIURE-LLISTA-MAGATZEM.
           MOVE TPAR-MAGATZEM (IX-INICI) TO CMG-MAGATZEM
           MOVE DATA-AVUI TO CMG-DATA
           WRITE INFORME-REG FROM LINIA-CAP-MAGATZEM
           WRITE INFORME-REG FROM LINIA-CAP-COLUMNES
           MOVE ZERO TO NUM-PARADA
           PERFORM VARYING IX-PAR FROM IX-INICI BY 1
                   UNTIL IX-PAR > IX-FI
               IF TPAR-UBICADA (IX-PAR) EQUAL "S"
                   ADD 1 TO NUM-PARADA
                   ADD 1 TO CNT-PARADES
                   MOVE NUM-PARADA TO LPA-PARADA
                   MOVE TPAR-PASSADIS (IX-PAR) TO LPA-PASSADIS
                   MOVE TPAR-PRESTATGE (IX-PAR) TO LPA-PRESTATGE
                   MOVE TPAR-NIVELL (IX-PAR) TO LPA-NIVELL
                   MOVE TPAR-PRODUCTE (IX-PAR) TO LPA-PRODUCTE
                   MOVE TPAR-MAGATZEM (IX-PAR) TO LPA-MAGATZEM
                   MOVE TPAR-NOMBRE (IX-PAR) TO LPA-NOMBRE
                   MOVE TPAR-QUANTITAT (IX-PAR) TO LPA-QUANTITAT
                   MOVE TPAR-COMANDES (IX-PAR) TO LPA-COMANDES
                   WRITE INFORME-REG FROM LINIA-PARADA
               END-IF
           END-PERFORM.

      ************************************************************
      * REPARTIMENT PER COMANDA: PER CADA PARADA, EN EL MATEIX   *
      * ORDRE, QUANT VA A CADA CLI-COMANDA                       *
      ************************************************************
       ESCRIURE-REPARTIMENT.
           MOVE SPACES TO INFORME-REG
           STRING "--- REPARTIMENT PER COMANDA MAGATZEM "
                   DELIMITED BY SIZE
               TPAR-MAGATZEM (IX-INICI) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           MOVE ZERO TO NUM-PARADA
           PERFORM VARYING IX-PAR FROM IX-INICI BY 1
                   UNTIL IX-PAR > IX-FI
               IF TPAR-UBICADA (IX-PAR) EQUAL "S"
                   ADD 1 TO NUM-PARADA
                   MOVE NUM-PARADA TO LRC-PARADA
                   MOVE SPACES TO LRC-UBICACIO
                   STRING TPAR-PASSADIS (IX-PAR) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       TPAR-PRESTATGE (IX-PAR) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       TPAR-NIVELL (IX-PAR) DELIMITED BY SIZE
                       INTO LRC-UBICACIO
                   MOVE TPAR-PRODUCTE (IX-PAR) TO LRC-PRODUCTE
                   MOVE TPAR-MAGATZEM (IX-PAR) TO LRC-MAGATZEM
                   MOVE TPAR-QUANTITAT (IX-PAR) TO LRC-QUANTITAT
                   WRITE INFORME-REG FROM LINIA-CAP-REPARTIMENT
                   PERFORM ESCRIURE-COMANDES-PARADA
               END-IF
           END-PERFORM.

       ESCRIURE-COMANDES-PARADA.
           PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
               IF TLIN-PRODUCTE (IX-LIN) EQUAL TPAR-PRODUCTE (IX-PAR)
                       AND TLIN-MAGATZEM (IX-LIN) EQUAL
                           TPAR-MAGATZEM (IX-PAR)
                   MOVE TLIN-COMANDA (IX-LIN) TO LRP-COMANDA
                   MOVE TLIN-CLIENT (IX-LIN) TO LRP-CLIENT
                   MOVE TLIN-ASSIGNADA (IX-LIN) TO LRP-QUANTITAT
                   WRITE INFORME-REG FROM LINIA-REPARTIMENT
               END-IF
           END-PERFORM.

      ************************************************************
      * EXCEPCIONS: CLAUS AMB LINIES A PREPARAR I SENSE UBICACIO *
      ************************************************************
       ESCRIURE-EXCEPCIONS.
           MOVE "--- CLAUS SENSE UBICACIO ---" TO INFORME-REG
           WRITE INFORME-REG
           IF CNT-SENSE-UBICACIO EQUAL ZERO
               MOVE "CAP CLAU SENSE UBICACIO" TO INFORME-REG
               WRITE INFORME-REG
           END-IF
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > NUM-PARADES
               IF TPAR-UBICADA (IX-PAR) NOT EQUAL "S"
                   MOVE TPAR-PRODUCTE (IX-PAR) TO LEX-PRODUCTE
                   MOVE TPAR-MAGATZEM (IX-PAR) TO LEX-MAGATZEM
                   MOVE TPAR-NOMBRE (IX-PAR) TO LEX-NOMBRE
                   MOVE TPAR-QUANTITAT (IX-PAR) TO LEX-QUANTITAT
                   MOVE TPAR-COMANDES (IX-PAR) TO LEX-COMANDES
                   WRITE INFORME-REG FROM LINIA-EXCEPCIO
                   PERFORM ESCRIURE-COMANDES-PARADA
               END-IF
           END-PERFORM.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "LINIES A PREPARAR" TO TOT-TITOL
           MOVE CNT-LINIES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "MAGATZEMS" TO TOT-TITOL
           MOVE CNT-MAGATZEMS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "PARADES" TO TOT-TITOL
           MOVE CNT-PARADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS SENSE UBICACIO" TO TOT-TITOL
           MOVE CNT-SENSE-UBICACIO TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "LINIES SENSE UBICACIO" TO TOT-TITOL
           MOVE CNT-LINIES-SENSE-UBI TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS NO AL MESTRE" TO TOT-TITOL
           MOVE CNT-SENSE-MESTRE TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY AUDITRTN.

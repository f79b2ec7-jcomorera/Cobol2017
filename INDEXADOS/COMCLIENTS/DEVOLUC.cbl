       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUC.
      ************************************************************
      * DEVOLUCIONS DE CLIENT (RMA) CAP A L'ESTOC                *
      * LLEGEIX DEVOLUC.TXT (RMA, COMANDA, CLIENT, CLAU DE LA    *
      * LINIA EXPEDIDA, QUANTITAT, MOTIU, MAGATZEM DE RETORN I   *
      * DATA) I CONTRASTA CADA DEVOLUCIO AMB LA LINIA EXPEDIDA:  *
      *   - LA COMANDA HA D'EXISTIR A COMCLI.TXT I SER D'AQUEST  *
      *     CLIENT, AMB EL PRODUCTE ENTRE LES SEVES LINIES       *
      *   - L'EXPEDIT ES LA SUMA DE LES SORTIDES CMD+COMANDA DE  *
      *     LA CLAU A HISTORIC.TXT; MENYS EL JA RETORNAT         *
      *     (REGISTRE DEVREG.TXT I LES D'AQUESTA PASSADA) HA DE  *
      *     COBRIR LA QUANTITAT RETORNADA                        *
      *   - EL MOTIU HA DE SER UN DELS CODIS DE LA TAULA         *
      *   - LA CLAU DE RETORN HA D'EXISTIR A INDEXAT.TXT         *
      * EL MAGATZEM DE RETORN EN BLANC PREN EL DE DEVOLUC.PRM    *
      * (P.EX. EL DE QUARANTENA) I, SI NO N'HI HA, EL D'ORIGEN.  *
      * CADA DEVOLUCIO ACCEPTADA ES UN MOVIMENT E DEL FORMAT DEL *
      * DIARI A DEVMOV.TXT AMB DOCUMENT DEV+RMA (EL RECULL       *
      * MOVCONS) I QUEDA APUNTADA A DEVREG.TXT. UNA RMA JA       *
      * APUNTADA NO ES TORNA A ACCEPTAR. INFORME A DEVOLUC.INF   *
      * PER CLIENT I MOTIU, AMB ACCEPTADES I REBUTJADES.         *
      * RETURN-CODE 4 SI HI HA DEVOLUCIONS REBUTJADES            *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCIONS
               ASSIGN TO "DEVOLUC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DEVOLUCIONS.
           SELECT COMANDES-CLIENT
               ASSIGN TO "COMCLI.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMCLI.
           SELECT INDEXADO
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLAU-INDEXAT
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-REG WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           COPY HISTSEL.
           SELECT REGISTRE-DEV
               ASSIGN TO "DEVREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-REGISTRE-DEV.
           SELECT ENTRADES
               ASSIGN TO "DEVMOV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENTRADES.
           SELECT PARAMETRE
               ASSIGN TO "DEVOLUC.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT INFORME
               ASSIGN TO "DEVOLUC.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           SELECT ORDENACIO ASSIGN TO "DEVOLUC.TMP".
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD DEVOLUCIONS.
       01 DEVOLUCIO-REG.
            05 RMA-NUMERO          PIC 9(5).
            05 RMA-COMANDA         PIC 9(5).
            05 RMA-CLIENT          PIC X(5).
            05 RMA-PRODUCTE        PIC 9(5).
            05 RMA-MAGATZEM        PIC X(2).
            05 RMA-QUANTITAT       PIC 9(7).
            05 RMA-MOTIU           PIC X(2).
            05 RMA-MAGATZEM-DESTI  PIC X(2).
            05 RMA-DATA            PIC X(8).

       FD COMANDES-CLIENT.
       01 COMCLI-REG.
            05 CLI-COMANDA         PIC 9(5).
            05 CLI-CLIENT          PIC X(5).
            05 CLI-PRODUCTE        PIC 9(5).
            05 CLI-MAGATZEM        PIC X(2).
            05 CLI-QUANTITAT       PIC 9(7).
            05 CLI-ASSIGNADA       PIC 9(7).
            05 CLI-ESTAT           PIC X(1).

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

       COPY HISTFD.

       FD REGISTRE-DEV.
       01 REGISTRE-DEV-REG.
            05 DRG-RMA             PIC 9(5).
            05 DRG-COMANDA         PIC 9(5).
            05 DRG-CLIENT          PIC X(5).
            05 DRG-PRODUCTE        PIC 9(5).
            05 DRG-MAGATZEM        PIC X(2).
            05 DRG-QUANTITAT       PIC 9(7).
            05 DRG-MOTIU           PIC X(2).
            05 DRG-MAGATZEM-DESTI  PIC X(2).
            05 DRG-DATA            PIC X(8).
            05 DRG-DATA-APUNT      PIC X(8).

       FD ENTRADES.
       01 ENTRADA-REG.
            05 ENT-NUMERO          PIC 9(5).
            05 ENT-MAGATZEM        PIC X(2).
            05 ENT-TIPUS           PIC X(1).
            05 ENT-QUANTITAT       PIC 9(7).
            05 ENT-DOCUMENT        PIC X(10).
            05 ENT-MAGATZEM-DESTI  PIC X(2).
            05 ENT-DATA            PIC X(8).
            05 ENT-CADUCITAT       PIC X(8).

       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-MAGATZEM-RETORN PIC X(2).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       SD ORDENACIO.
       01 ORDENACIO-REG.
            05 ORD-CLIENT          PIC X(5).
            05 ORD-MOTIU           PIC X(2).
            05 ORD-RMA             PIC 9(5).
            05 ORD-IX              PIC 9(4).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-DEVOLUCIONS PIC X(2).
           01 FS-COMCLI PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-REGISTRE-DEV PIC X(2).
           01 FS-ENTRADES PIC X(2).
           01 FS-PARAMETRE PIC X(2).
           01 FS-INFORME PIC X(2).
           COPY HISTWS.
           01 DATA-AVUI PIC X(8).
           01 MAGATZEM-RETORN PIC X(2) VALUE SPACES.
           01 DOC-EXPEDICIO.
               05 DEX-PREFIX           PIC X(3).
               05 DEX-COMANDA          PIC 9(5).
               05 FILLER               PIC X(2).
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 SW-CLIENT-ANTERIOR PIC X VALUE "N".
               88 HI-HA-CLIENT-ANTERIOR VALUE "S".
           01 COMPTADORS.
               05 CNT-LLEGIDES         PIC 9(7) VALUE ZERO.
               05 CNT-ACCEPTADES       PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJADES       PIC 9(7) VALUE ZERO.
               05 CNT-HISTORIC         PIC 9(7) VALUE ZERO.
               05 CNT-REGISTRE         PIC 9(7) VALUE ZERO.
               05 QUANT-ACCEPTADA      PIC 9(9) VALUE ZERO.
           01 MOTIUS-VALORS.
               05 FILLER PIC X(27) VALUE "01DEFECTE DE FABRICACIO    ".
               05 FILLER PIC X(27) VALUE "02ERROR DE PREPARACIO      ".
               05 FILLER PIC X(27) VALUE "03DANYAT AL TRANSPORT      ".
               05 FILLER PIC X(27) VALUE "04CADUCAT O A PUNT         ".
               05 FILLER PIC X(27) VALUE "05DESISTIMENT DEL CLIENT   ".
               05 FILLER PIC X(27) VALUE "99ALTRES MOTIUS            ".
           01 TAULA-MOTIUS REDEFINES MOTIUS-VALORS.
               05 MOTIU-ENTRY OCCURS 6 TIMES.
                   10 TMOT-CODI          PIC X(2).
                   10 TMOT-DESCRIPCIO    PIC X(25).
           01 ACUMULATS-MOTIUS.
               05 ACUM-MOTIU-ENTRY OCCURS 6 TIMES.
                   10 AMOT-ACCEPTADES    PIC 9(7).
                   10 AMOT-QUANTITAT     PIC 9(9).
                   10 AMOT-REBUTJADES    PIC 9(7).
           01 CONTROL-MOTIUS.
               05 NUM-MOTIUS     PIC 9(2) VALUE 6.
               05 IX-MOT         PIC 9(2).
               05 SW-MOT-TROBAT  PIC X VALUE "N".
                   88 MOTIU-TROBAT VALUE "S".
           01 TAULA-DEVOLUCIONS.
               05 DEVOLUCIO-ENTRY OCCURS 500 TIMES.
                   10 TDEV-RMA           PIC 9(5).
                   10 TDEV-COMANDA       PIC 9(5).
                   10 TDEV-CLIENT        PIC X(5).
                   10 TDEV-PRODUCTE      PIC 9(5).
                   10 TDEV-MAGATZEM      PIC X(2).
                   10 TDEV-QUANTITAT     PIC 9(7).
                   10 TDEV-MOTIU         PIC X(2).
                   10 TDEV-MAGATZEM-DESTI PIC X(2).
                   10 TDEV-DATA          PIC X(8).
                   10 TDEV-IX-MOTIU      PIC 9(2).
                   10 TDEV-CLIENT-COMANDA PIC X(5).
                   10 TDEV-SW-COMANDA    PIC X(1).
                       88 TDEV-COMANDA-TROBADA VALUE "S".
                   10 TDEV-SW-PRODUCTE   PIC X(1).
                       88 TDEV-PRODUCTE-TROBAT VALUE "S".
                   10 TDEV-SW-DADES      PIC X(1).
                       88 TDEV-DADES-CORRECTES VALUE "S".
                   10 TDEV-SW-JA-APUNTADA PIC X(1).
                       88 TDEV-JA-APUNTADA VALUE "S".
                   10 TDEV-IX-LINIA      PIC 9(4).
                   10 TDEV-ESTAT         PIC X(1).
                       88 TDEV-ACCEPTADA VALUE "A".
                       88 TDEV-REBUTJADA VALUE "R".
                   10 TDEV-MOTIU-REBUIG  PIC X(30).
           01 CONTROL-DEVOLUCIONS.
               05 NUM-DEVOLUCIONS PIC 9(4) VALUE ZERO.
               05 MAX-DEVOLUCIONS PIC 9(4) VALUE 500.
               05 IX-DEV         PIC 9(4).
               05 IX-DEV-2       PIC 9(4).
           01 TAULA-LINIES.
               05 LINIA-ENTRY OCCURS 500 TIMES.
                   10 TLIN-COMANDA       PIC 9(5).
                   10 TLIN-PRODUCTE      PIC 9(5).
                   10 TLIN-MAGATZEM      PIC X(2).
                   10 TLIN-EXPEDIT       PIC 9(9).
                   10 TLIN-RETORNAT      PIC 9(9).
           01 CONTROL-LINIES.
               05 NUM-LINIES     PIC 9(4) VALUE ZERO.
               05 IX-LIN         PIC 9(4).
               05 SW-LIN-TROBADA PIC X VALUE "N".
                   88 LINIA-TROBADA VALUE "S".
               05 LINIA-CERCADA.
                   10 LCE-COMANDA  PIC 9(5).
                   10 LCE-PRODUCTE PIC 9(5).
                   10 LCE-MAGATZEM PIC X(2).
               05 PENDENT-RETORN PIC S9(9).
           01 TOTALS-CLIENT.
               05 CLIENT-ANTERIOR      PIC X(5).
               05 TCL-ACCEPTADES       PIC 9(7).
               05 TCL-QUANTITAT        PIC 9(9).
               05 TCL-REBUTJADES       PIC 9(7).
           01 LINIA-CLIENT.
               05 FILLER               PIC X(7) VALUE "CLIENT ".
               05 LCL-CLIENT           PIC X(5).
           01 LINIA-DEVOLUCIO.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LDV-MOTIU            PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDV-RMA              PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDV-COMANDA          PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDV-PRODUCTE         PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDV-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(2) VALUE "->".
               05 LDV-MAGATZEM-DESTI   PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDV-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDV-ESTAT            PIC X(9).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDV-MOTIU-REBUIG     PIC X(30).
           01 LINIA-TOTAL-CLIENT.
               05 FILLER               PIC X(15)
                   VALUE "  TOTAL CLIENT ".
               05 LTC-CLIENT           PIC X(5).
               05 FILLER               PIC X(12) VALUE " ACCEPTADES=".
               05 LTC-ACCEPTADES       PIC Z(6)9.
               05 FILLER               PIC X(7) VALUE " QUANT=".
               05 LTC-QUANTITAT        PIC Z(8)9.
               05 FILLER               PIC X(12) VALUE " REBUTJADES=".
               05 LTC-REBUTJADES       PIC Z(6)9.
           01 LINIA-MOTIU.
               05 LMO-CODI             PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LMO-DESCRIPCIO       PIC X(25).
               05 FILLER               PIC X(12) VALUE " ACCEPTADES=".
               05 LMO-ACCEPTADES       PIC Z(6)9.
               05 FILLER               PIC X(7) VALUE " QUANT=".
               05 LMO-QUANTITAT        PIC Z(8)9.
               05 FILLER               PIC X(12) VALUE " REBUTJADES=".
               05 LMO-REBUTJADES       PIC Z(6)9.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       DEVOLUC-RTN.
           MOVE "DEVOLUC" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           INITIALIZE ACUMULATS-MOTIUS
           PERFORM LLEGIR-PARAMETRES
           PERFORM CARREGAR-DEVOLUCIONS
           PERFORM CARREGAR-COMANDES
           PERFORM PREPARAR-LINIES
           PERFORM CARREGAR-EXPEDIT
           PERFORM CARREGAR-REGISTRE

           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "DEVOLUC: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO DEVOLUC-ABEND
           END-IF
           OPEN EXTEND ENTRADES
           IF FS-ENTRADES EQUAL "35"
               OPEN OUTPUT ENTRADES
           END-IF
           IF FS-ENTRADES NOT EQUAL "00"
               DISPLAY "DEVOLUC: ERROR OBRIR DEVMOV FS=" FS-ENTRADES
               GO TO DEVOLUC-ABEND
           END-IF
           OPEN EXTEND REGISTRE-DEV
           IF FS-REGISTRE-DEV EQUAL "35"
               OPEN OUTPUT REGISTRE-DEV
           END-IF
           IF FS-REGISTRE-DEV NOT EQUAL "00"
               DISPLAY "DEVOLUC: ERROR OBRIR DEVREG FS="
                   FS-REGISTRE-DEV
               GO TO DEVOLUC-ABEND
           END-IF

       PERFORM VARYING IX-DEV FROM 1 BY 1
               UNTIL IX-DEV > NUM-DEVOLUCIONS
           PERFORM VALIDAR-DEVOLUCIO
       END-PERFORM.

           CLOSE INDEXADO, ENTRADES, REGISTRE-DEV
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "DEVOLUC: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO DEVOLUC-ABEND
           END-IF
           MOVE "===== DEVOLUCIONS DE CLIENT PER CLIENT I MOTIU ====="
               TO INFORME-REG
           WRITE INFORME-REG
           SORT ORDENACIO
               ON ASCENDING KEY ORD-CLIENT ORD-MOTIU ORD-RMA
               INPUT PROCEDURE ALIMENTAR-ORDENACIO
               OUTPUT PROCEDURE ESCRIURE-DEVOLUCIONS
           PERFORM ESCRIURE-MOTIUS
           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME
           DISPLAY "DEVOLUC: DEVOLUCIONS LLEGIDES : " CNT-LLEGIDES
           DISPLAY "DEVOLUC: ACCEPTADES           : " CNT-ACCEPTADES
           DISPLAY "DEVOLUC: REBUTJADES           : " CNT-REBUTJADES
           MOVE "DEVOLUC" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-ACCEPTADES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-REBUTJADES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       DEVOLUC-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE DEVOLUCIONS, COMANDES-CLIENT, INDEXADO, HISTORIC,
               REGISTRE-DEV, ENTRADES, INFORME
           MOVE "DEVOLUC" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-ACCEPTADES TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       LLEGIR-PARAMETRES.
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE EQUAL "00"
               READ PARAMETRE
               AT END CONTINUE
               NOT AT END
                   MOVE PARM-MAGATZEM-RETORN TO MAGATZEM-RETORN
               END-READ
               CLOSE PARAMETRE
           END-IF.

      ************************************************************
      * LES DEVOLUCIONS DEL DIA A LA TAULA, AMB EL MOTIU JA      *
      * LOCALITZAT I LES DADES NUMERIQUES COMPROVADES            *
      ************************************************************
       CARREGAR-DEVOLUCIONS.
           OPEN INPUT DEVOLUCIONS
           IF FS-DEVOLUCIONS NOT EQUAL "00"
               DISPLAY "DEVOLUC: SENSE FITXER DE DEVOLUCIONS FS="
                   FS-DEVOLUCIONS
               GO TO DEVOLUC-ABEND
           END-IF
           PERFORM LLEGIR-DEVOLUCIO
           PERFORM UNTIL FS-DEVOLUCIONS EQUAL "10"
               ADD 1 TO CNT-LLEGIDES
               IF NUM-DEVOLUCIONS < MAX-DEVOLUCIONS
                   ADD 1 TO NUM-DEVOLUCIONS
                   MOVE NUM-DEVOLUCIONS TO IX-DEV
                   PERFORM GUARDAR-DEVOLUCIO
               ELSE
                   DISPLAY "DEVOLUC: TAULA DE DEVOLUCIONS PLENA ("
                       MAX-DEVOLUCIONS "), NO S'APUNTA RES"
                   GO TO DEVOLUC-ABEND
               END-IF
               PERFORM LLEGIR-DEVOLUCIO
           END-PERFORM
           CLOSE DEVOLUCIONS.

       LLEGIR-DEVOLUCIO.
           READ DEVOLUCIONS
           EVALUATE FS-DEVOLUCIONS
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "DEVOLUC: ERROR LLEGIR DEVOLUC FS="
                       FS-DEVOLUCIONS
                   GO TO DEVOLUC-ABEND
           END-EVALUATE.

       GUARDAR-DEVOLUCIO.
           MOVE "S" TO TDEV-SW-DADES (IX-DEV)
           IF RMA-NUMERO NOT NUMERIC OR RMA-COMANDA NOT NUMERIC
                   OR RMA-PRODUCTE NOT NUMERIC
                   OR RMA-QUANTITAT NOT NUMERIC
               MOVE "N" TO TDEV-SW-DADES (IX-DEV)
               MOVE ZERO TO TDEV-RMA (IX-DEV)
               MOVE ZERO TO TDEV-COMANDA (IX-DEV)
               MOVE ZERO TO TDEV-PRODUCTE (IX-DEV)
               MOVE ZERO TO TDEV-QUANTITAT (IX-DEV)
               IF RMA-NUMERO NUMERIC
                   MOVE RMA-NUMERO TO TDEV-RMA (IX-DEV)
               END-IF
           ELSE
               MOVE RMA-NUMERO TO TDEV-RMA (IX-DEV)
               MOVE RMA-COMANDA TO TDEV-COMANDA (IX-DEV)
               MOVE RMA-PRODUCTE TO TDEV-PRODUCTE (IX-DEV)
               MOVE RMA-QUANTITAT TO TDEV-QUANTITAT (IX-DEV)
               IF RMA-QUANTITAT EQUAL ZERO
                   MOVE "N" TO TDEV-SW-DADES (IX-DEV)
               END-IF
           END-IF
           MOVE RMA-CLIENT TO TDEV-CLIENT (IX-DEV)
           MOVE RMA-MAGATZEM TO TDEV-MAGATZEM (IX-DEV)
           MOVE RMA-MOTIU TO TDEV-MOTIU (IX-DEV)
           MOVE RMA-MAGATZEM-DESTI TO TDEV-MAGATZEM-DESTI (IX-DEV)
           IF RMA-DATA NUMERIC
               MOVE RMA-DATA TO TDEV-DATA (IX-DEV)
           ELSE
               MOVE DATA-AVUI TO TDEV-DATA (IX-DEV)
           END-IF
           MOVE "N" TO SW-MOT-TROBAT
           PERFORM VARYING IX-MOT FROM 1 BY 1
               UNTIL IX-MOT > NUM-MOTIUS OR MOTIU-TROBAT
               IF TMOT-CODI (IX-MOT) EQUAL RMA-MOTIU
                   SET MOTIU-TROBAT TO TRUE
                   MOVE IX-MOT TO TDEV-IX-MOTIU (IX-DEV)
               END-IF
           END-PERFORM
           IF NOT MOTIU-TROBAT
               MOVE ZERO TO TDEV-IX-MOTIU (IX-DEV)
           END-IF
           MOVE SPACES TO TDEV-CLIENT-COMANDA (IX-DEV)
           MOVE "N" TO TDEV-SW-COMANDA (IX-DEV)
           MOVE "N" TO TDEV-SW-PRODUCTE (IX-DEV)
           MOVE "N" TO TDEV-SW-JA-APUNTADA (IX-DEV)
           MOVE ZERO TO TDEV-IX-LINIA (IX-DEV)
           MOVE SPACE TO TDEV-ESTAT (IX-DEV)
           MOVE SPACES TO TDEV-MOTIU-REBUIG (IX-DEV).

      ************************************************************
      * CLIENT DE LA COMANDA I PRODUCTE ENTRE LES SEVES LINIES;  *
      * SI LA DEVOLUCIO NO PORTA MAGATZEM D'ORIGEN ES PREN EL DE *
      * LA LINIA DE LA COMANDA                                   *
      ************************************************************
       CARREGAR-COMANDES.
           OPEN INPUT COMANDES-CLIENT
           IF FS-COMCLI NOT EQUAL "00"
               DISPLAY "DEVOLUC: SENSE FITXER DE COMANDES FS="
                   FS-COMCLI
               GO TO DEVOLUC-ABEND
           END-IF
           PERFORM LLEGIR-COMANDA
           PERFORM UNTIL FS-COMCLI EQUAL "10"
               PERFORM VARYING IX-DEV FROM 1 BY 1
                   UNTIL IX-DEV > NUM-DEVOLUCIONS
                   IF TDEV-DADES-CORRECTES (IX-DEV)
                           AND TDEV-COMANDA (IX-DEV) EQUAL CLI-COMANDA
                       PERFORM CONTRASTAR-COMANDA
                   END-IF
               END-PERFORM
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
                   DISPLAY "DEVOLUC: ERROR LLEGIR COMCLI FS="
                       FS-COMCLI
                   GO TO DEVOLUC-ABEND
           END-EVALUATE.

       CONTRASTAR-COMANDA.
           SET TDEV-COMANDA-TROBADA (IX-DEV) TO TRUE
           MOVE CLI-CLIENT TO TDEV-CLIENT-COMANDA (IX-DEV)
           IF TDEV-PRODUCTE (IX-DEV) EQUAL CLI-PRODUCTE
               IF TDEV-MAGATZEM (IX-DEV) EQUAL SPACES
                   MOVE CLI-MAGATZEM TO TDEV-MAGATZEM (IX-DEV)
               END-IF
               IF TDEV-MAGATZEM (IX-DEV) EQUAL CLI-MAGATZEM
                   SET TDEV-PRODUCTE-TROBAT (IX-DEV) TO TRUE
               END-IF
           END-IF.

      ************************************************************
      * UNA LINIA (COMANDA + CLAU) PER CADA DEVOLUCIO QUE HA     *
      * TROBAT LA SEVA LINIA DE COMANDA                          *
      ************************************************************
       PREPARAR-LINIES.
           PERFORM VARYING IX-DEV FROM 1 BY 1
               UNTIL IX-DEV > NUM-DEVOLUCIONS
               IF TDEV-PRODUCTE-TROBAT (IX-DEV)
                   MOVE TDEV-COMANDA (IX-DEV) TO LCE-COMANDA
                   MOVE TDEV-PRODUCTE (IX-DEV) TO LCE-PRODUCTE
                   MOVE TDEV-MAGATZEM (IX-DEV) TO LCE-MAGATZEM
                   PERFORM CERCAR-LINIA
                   IF NOT LINIA-TROBADA
                       ADD 1 TO NUM-LINIES
                       MOVE NUM-LINIES TO IX-LIN
                       MOVE LCE-COMANDA TO TLIN-COMANDA (IX-LIN)
                       MOVE LCE-PRODUCTE TO TLIN-PRODUCTE (IX-LIN)
                       MOVE LCE-MAGATZEM TO TLIN-MAGATZEM (IX-LIN)
                       MOVE ZERO TO TLIN-EXPEDIT (IX-LIN)
                       MOVE ZERO TO TLIN-RETORNAT (IX-LIN)
                   END-IF
                   MOVE IX-LIN TO TDEV-IX-LINIA (IX-DEV)
               END-IF
           END-PERFORM.

       CERCAR-LINIA.
           MOVE "N" TO SW-LIN-TROBADA
           PERFORM VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > NUM-LINIES OR LINIA-TROBADA
               IF TLIN-COMANDA (IX-LIN) EQUAL LCE-COMANDA
                       AND TLIN-PRODUCTE (IX-LIN) EQUAL LCE-PRODUCTE
                       AND TLIN-MAGATZEM (IX-LIN) EQUAL LCE-MAGATZEM
                   SET LINIA-TROBADA TO TRUE
                   SUBTRACT 1 FROM IX-LIN
               END-IF
           END-PERFORM.

      ************************************************************
      * EXPEDIT DE CADA LINIA: SORTIDES AMB DOCUMENT CMD+COMANDA *
      * A L'HISTORIC DE LA CLAU                                  *
      ************************************************************
       CARREGAR-EXPEDIT.
           IF NUM-LINIES > ZERO
               OPEN INPUT HISTORIC
               IF FS-HISTORIC NOT EQUAL "00"
                   DISPLAY "DEVOLUC: ERROR OBRIR HISTORIC FS="
                       FS-HISTORIC
                   GO TO DEVOLUC-ABEND
               END-IF
               PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
                   PERFORM SUMAR-EXPEDIT-LINIA
               END-PERFORM
               CLOSE HISTORIC
           END-IF.

       SUMAR-EXPEDIT-LINIA.
           MOVE TLIN-PRODUCTE (IX-LIN) TO HIS-NUMERO
           MOVE TLIN-MAGATZEM (IX-LIN) TO HIS-MAGATZEM
           MOVE LOW-VALUES TO HIS-DATA
           MOVE LOW-VALUES TO HIS-DOCUMENT
           MOVE ZERO TO HIS-SEQUENCIA
           MOVE "N" TO SW-FI-LECTURA
           START HISTORIC KEY NOT LESS HIS-CLAU
               INVALID KEY
                   SET FI-LECTURA TO TRUE
           END-START
           PERFORM UNTIL FI-LECTURA
               READ HISTORIC NEXT
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   IF HIS-NUMERO NOT EQUAL TLIN-PRODUCTE (IX-LIN)
                           OR HIS-MAGATZEM
                               NOT EQUAL TLIN-MAGATZEM (IX-LIN)
                       SET FI-LECTURA TO TRUE
                   ELSE
                       MOVE HIS-DOCUMENT TO DOC-EXPEDICIO
                       IF HIS-TIPUS EQUAL "S"
                               AND DEX-PREFIX EQUAL "CMD"
                               AND DEX-COMANDA NUMERIC
                               AND DEX-COMANDA
                                   EQUAL TLIN-COMANDA (IX-LIN)
                           ADD 1 TO CNT-HISTORIC
                           ADD HIS-QUANTITAT TO TLIN-EXPEDIT (IX-LIN)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

      ************************************************************
      * DEVOLUCIONS JA APUNTADES: RESTEN DE L'EXPEDIT I FAN QUE  *
      * UNA RMA REPETIDA ES REBUTGI                              *
      ************************************************************
       CARREGAR-REGISTRE.
           OPEN INPUT REGISTRE-DEV
           IF FS-REGISTRE-DEV NOT EQUAL "00"
               DISPLAY "DEVOLUC: SENSE DEVREG.TXT, CAP DEVOLUCIO "
                   "ANTERIOR"
           ELSE
               MOVE "N" TO SW-FI-LECTURA
               PERFORM UNTIL FI-LECTURA
                   READ REGISTRE-DEV
                   AT END SET FI-LECTURA TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-REGISTRE
                       PERFORM APLICAR-REGISTRE
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-DEV
           END-IF.

       APLICAR-REGISTRE.
           MOVE DRG-COMANDA TO LCE-COMANDA
           MOVE DRG-PRODUCTE TO LCE-PRODUCTE
           MOVE DRG-MAGATZEM TO LCE-MAGATZEM
           PERFORM CERCAR-LINIA
           IF LINIA-TROBADA
               ADD DRG-QUANTITAT TO TLIN-RETORNAT (IX-LIN)
           END-IF
           PERFORM VARYING IX-DEV FROM 1 BY 1
               UNTIL IX-DEV > NUM-DEVOLUCIONS
               IF TDEV-RMA (IX-DEV) EQUAL DRG-RMA
                   SET TDEV-JA-APUNTADA (IX-DEV) TO TRUE
               END-IF
           END-PERFORM.

      ************************************************************
      * VALIDACIO EN L'ORDRE DEL FITXER: LES ACCEPTADES DE LA    *
      * MATEIXA PASSADA JA COMPTEN COM A RETORNADES PER A LES    *
      * SEGUENTS DE LA MATEIXA LINIA                             *
      ************************************************************
       VALIDAR-DEVOLUCIO.
           MOVE SPACES TO TDEV-MOTIU-REBUIG (IX-DEV)
           IF TDEV-MAGATZEM-DESTI (IX-DEV) EQUAL SPACES
               IF MAGATZEM-RETORN NOT EQUAL SPACES
                   MOVE MAGATZEM-RETORN
                       TO TDEV-MAGATZEM-DESTI (IX-DEV)
               ELSE
                   MOVE TDEV-MAGATZEM (IX-DEV)
                       TO TDEV-MAGATZEM-DESTI (IX-DEV)
               END-IF
           END-IF
           IF TDEV-CLIENT (IX-DEV) EQUAL SPACES
               MOVE TDEV-CLIENT-COMANDA (IX-DEV) TO TDEV-CLIENT (IX-DEV)
           END-IF
           IF TDEV-DADES-CORRECTES (IX-DEV)
               PERFORM CERCAR-RMA-REPETIDA
           END-IF
           EVALUATE TRUE
               WHEN NOT TDEV-DADES-CORRECTES (IX-DEV)
                   MOVE "DADES INCORRECTES"
                       TO TDEV-MOTIU-REBUIG (IX-DEV)
               WHEN TDEV-JA-APUNTADA (IX-DEV)
                   MOVE "RMA JA TRACTADA"
                       TO TDEV-MOTIU-REBUIG (IX-DEV)
               WHEN TDEV-IX-MOTIU (IX-DEV) EQUAL ZERO
                   MOVE "MOTIU DESCONEGUT"
                       TO TDEV-MOTIU-REBUIG (IX-DEV)
               WHEN NOT TDEV-COMANDA-TROBADA (IX-DEV)
                   MOVE "COMANDA DESCONEGUDA"
                       TO TDEV-MOTIU-REBUIG (IX-DEV)
               WHEN TDEV-CLIENT-COMANDA (IX-DEV)
                       NOT EQUAL TDEV-CLIENT (IX-DEV)
                   MOVE "LA COMANDA ES D'UN ALTRE CLIENT"
                       TO TDEV-MOTIU-REBUIG (IX-DEV)
               WHEN NOT TDEV-PRODUCTE-TROBAT (IX-DEV)
                   MOVE "PRODUCTE NO ES A LA COMANDA"
                       TO TDEV-MOTIU-REBUIG (IX-DEV)
               WHEN OTHER
                   PERFORM VALIDAR-QUANTITAT
           END-EVALUATE
           IF TDEV-MOTIU-REBUIG (IX-DEV) EQUAL SPACES
               PERFORM ACCEPTAR-DEVOLUCIO
           ELSE
               SET TDEV-REBUTJADA (IX-DEV) TO TRUE
               ADD 1 TO CNT-REBUTJADES
           END-IF.

       CERCAR-RMA-REPETIDA.
           PERFORM VARYING IX-DEV-2 FROM 1 BY 1
               UNTIL IX-DEV-2 NOT < IX-DEV
               IF TDEV-RMA (IX-DEV-2) EQUAL TDEV-RMA (IX-DEV)
                       AND TDEV-ACCEPTADA (IX-DEV-2)
                   SET TDEV-JA-APUNTADA (IX-DEV) TO TRUE
               END-IF
           END-PERFORM.

       VALIDAR-QUANTITAT.
           MOVE TDEV-IX-LINIA (IX-DEV) TO IX-LIN
           COMPUTE PENDENT-RETORN = TLIN-EXPEDIT (IX-LIN)
               - TLIN-RETORNAT (IX-LIN)
           EVALUATE TRUE
               WHEN TLIN-EXPEDIT (IX-LIN) EQUAL ZERO
                   MOVE "LINIA NO EXPEDIDA"
                       TO TDEV-MOTIU-REBUIG (IX-DEV)
               WHEN TDEV-QUANTITAT (IX-DEV) > PENDENT-RETORN
                   MOVE "SUPERA L'EXPEDIT NO RETORNAT"
                       TO TDEV-MOTIU-REBUIG (IX-DEV)
               WHEN OTHER
                   MOVE TDEV-PRODUCTE (IX-DEV) TO NUMERO1
                   MOVE TDEV-MAGATZEM-DESTI (IX-DEV) TO MAGATZEM
                   READ INDEXADO
                       INVALID KEY
                           MOVE "CLAU DE RETORN NO EXISTEIX"
                               TO TDEV-MOTIU-REBUIG (IX-DEV)
                   END-READ
           END-EVALUATE.

      ************************************************************
      * ENTRADA DEV+RMA AL MAGATZEM DE RETORN I APUNT AL         *
      * REGISTRE DE DEVOLUCIONS                                  *
      ************************************************************
       ACCEPTAR-DEVOLUCIO.
           SET TDEV-ACCEPTADA (IX-DEV) TO TRUE
           ADD 1 TO CNT-ACCEPTADES
           ADD TDEV-QUANTITAT (IX-DEV) TO QUANT-ACCEPTADA
           ADD TDEV-QUANTITAT (IX-DEV) TO TLIN-RETORNAT (IX-LIN)
           MOVE TDEV-PRODUCTE (IX-DEV) TO ENT-NUMERO
           MOVE TDEV-MAGATZEM-DESTI (IX-DEV) TO ENT-MAGATZEM
           MOVE "E" TO ENT-TIPUS
           MOVE TDEV-QUANTITAT (IX-DEV) TO ENT-QUANTITAT
           MOVE SPACES TO ENT-DOCUMENT
           STRING "DEV" DELIMITED BY SIZE
               TDEV-RMA (IX-DEV) DELIMITED BY SIZE
               INTO ENT-DOCUMENT
           MOVE SPACES TO ENT-MAGATZEM-DESTI
           MOVE TDEV-DATA (IX-DEV) TO ENT-DATA
           MOVE SPACES TO ENT-CADUCITAT
           WRITE ENTRADA-REG
           IF FS-ENTRADES NOT EQUAL "00"
               DISPLAY "DEVOLUC: ERROR ESCRIURE DEVMOV FS="
                   FS-ENTRADES
               GO TO DEVOLUC-ABEND
           END-IF
           MOVE TDEV-RMA (IX-DEV) TO DRG-RMA
           MOVE TDEV-COMANDA (IX-DEV) TO DRG-COMANDA
           MOVE TDEV-CLIENT (IX-DEV) TO DRG-CLIENT
           MOVE TDEV-PRODUCTE (IX-DEV) TO DRG-PRODUCTE
           MOVE TDEV-MAGATZEM (IX-DEV) TO DRG-MAGATZEM
           MOVE TDEV-QUANTITAT (IX-DEV) TO DRG-QUANTITAT
           MOVE TDEV-MOTIU (IX-DEV) TO DRG-MOTIU
           MOVE TDEV-MAGATZEM-DESTI (IX-DEV) TO DRG-MAGATZEM-DESTI
           MOVE TDEV-DATA (IX-DEV) TO DRG-DATA
           MOVE DATA-AVUI TO DRG-DATA-APUNT
           WRITE REGISTRE-DEV-REG
           IF FS-REGISTRE-DEV NOT EQUAL "00"
               DISPLAY "DEVOLUC: ERROR ESCRIURE DEVREG FS="
                   FS-REGISTRE-DEV
               GO TO DEVOLUC-ABEND
           END-IF.

       ALIMENTAR-ORDENACIO.
           PERFORM VARYING IX-DEV FROM 1 BY 1
               UNTIL IX-DEV > NUM-DEVOLUCIONS
               MOVE TDEV-CLIENT (IX-DEV) TO ORD-CLIENT
               MOVE TDEV-MOTIU (IX-DEV) TO ORD-MOTIU
               MOVE TDEV-RMA (IX-DEV) TO ORD-RMA
               MOVE IX-DEV TO ORD-IX
               RELEASE ORDENACIO-REG
           END-PERFORM.

      ************************************************************
      * SORTIDA DE L'ORDENACIO: RUPTURA PER CLAU DE CLIENT, UNA  *
      * LINIA PER DEVOLUCIO ORDENADA PER MOTIU I RMA             *
      ************************************************************
       ESCRIURE-DEVOLUCIONS.
           MOVE "N" TO SW-FI-LECTURA
           MOVE "N" TO SW-CLIENT-ANTERIOR
           PERFORM UNTIL FI-LECTURA
               RETURN ORDENACIO
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   PERFORM ESCRIURE-DEVOLUCIO
               END-RETURN
           END-PERFORM
           IF HI-HA-CLIENT-ANTERIOR
               PERFORM TANCAR-CLIENT
           END-IF.

       ESCRIURE-DEVOLUCIO.
           MOVE ORD-IX TO IX-DEV
           IF NOT HI-HA-CLIENT-ANTERIOR
                   OR TDEV-CLIENT (IX-DEV) NOT EQUAL CLIENT-ANTERIOR
               IF HI-HA-CLIENT-ANTERIOR
                   PERFORM TANCAR-CLIENT
               END-IF
               SET HI-HA-CLIENT-ANTERIOR TO TRUE
               MOVE TDEV-CLIENT (IX-DEV) TO CLIENT-ANTERIOR
               MOVE ZERO TO TCL-ACCEPTADES
               MOVE ZERO TO TCL-QUANTITAT
               MOVE ZERO TO TCL-REBUTJADES
               MOVE SPACES TO INFORME-REG
               WRITE INFORME-REG
               MOVE TDEV-CLIENT (IX-DEV) TO LCL-CLIENT
               WRITE INFORME-REG FROM LINIA-CLIENT
           END-IF
           MOVE TDEV-MOTIU (IX-DEV) TO LDV-MOTIU
           MOVE TDEV-RMA (IX-DEV) TO LDV-RMA
           MOVE TDEV-COMANDA (IX-DEV) TO LDV-COMANDA
           MOVE TDEV-PRODUCTE (IX-DEV) TO LDV-PRODUCTE
           MOVE TDEV-MAGATZEM (IX-DEV) TO LDV-MAGATZEM
           MOVE TDEV-MAGATZEM-DESTI (IX-DEV) TO LDV-MAGATZEM-DESTI
           MOVE TDEV-QUANTITAT (IX-DEV) TO LDV-QUANTITAT
           MOVE TDEV-MOTIU-REBUIG (IX-DEV) TO LDV-MOTIU-REBUIG
           MOVE TDEV-IX-MOTIU (IX-DEV) TO IX-MOT
           IF TDEV-ACCEPTADA (IX-DEV)
               MOVE "ACCEPTADA" TO LDV-ESTAT
               ADD 1 TO TCL-ACCEPTADES
               ADD TDEV-QUANTITAT (IX-DEV) TO TCL-QUANTITAT
               ADD 1 TO AMOT-ACCEPTADES (IX-MOT)
               ADD TDEV-QUANTITAT (IX-DEV) TO AMOT-QUANTITAT (IX-MOT)
           ELSE
               MOVE "REBUTJADA" TO LDV-ESTAT
               ADD 1 TO TCL-REBUTJADES
               IF IX-MOT > ZERO
                   ADD 1 TO AMOT-REBUTJADES (IX-MOT)
               END-IF
           END-IF
           WRITE INFORME-REG FROM LINIA-DEVOLUCIO.

       TANCAR-CLIENT.
           MOVE CLIENT-ANTERIOR TO LTC-CLIENT
           MOVE TCL-ACCEPTADES TO LTC-ACCEPTADES
           MOVE TCL-QUANTITAT TO LTC-QUANTITAT
           MOVE TCL-REBUTJADES TO LTC-REBUTJADES
           WRITE INFORME-REG FROM LINIA-TOTAL-CLIENT.

       ESCRIURE-MOTIUS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- RESUM PER MOTIU ---" TO INFORME-REG
           WRITE INFORME-REG
           PERFORM VARYING IX-MOT FROM 1 BY 1
               UNTIL IX-MOT > NUM-MOTIUS
               MOVE TMOT-CODI (IX-MOT) TO LMO-CODI
               MOVE TMOT-DESCRIPCIO (IX-MOT) TO LMO-DESCRIPCIO
               MOVE AMOT-ACCEPTADES (IX-MOT) TO LMO-ACCEPTADES
               MOVE AMOT-QUANTITAT (IX-MOT) TO LMO-QUANTITAT
               MOVE AMOT-REBUTJADES (IX-MOT) TO LMO-REBUTJADES
               WRITE INFORME-REG FROM LINIA-MOTIU
           END-PERFORM.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "DEVOLUCIONS LLEGIDES" TO TOT-TITOL
           MOVE CNT-LLEGIDES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "DEVOLUCIONS ACCEPTADES" TO TOT-TITOL
           MOVE CNT-ACCEPTADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "DEVOLUCIONS REBUTJADES" TO TOT-TITOL
           MOVE CNT-REBUTJADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "QUANTITAT RETORNADA" TO TOT-TITOL
           MOVE QUANT-ACCEPTADA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "DEVOLUCIONS ANTERIORS" TO TOT-TITOL
           MOVE CNT-REGISTRE TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY AUDITRTN.

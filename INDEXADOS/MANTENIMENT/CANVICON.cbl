       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANVICON.
      ************************************************************
      * CONSULTA DEL REGISTRE DE CANVIS DEL MESTRE CANVIDX.TXT   *
      * (L'ALIMENTEN MANTIDX, PREUMASS, MOVPOST, CARGA, BACKORD  *
      * I RESTAURA) I IMPRIMEIX A CANVICON.INF, PER CADA CANVI   *
      * SELECCIONAT, DATA, HORA, PROGRAMA, ACCIO, CLAU I         *
      * REFERENCIA, I A SOTA ELS CAMPS DEL REGISTRE QUE HAN      *
      * CANVIAT AMB EL VALOR ABANS I DESPRES (TOTS ELS CAMPS A   *
      * LES ALTES I BAIXES)                                      *
      * CANVICON.PRM (OPCIONAL), CAMPS SEPARATS PER UN BLANC:    *
      *   CLAU     NNNNNWW  (WW EN BLANC = TOTS ELS MAGATZEMS)   *
      *   PROGRAMA X(8)     (EN BLANC = TOTS ELS PROGRAMES)      *
      *   DATA     AAAAMMDD                                      *
      * AMB CLAU ES LLISTA TOTA LA HISTORIA DE LA CLAU (LA DATA  *
      * EN BLANC VOL DIR TOTES LES DATES); SENSE CLAU ES LLISTEN *
      * ELS CANVIS D'UN DIA (LA DATA EN BLANC VOL DIR AVUI),     *
      * D'UN PROGRAMA O DE TOTS. SENSE CANVICON.PRM ES LLISTEN   *
      * TOTS ELS CANVIS D'AVUI                                   *
      * RC 4 SI CAP CANVI NO COMPLEIX LA SELECCIO                *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE
               ASSIGN TO "CANVICON.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT INFORME
               ASSIGN TO "CANVICON.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY CANVSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-CLAU.
                10 PARM-NUMERO         PIC X(5).
                10 PARM-MAGATZEM       PIC X(2).
            05 FILLER                  PIC X(1).
            05 PARM-PROGRAMA           PIC X(8).
            05 FILLER                  PIC X(1).
            05 PARM-DATA               PIC X(8).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY CANVFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-PARAMETRE PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 SW-FI-CANVIS PIC X VALUE "N".
               88 FI-CANVIS VALUE "S".
           01 SELECCIO.
               05 SEL-NUMERO             PIC X(5) VALUE SPACES.
               05 SEL-MAGATZEM           PIC X(2) VALUE SPACES.
               05 SEL-PROGRAMA           PIC X(8) VALUE SPACES.
               05 SEL-DATA               PIC X(8) VALUE SPACES.
               05 SW-SELECCIONAT         PIC X VALUE "N".
                   88 CANVI-SELECCIONAT VALUE "S".
           01 IMATGE-ABANS.
               05 IAB-CLAU.
                   10 IAB-NUMERO         PIC 9(5).
                   10 IAB-MAGATZEM       PIC X(2).
               05 IAB-NOMBRE             PIC X(20).
               05 IAB-CANTIDAD           PIC 9(7).
               05 IAB-PREU-UNITAT        PIC 9(4)V99.
               05 IAB-ORDRE              PIC 9(3).
               05 IAB-ID-PRODUCTE        PIC X(2).
           01 IMATGE-DESPRES.
               05 IDE-CLAU.
                   10 IDE-NUMERO         PIC 9(5).
                   10 IDE-MAGATZEM       PIC X(2).
               05 IDE-NOMBRE             PIC X(20).
               05 IDE-CANTIDAD           PIC 9(7).
               05 IDE-PREU-UNITAT        PIC 9(4)V99.
               05 IDE-ORDRE              PIC 9(3).
               05 IDE-ID-PRODUCTE        PIC X(2).
           01 CONTROL-CAMPS.
               05 VAL-ABANS              PIC X(20).
               05 VAL-DESPRES            PIC X(20).
               05 EDIT-CANTIDAD          PIC Z(6)9.
               05 EDIT-PREU              PIC ZZZ9.99.
               05 EDIT-ORDRE             PIC ZZ9.
               05 CAMPS-CANVIATS         PIC 9(2).
           01 COMPTADORS.
               05 CNT-LLEGITS          PIC 9(7) VALUE ZERO.
               05 CNT-LLISTATS         PIC 9(7) VALUE ZERO.
               05 CNT-ALTES            PIC 9(7) VALUE ZERO.
               05 CNT-MODIFICACIONS    PIC 9(7) VALUE ZERO.
               05 CNT-BAIXES           PIC 9(7) VALUE ZERO.
           01 LINIA-CAPCALERA.
               05 FILLER PIC X(45) VALUE
               "DATA     HORA     PROGRAMA A CLAU     REFEREN".
               05 FILLER PIC X(45) VALUE
               "CIA".
           01 LINIA-CANVI.
               05 DET-DATA             PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-HORA             PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-PROGRAMA         PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ACCIO            PIC X(1).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-REFERENCIA       PIC X(10).
           01 LINIA-CAMP.
               05 FILLER               PIC X(6) VALUE SPACES.
               05 CMP-NOM              PIC X(12).
               05 CMP-ABANS            PIC X(20).
               05 CMP-FLETXA           PIC X(4).
               05 CMP-DESPRES          PIC X(20).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY CANVWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       CANVICON-RTN.
           MOVE "CANVICON" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           PERFORM LLEGIR-PARAMETRES

           OPEN INPUT CANVIDX
           IF FS-CANVIDX NOT EQUAL "00"
               DISPLAY "CANVICON: ERROR OBRIR CANVIDX FS=" FS-CANVIDX
               GO TO CANVICON-ABEND
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "CANVICON: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO CANVICON-ABEND
           END-IF
           PERFORM ESCRIURE-CAPCALERA

           PERFORM LLEGIR-CANVI

       PERFORM UNTIL FI-CANVIS
           PERFORM SELECCIONAR-CANVI
           IF CANVI-SELECCIONAT
               PERFORM ESCRIURE-CANVI
           END-IF
           PERFORM LLEGIR-CANVI
       END-PERFORM.

           IF CNT-LLISTATS EQUAL ZERO
               MOVE SPACES TO INFORME-REG
               WRITE INFORME-REG
               MOVE "CAP CANVI NO COMPLEIX LA SELECCIO" TO INFORME-REG
               WRITE INFORME-REG
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ESCRIURE-TOTALS
           CLOSE CANVIDX, INFORME
           DISPLAY "CANVICON: CANVIS LLEGITS     : " CNT-LLEGITS
           DISPLAY "CANVICON: CANVIS LLISTATS    : " CNT-LLISTATS
           MOVE "CANVICON" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LLISTATS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       CANVICON-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE CANVIDX, INFORME
           MOVE "CANVICON" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-LLISTATS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * SENSE CLAU, LA DATA EN BLANC ES AVUI; AMB CLAU, LA DATA  *
      * EN BLANC DEIXA TOTA LA HISTORIA DE LA CLAU               *
      ************************************************************
       LLEGIR-PARAMETRES.
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE EQUAL "00"
               READ PARAMETRE
               AT END CONTINUE
               NOT AT END
                   PERFORM VALIDAR-PARAMETRES
               END-READ
               CLOSE PARAMETRE
           END-IF
           IF SEL-NUMERO EQUAL SPACES AND SEL-DATA EQUAL SPACES
               MOVE DATA-AVUI TO SEL-DATA
           END-IF.

       VALIDAR-PARAMETRES.
           IF PARM-NUMERO NUMERIC
               MOVE PARM-NUMERO TO SEL-NUMERO
               MOVE PARM-MAGATZEM TO SEL-MAGATZEM
           ELSE
               IF PARM-NUMERO NOT EQUAL SPACES
                   DISPLAY "CANVICON: CLAU " PARM-CLAU
                       " INCORRECTA, ES PRENEN TOTES LES CLAUS"
               END-IF
           END-IF
           MOVE PARM-PROGRAMA TO SEL-PROGRAMA
           IF PARM-DATA NUMERIC
               MOVE PARM-DATA TO SEL-DATA
           ELSE
               IF PARM-DATA NOT EQUAL SPACES
                   DISPLAY "CANVICON: DATA " PARM-DATA
                       " INCORRECTA, ES PREN LA SELECCIO PER DEFECTE"
               END-IF
           END-IF.

       LLEGIR-CANVI.
           READ CANVIDX
           AT END SET FI-CANVIS TO TRUE
           NOT AT END
               IF FS-CANVIDX NOT EQUAL "00"
                   DISPLAY "CANVICON: ERROR LLEGIR CANVIDX FS="
                       FS-CANVIDX
                   GO TO CANVICON-ABEND
               END-IF
               ADD 1 TO CNT-LLEGITS
           END-READ.

       SELECCIONAR-CANVI.
           MOVE "S" TO SW-SELECCIONAT
           EVALUATE TRUE
               WHEN SEL-NUMERO NOT EQUAL SPACES
                       AND CAN-NUMERO NOT EQUAL SEL-NUMERO
                   MOVE "N" TO SW-SELECCIONAT
               WHEN SEL-MAGATZEM NOT EQUAL SPACES
                       AND CAN-MAGATZEM NOT EQUAL SEL-MAGATZEM
                   MOVE "N" TO SW-SELECCIONAT
               WHEN SEL-PROGRAMA NOT EQUAL SPACES
                       AND CAN-PROGRAMA NOT EQUAL SEL-PROGRAMA
                   MOVE "N" TO SW-SELECCIONAT
               WHEN SEL-DATA NOT EQUAL SPACES
                       AND CAN-DATA NOT EQUAL SEL-DATA
                   MOVE "N" TO SW-SELECCIONAT
           END-EVALUATE.

       ESCRIURE-CAPCALERA.
           MOVE "====== REGISTRE DE CANVIS DEL MESTRE INDEXAT ======"
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           STRING "CLAU: " DELIMITED BY SIZE
               SEL-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SEL-MAGATZEM DELIMITED BY SIZE
               "  PROGRAMA: " DELIMITED BY SIZE
               SEL-PROGRAMA DELIMITED BY SIZE
               "  DATA: " DELIMITED BY SIZE
               SEL-DATA DELIMITED BY SIZE
               "  (EN BLANC = TOTS)" DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           WRITE INFORME-REG FROM LINIA-CAPCALERA.

      ************************************************************
      * CAPCALERA DEL CANVI I, A SOTA, UNA LINIA PER CAMP AMB    *
      * VALOR DIFERENT ABANS I DESPRES. LA CLAU NO CANVIA MAI:   *
      * NOMES ES MIREN ELS CAMPS DE DADES                        *
      ************************************************************
       ESCRIURE-CANVI.
           ADD 1 TO CNT-LLISTATS
           EVALUATE TRUE
               WHEN CAN-ALTA
                   ADD 1 TO CNT-ALTES
               WHEN CAN-BAIXA
                   ADD 1 TO CNT-BAIXES
               WHEN OTHER
                   ADD 1 TO CNT-MODIFICACIONS
           END-EVALUATE
           MOVE CAN-DATA TO DET-DATA
           MOVE CAN-HORA TO DET-HORA
           MOVE CAN-PROGRAMA TO DET-PROGRAMA
           MOVE CAN-ACCIO TO DET-ACCIO
           MOVE CAN-NUMERO TO DET-NUMERO
           MOVE CAN-MAGATZEM TO DET-MAGATZEM
           MOVE CAN-REFERENCIA TO DET-REFERENCIA
           WRITE INFORME-REG FROM LINIA-CANVI
           MOVE CAN-ABANS TO IMATGE-ABANS
           MOVE CAN-DESPRES TO IMATGE-DESPRES
           MOVE ZERO TO CAMPS-CANVIATS

           MOVE "NOMBRE" TO CMP-NOM
           MOVE SPACES TO VAL-ABANS
           MOVE SPACES TO VAL-DESPRES
           IF NOT CAN-ALTA
               MOVE IAB-NOMBRE TO VAL-ABANS
           END-IF
           IF NOT CAN-BAIXA
               MOVE IDE-NOMBRE TO VAL-DESPRES
           END-IF
           PERFORM ESCRIURE-CAMP

           MOVE "CANTIDAD" TO CMP-NOM
           MOVE SPACES TO VAL-ABANS
           MOVE SPACES TO VAL-DESPRES
           IF NOT CAN-ALTA
               MOVE IAB-CANTIDAD TO EDIT-CANTIDAD
               MOVE EDIT-CANTIDAD TO VAL-ABANS
           END-IF
           IF NOT CAN-BAIXA
               MOVE IDE-CANTIDAD TO EDIT-CANTIDAD
               MOVE EDIT-CANTIDAD TO VAL-DESPRES
           END-IF
           PERFORM ESCRIURE-CAMP

           MOVE "PREU-UNITAT" TO CMP-NOM
           MOVE SPACES TO VAL-ABANS
           MOVE SPACES TO VAL-DESPRES
           IF NOT CAN-ALTA
               MOVE IAB-PREU-UNITAT TO EDIT-PREU
               MOVE EDIT-PREU TO VAL-ABANS
           END-IF
           IF NOT CAN-BAIXA
               MOVE IDE-PREU-UNITAT TO EDIT-PREU
               MOVE EDIT-PREU TO VAL-DESPRES
           END-IF
           PERFORM ESCRIURE-CAMP

           MOVE "ORDRE" TO CMP-NOM
           MOVE SPACES TO VAL-ABANS
           MOVE SPACES TO VAL-DESPRES
           IF NOT CAN-ALTA
               MOVE IAB-ORDRE TO EDIT-ORDRE
               MOVE EDIT-ORDRE TO VAL-ABANS
           END-IF
           IF NOT CAN-BAIXA
               MOVE IDE-ORDRE TO EDIT-ORDRE
               MOVE EDIT-ORDRE TO VAL-DESPRES
           END-IF
           PERFORM ESCRIURE-CAMP

           MOVE "ID-PRODUCTE" TO CMP-NOM
           MOVE SPACES TO VAL-ABANS
           MOVE SPACES TO VAL-DESPRES
           IF NOT CAN-ALTA
               MOVE IAB-ID-PRODUCTE TO VAL-ABANS
           END-IF
           IF NOT CAN-BAIXA
               MOVE IDE-ID-PRODUCTE TO VAL-DESPRES
           END-IF
           PERFORM ESCRIURE-CAMP

           IF CAMPS-CANVIATS EQUAL ZERO
               MOVE SPACES TO LINIA-CAMP
               MOVE "SENSE CANVIS DE CONTINGUT" TO CMP-ABANS
               WRITE INFORME-REG FROM LINIA-CAMP
           END-IF.

       ESCRIURE-CAMP.
           IF VAL-ABANS NOT EQUAL VAL-DESPRES
               ADD 1 TO CAMPS-CANVIATS
               MOVE VAL-ABANS TO CMP-ABANS
               MOVE " -> " TO CMP-FLETXA
               MOVE VAL-DESPRES TO CMP-DESPRES
               WRITE INFORME-REG FROM LINIA-CAMP
           END-IF.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "CANVIS LLEGITS" TO TOT-TITOL
           MOVE CNT-LLEGITS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CANVIS LLISTATS" TO TOT-TITOL
           MOVE CNT-LLISTATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "  ALTES" TO TOT-TITOL
           MOVE CNT-ALTES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "  MODIFICACIONS" TO TOT-TITOL
           MOVE CNT-MODIFICACIONS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "  BAIXES" TO TOT-TITOL
           MOVE CNT-BAIXES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY AUDITRTN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUIT.
      ************************************************************
      * ANTIGUITAT DE L'ESTOC: ESTOC LENT I ESTOC MORT           *
      * PER CADA CLAU-INDEXAT DE INDEXAT.TXT BUSCA LA DATA DE LA *
      * DARRERA SORTIDA (S), DE LA DARRERA ENTRADA (E) I DEL     *
      * DARRER MOVIMENT DE QUALSEVOL TIPUS (TRASPASSOS INCLOSOS, *
      * A L'ORIGEN I AL DESTI) A DUES FONTS:                     *
      *   - LES INSTANTANIES INDEXATAAAAMM.TXT DELS PERIODES     *
      *     TANCATS A PERIODE.TXT, EN ORDRE CRONOLOGIC: SI LA    *
      *     CANTIDAD D'UNA CLAU BAIXA RESPECTE DE LA INSTANTANIA *
      *     ANTERIOR HI HA HAGUT SORTIDA AQUELL MES, SI PUJA     *
      *     ENTRADA; ES DATA L'ULTIM DIA DEL MES DE LA           *
      *     INSTANTANIA (ES VEU NOMES EL SALDO NET DEL MES)      *
      *   - EL DIARI MOVIMENTS.TXT, AMB LA DATA REAL DE L'APUNT  *
      * DE LES DUES ES QUEDA SEMPRE LA DATA MES RECENT.          *
      * EL VALOR DE L'ESTOC (BASE DE BASEVAL.PRM, COM VALORA) ES *
      * REPARTEIX EN TRAMS DE 0-90, 91-180, 181-365 I MES DE 365 *
      * DIES DES DE LA DARRERA SORTIDA; SENSE CAP SORTIDA ES     *
      * COMPTA DES DE LA DARRERA ENTRADA, I SENSE CAP DATA VA AL *
      * DARRER TRAM. TOTALS PER GRUP ID-PRODUCTE I GENERALS.     *
      * LES CLAUS AMB ESTOC I SENSE CAP MOVIMENT DES DE LA DATA  *
      * LIMIT ES LLISTEN A PART COM A CANDIDATES A BAIXA O       *
      * DEVOLUCIO AL PROVEIDOR.                                  *
      * ANTIGUIT.PRM: DATA LIMIT AAAAMMDD (PER DEFECTE FA UN     *
      * ANY). INFORME A ANTIGUIT.INF. NO ES PAS DE LA CADENA DE  *
      * NIT: ES LLANCA A PETICIO DE COMPTABILITAT                *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXADO
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLAU-INDEXAT
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-IN WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT MOVIMENTS
               ASSIGN TO "MOVIMENTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MOVIMENTS.
           SELECT PERIODES
               ASSIGN TO "PERIODE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODES.
           SELECT INSTANTANIA
               ASSIGN TO DYNAMIC NOM-INSTANTANIA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INSTANTANIA.
           SELECT PARAMETRE
               ASSIGN TO "ANTIGUIT.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT INFORME
               ASSIGN TO "ANTIGUIT.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY COSTSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXADO.
       01 INDEXADO-IN.
            05 CLAU-INDEXAT.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).

       FD MOVIMENTS.
       01 MOVIMENT-IN.
            05 MOV-NUMERO          PIC 9(5).
            05 MOV-MAGATZEM        PIC X(2).
            05 MOV-TIPUS           PIC X(1).
            05 MOV-QUANTITAT       PIC 9(7).
            05 MOV-DOCUMENT        PIC X(10).
            05 MOV-MAGATZEM-DESTI  PIC X(2).
            05 MOV-DATA            PIC X(8).
            05 MOV-CADUCITAT       PIC X(8).

       FD PERIODES.
       01 PERIODE-REG.
            05 PER-ANYMES          PIC 9(6).
            05 PER-ESTAT           PIC X(1).

       FD INSTANTANIA.
       01 INSTANTANIA-REG.
            05 INS-CLAU.
                10 INS-NUMERO      PIC 9(5).
                10 INS-MAGATZEM    PIC X(2).
            05 INS-NOMBRE          PIC X(20).
            05 INS-CANTIDAD        PIC 9(7).
            05 INS-PREU-UNITAT     PIC 9(4)V99.
            05 INS-ORDRE           PIC 9(3).
            05 INS-ID-PRODUCTE     PIC X(2).

       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-DATA-LIMIT     PIC X(8).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY COSTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FIN-FICHERO PIC X(5) VALUE "FALSE".
           01 FS-INDEXADO PIC X(2).
           01 FS-MOVIMENTS PIC X(2).
           01 FS-PERIODES PIC X(2).
           01 FS-INSTANTANIA PIC X(2).
           01 FS-PARAMETRE PIC X(2).
           01 FS-INFORME PIC X(2).
           01 NOM-INSTANTANIA PIC X(18).
           01 DATA-AVUI PIC X(8).
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 PARAMETRES-CALCUL.
               05 DATA-LIMIT.
                   10 LIM-ANY        PIC 9(4).
                   10 LIM-MES        PIC 9(2).
                   10 LIM-DIA        PIC 9(2).
               05 DIA-AVUI         PIC S9(7).
               05 DIES-ANTIGUITAT  PIC S9(7).
               05 VALOR-CLAU       PIC 9(11)V99.
               05 IX-TRAM          PIC 9(1).
           01 CALCUL-MES.
               05 DIES-MESOS     PIC X(24)
                   VALUE "312831303130313130313031".
               05 FILLER REDEFINES DIES-MESOS.
                   10 DIES-MES   PIC 9(2) OCCURS 12 TIMES.
               05 DATA-INSTANTANIA.
                   10 DIN-ANYMES.
                       15 DIN-ANY    PIC 9(4).
                       15 DIN-MES    PIC 9(2).
                   10 DIN-DIA        PIC 9(2).
               05 QUOCIENT-ANY   PIC 9(4).
               05 RESTA-4        PIC 9(3).
               05 RESTA-100      PIC 9(3).
               05 RESTA-400      PIC 9(3).
           01 COMPTADORS.
               05 CNT-CLAUS            PIC 9(7) VALUE ZERO.
               05 CNT-AMB-ESTOC        PIC 9(7) VALUE ZERO.
               05 CNT-INSTANTANIES     PIC 9(7) VALUE ZERO.
               05 CNT-REG-INSTANTANIA  PIC 9(7) VALUE ZERO.
               05 CNT-MOVIMENTS        PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-SORTIDA    PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-MOVIMENT   PIC 9(7) VALUE ZERO.
               05 CNT-MORTES           PIC 9(7) VALUE ZERO.
           01 TAULA-CLAUS.
               05 CLAU-ENTRY OCCURS 3000 TIMES.
                   10 TCLA-CLAU.
                       15 TCLA-NUMERO    PIC 9(5).
                       15 TCLA-MAGATZEM  PIC X(2).
                   10 TCLA-NOMBRE        PIC X(20).
                   10 TCLA-ID-PRODUCTE   PIC X(2).
                   10 TCLA-CANTIDAD      PIC 9(7).
                   10 TCLA-VALOR         PIC 9(11)V99.
                   10 TCLA-QUANT-INST    PIC 9(7).
                   10 TCLA-SW-INST       PIC X(1).
                       88 TCLA-A-INSTANTANIA VALUE "S".
                   10 TCLA-ULT-SORTIDA   PIC X(8).
                   10 TCLA-ULT-ENTRADA   PIC X(8).
                   10 TCLA-ULT-MOVIMENT  PIC X(8).
           01 CONTROL-CLAUS.
               05 NUM-CLAUS      PIC 9(4) VALUE ZERO.
               05 MAX-CLAUS      PIC 9(4) VALUE 3000.
               05 IX-CLA         PIC 9(4).
               05 SW-CLA-TROBADA PIC X VALUE "N".
                   88 CLAU-TROBADA VALUE "S".
               05 SW-CLA-PLENA   PIC X VALUE "N".
                   88 TAULA-CLAUS-DESBORDADA VALUE "S".
               05 CLAU-CERCADA.
                   10 CCE-NUMERO   PIC 9(5).
                   10 CCE-MAGATZEM PIC X(2).
           01 TAULA-PERIODES.
               05 PERIODE-ENTRY OCCURS 24 TIMES.
                   10 TPER-ANYMES      PIC 9(6).
           01 CONTROL-PERIODES.
               05 NUM-PERIODES   PIC 9(2) VALUE ZERO.
               05 MAX-PERIODES   PIC 9(2) VALUE 24.
               05 IX-PERIODE     PIC 9(2).
               05 IX-PERIODE-2   PIC 9(2).
               05 PERIODE-AUX    PIC 9(6).
               05 SW-PRIMERA-INST PIC X VALUE "S".
                   88 PRIMERA-INSTANTANIA VALUE "S".
           01 TAULA-GRUPS.
               05 GRUP-ENTRY OCCURS 50 TIMES.
                   10 TGRP-ID-PRODUCTE PIC X(2).
                   10 TGRP-TRAM        PIC 9(11)V99 OCCURS 4 TIMES.
                   10 TGRP-TOTAL       PIC 9(11)V99.
           01 CONTROL-GRUPS.
               05 NUM-GRUPS      PIC 9(2) VALUE ZERO.
               05 MAX-GRUPS      PIC 9(2) VALUE 50.
               05 IX-GRP         PIC 9(2).
               05 SW-GRP-TROBAT  PIC X VALUE "N".
                   88 GRUP-TROBAT VALUE "S".
               05 SW-GRP-PLENA   PIC X VALUE "N".
                   88 TAULA-GRUPS-DESBORDADA VALUE "S".
           01 TOTALS-GENERALS.
               05 TOT-TRAM       PIC 9(13)V99 OCCURS 4 TIMES.
               05 TOT-VALOR-GRAL PIC 9(13)V99 VALUE ZERO.
               05 TOT-VALOR-MORT PIC 9(13)V99 VALUE ZERO.
           01 NOMS-TRAMS.
               05 NOMS-TRAMS-VALORS PIC X(28)
                   VALUE "0-90   91-180 181-365>365   ".
               05 FILLER REDEFINES NOMS-TRAMS-VALORS.
                   10 NOM-TRAM   PIC X(7) OCCURS 4 TIMES.
           01 LINIA-CAPCALERA.
               05 FILLER PIC X(45) VALUE
               "CLAU    GR NOM                  QUANTITAT    ".
               05 FILLER PIC X(45) VALUE
               "      VALOR ULT.SORT ULT.ENTR  DIES TRAM".
           01 LINIA-DETALL.
               05 DET-NUMERO           PIC 9(5).
               05 DET-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-GRUP             PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-NOMBRE           PIC X(20).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-CANTIDAD         PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-VALOR            PIC Z(10)9.99.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ULT-SORTIDA      PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ULT-ENTRADA      PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-DIES             PIC Z(4)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-TRAM             PIC X(7).
           01 LINIA-CAPCALERA-GRUP.
               05 FILLER PIC X(47) VALUE
               "GR           0-90         91-180        181-365".
               05 FILLER PIC X(30) VALUE
               "           >365          TOTAL".
           01 LINIA-GRUP.
               05 GRP-ID-PRODUCTE      PIC X(2).
               05 GRP-IMPORTS OCCURS 5 TIMES.
                   10 FILLER           PIC X(1).
                   10 GRP-IMPORT       PIC Z(10)9.99.
           01 LINIA-CAPCALERA-MORT.
               05 FILLER PIC X(45) VALUE
               "CLAU    GR NOM                  QUANTITAT    ".
               05 FILLER PIC X(30) VALUE
               "      VALOR ULT.MOV.".
           01 LINIA-MORT.
               05 MRT-NUMERO           PIC 9(5).
               05 MRT-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 MRT-GRUP             PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 MRT-NOMBRE           PIC X(20).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 MRT-CANTIDAD         PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 MRT-VALOR            PIC Z(10)9.99.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 MRT-ULT-MOVIMENT     PIC X(8).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           01 LINIA-TOTAL-IMPORT.
               05 TOTI-TITOL           PIC X(25).
               05 TOTI-VALOR           PIC Z(12)9.99.
           COPY DATAWS.
           COPY COSTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       ANTIGUIT-RTN.
           MOVE "ANTIGUIT" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           MOVE DATA-AVUI TO DC-DATA-RTN
           PERFORM DATA-A-DIES
           MOVE DC-DIES-RTN TO DIA-AVUI

           PERFORM VARYING IX-TRAM FROM 1 BY 1 UNTIL IX-TRAM > 4
               MOVE ZERO TO TOT-TRAM (IX-TRAM)
           END-PERFORM
           PERFORM LLEGIR-PARAMETRES
           MOVE "ANTIGUIT" TO CM-PROGRAMA-RTN
           PERFORM COST-INICIAR
           PERFORM CARREGAR-CLAUS
           PERFORM CARREGAR-PERIODES
           PERFORM VARYING IX-PERIODE FROM 1 BY 1
                   UNTIL IX-PERIODE > NUM-PERIODES
               PERFORM TRACTAR-INSTANTANIA
           END-PERFORM
           PERFORM TRACTAR-DIARI

           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "ANTIGUIT: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO ANTIGUIT-ABEND
           END-IF
           PERFORM ESCRIURE-CAPCALERA
           PERFORM VARYING IX-CLA FROM 1 BY 1
                   UNTIL IX-CLA > NUM-CLAUS
               IF TCLA-CANTIDAD (IX-CLA) > ZERO
                   PERFORM CLASSIFICAR-CLAU
               END-IF
           END-PERFORM
           PERFORM ESCRIURE-GRUPS
           PERFORM ESCRIURE-ESTOC-MORT
           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME
           PERFORM COST-TANCAR

           DISPLAY "ANTIGUIT: CLAUS LLEGIDES      : " CNT-CLAUS
           DISPLAY "ANTIGUIT: CLAUS AMB ESTOC     : " CNT-AMB-ESTOC
           DISPLAY "ANTIGUIT: INSTANTANIES LLEGIDES: " CNT-INSTANTANIES
           DISPLAY "ANTIGUIT: CANDIDATES A BAIXA  : " CNT-MORTES
           IF BASE-COST-MIG
               DISPLAY "ANTIGUIT: CLAUS SENSE COST MIG: "
                   CM-SENSE-COST-RTN
           END-IF
           MOVE "ANTIGUIT" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-CLAUS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF TAULA-CLAUS-DESBORDADA OR TAULA-GRUPS-DESBORDADA
                   OR CM-SENSE-COST-RTN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       ANTIGUIT-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, MOVIMENTS, INSTANTANIA, INFORME
           PERFORM COST-TANCAR
           MOVE "ANTIGUIT" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-CLAUS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * DATA LIMIT DE L'ESTOC MORT: LA DE ANTIGUIT.PRM SI ES     *
      * UNA DATA AAAAMMDD; SINO AVUI FA UN ANY                   *
      ************************************************************
       LLEGIR-PARAMETRES.
           MOVE DATA-AVUI TO DATA-LIMIT
           SUBTRACT 1 FROM LIM-ANY
           IF LIM-MES EQUAL 2 AND LIM-DIA EQUAL 29
               MOVE 28 TO LIM-DIA
           END-IF
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE EQUAL "00"
               READ PARAMETRE
               AT END CONTINUE
               NOT AT END
                   IF PARM-DATA-LIMIT NUMERIC
                           AND PARM-DATA-LIMIT (5:2) > "00"
                           AND PARM-DATA-LIMIT (5:2) < "13"
                           AND PARM-DATA-LIMIT (7:2) > "00"
                           AND PARM-DATA-LIMIT (7:2) < "32"
                       MOVE PARM-DATA-LIMIT TO DATA-LIMIT
                   ELSE
                       DISPLAY "ANTIGUIT: DATA LIMIT INCORRECTA, ES "
                           "PREN " DATA-LIMIT
                   END-IF
               END-READ
               CLOSE PARAMETRE
           END-IF.

      ************************************************************
      * EL MESTRE ES LLEGEIX EN ORDRE DE CLAU: LA TAULA QUEDA    *
      * ORDENADA I LA CERCA POT PARAR EN PASSAR DE LA CLAU       *
      ************************************************************
       CARREGAR-CLAUS.
           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "ANTIGUIT: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO ANTIGUIT-ABEND
           END-IF
           PERFORM LLEGIR-INDEXAT
           PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
               ADD 1 TO CNT-CLAUS
               IF NUM-CLAUS < MAX-CLAUS
                   PERFORM AFEGIR-CLAU
               ELSE
                   IF NOT TAULA-CLAUS-DESBORDADA
                       SET TAULA-CLAUS-DESBORDADA TO TRUE
                       DISPLAY "ANTIGUIT: TAULA DE CLAUS PLENA, "
                           "INFORME INCOMPLET"
                   END-IF
               END-IF
               PERFORM LLEGIR-INDEXAT
           END-PERFORM
           CLOSE INDEXADO.

       LLEGIR-INDEXAT.
           READ INDEXADO
           AT END SET FIN-FICHERO TO "TRUE"
           NOT AT END
               IF FS-INDEXADO NOT EQUAL "00"
                   DISPLAY "ANTIGUIT: ERROR LLEGIR IDX FS="
                       FS-INDEXADO
                   GO TO ANTIGUIT-ABEND
               END-IF
           END-READ.

       AFEGIR-CLAU.
           ADD 1 TO NUM-CLAUS
           MOVE CLAU-INDEXAT TO TCLA-CLAU (NUM-CLAUS)
           MOVE NOMBRE TO TCLA-NOMBRE (NUM-CLAUS)
           MOVE ID-PRODUCTE TO TCLA-ID-PRODUCTE (NUM-CLAUS)
           MOVE CANTIDAD TO TCLA-CANTIDAD (NUM-CLAUS)
           MOVE NUMERO1 TO CM-NUMERO-RTN
           MOVE MAGATZEM TO CM-MAGATZEM-RTN
           MOVE PREU-UNITAT TO CM-PREU-RTN
           PERFORM COST-UNITARI
           COMPUTE TCLA-VALOR (NUM-CLAUS) ROUNDED =
               CANTIDAD * CM-UNITARI-RTN
           MOVE ZERO TO TCLA-QUANT-INST (NUM-CLAUS)
           MOVE "N" TO TCLA-SW-INST (NUM-CLAUS)
           MOVE SPACES TO TCLA-ULT-SORTIDA (NUM-CLAUS)
           MOVE SPACES TO TCLA-ULT-ENTRADA (NUM-CLAUS)
           MOVE SPACES TO TCLA-ULT-MOVIMENT (NUM-CLAUS).

       CERCAR-CLAU.
           MOVE "N" TO SW-CLA-TROBADA
           PERFORM VARYING IX-CLA FROM 1 BY 1
               UNTIL IX-CLA > NUM-CLAUS OR CLAU-TROBADA
                   OR TCLA-CLAU (IX-CLA) > CLAU-CERCADA
               IF TCLA-CLAU (IX-CLA) EQUAL CLAU-CERCADA
                   SET CLAU-TROBADA TO TRUE
                   SUBTRACT 1 FROM IX-CLA
               END-IF
           END-PERFORM.

      ************************************************************
      * PERIODES TANCATS DE PERIODE.TXT, ORDENATS DE MES ANTIC A *
      * MES RECENT; SENSE PERIODE.TXT NOMES COMPTA EL DIARI      *
      ************************************************************
       CARREGAR-PERIODES.
           OPEN INPUT PERIODES
           IF FS-PERIODES NOT EQUAL "00"
               DISPLAY "ANTIGUIT: SENSE PERIODE.TXT, NOMES ES "
                   "LLEGEIX EL DIARI"
           ELSE
               PERFORM LLEGIR-PERIODE
               PERFORM UNTIL FS-PERIODES EQUAL "10"
                   IF PER-ESTAT EQUAL "T"
                       PERFORM AFEGIR-PERIODE
                   END-IF
                   PERFORM LLEGIR-PERIODE
               END-PERFORM
               CLOSE PERIODES
           END-IF
           PERFORM VARYING IX-PERIODE FROM 1 BY 1
                   UNTIL IX-PERIODE NOT < NUM-PERIODES
               PERFORM VARYING IX-PERIODE-2 FROM IX-PERIODE BY 1
                       UNTIL IX-PERIODE-2 > NUM-PERIODES
                   IF TPER-ANYMES (IX-PERIODE-2)
                           < TPER-ANYMES (IX-PERIODE)
                       MOVE TPER-ANYMES (IX-PERIODE) TO PERIODE-AUX
                       MOVE TPER-ANYMES (IX-PERIODE-2)
                           TO TPER-ANYMES (IX-PERIODE)
                       MOVE PERIODE-AUX TO TPER-ANYMES (IX-PERIODE-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LLEGIR-PERIODE.
           READ PERIODES
           EVALUATE FS-PERIODES
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ANTIGUIT: ERROR LLEGIR PERIODES FS="
                       FS-PERIODES
                   GO TO ANTIGUIT-ABEND
           END-EVALUATE.

       AFEGIR-PERIODE.
           IF NUM-PERIODES < MAX-PERIODES
               ADD 1 TO NUM-PERIODES
               MOVE PER-ANYMES TO TPER-ANYMES (NUM-PERIODES)
           ELSE
               DISPLAY "ANTIGUIT: TAULA DE PERIODES PLENA, PERIODE "
                   PER-ANYMES " IGNORAT"
           END-IF.

      ************************************************************
      * UNA INSTANTANIA ES COMPARA AMB LA QUE LA PRECEDEIX: LA   *
      * PRIMERA NOMES FIXA LES QUANTITATS DE PARTIDA. UNA CLAU   *
      * QUE APAREIX AMB ESTOC DESPRES DE LA PRIMERA ES UNA       *
      * ENTRADA. SI FALTA EL FITXER D'UN MES ES PASSA AL SEGUENT *
      ************************************************************
       TRACTAR-INSTANTANIA.
           MOVE TPER-ANYMES (IX-PERIODE) TO DIN-ANYMES
           PERFORM ULTIM-DIA-MES
           MOVE SPACES TO NOM-INSTANTANIA
           STRING "INDEXAT" DELIMITED BY SIZE
               DIN-ANYMES DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO NOM-INSTANTANIA
           OPEN INPUT INSTANTANIA
           IF FS-INSTANTANIA NOT EQUAL "00"
               DISPLAY "ANTIGUIT: NO ES TROBA " NOM-INSTANTANIA
                   ", ES SALTA"
           ELSE
               ADD 1 TO CNT-INSTANTANIES
               MOVE "N" TO SW-FI-LECTURA
               PERFORM UNTIL FI-LECTURA
                   READ INSTANTANIA
                   AT END SET FI-LECTURA TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-REG-INSTANTANIA
                       MOVE INS-CLAU TO CLAU-CERCADA
                       PERFORM CERCAR-CLAU
                       IF CLAU-TROBADA
                           PERFORM COMPARAR-INSTANTANIA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTANTANIA
               MOVE "N" TO SW-PRIMERA-INST
           END-IF.

       COMPARAR-INSTANTANIA.
           IF TCLA-A-INSTANTANIA (IX-CLA)
               IF INS-CANTIDAD < TCLA-QUANT-INST (IX-CLA)
                   IF DATA-INSTANTANIA > TCLA-ULT-SORTIDA (IX-CLA)
                       MOVE DATA-INSTANTANIA
                           TO TCLA-ULT-SORTIDA (IX-CLA)
                   END-IF
                   PERFORM DATAR-INSTANTANIA
               END-IF
               IF INS-CANTIDAD > TCLA-QUANT-INST (IX-CLA)
                   PERFORM ENTRADA-INSTANTANIA
               END-IF
           ELSE
               IF NOT PRIMERA-INSTANTANIA AND INS-CANTIDAD > ZERO
                   PERFORM ENTRADA-INSTANTANIA
               END-IF
           END-IF
           MOVE INS-CANTIDAD TO TCLA-QUANT-INST (IX-CLA)
           MOVE "S" TO TCLA-SW-INST (IX-CLA).

       ENTRADA-INSTANTANIA.
           IF DATA-INSTANTANIA > TCLA-ULT-ENTRADA (IX-CLA)
               MOVE DATA-INSTANTANIA TO TCLA-ULT-ENTRADA (IX-CLA)
           END-IF
           PERFORM DATAR-INSTANTANIA.

       DATAR-INSTANTANIA.
           IF DATA-INSTANTANIA > TCLA-ULT-MOVIMENT (IX-CLA)
               MOVE DATA-INSTANTANIA TO TCLA-ULT-MOVIMENT (IX-CLA)
           END-IF.

       ULTIM-DIA-MES.
           MOVE DIES-MES (DIN-MES) TO DIN-DIA
           IF DIN-MES EQUAL 2
               DIVIDE DIN-ANY BY 4 GIVING QUOCIENT-ANY
                   REMAINDER RESTA-4
               DIVIDE DIN-ANY BY 100 GIVING QUOCIENT-ANY
                   REMAINDER RESTA-100
               DIVIDE DIN-ANY BY 400 GIVING QUOCIENT-ANY
                   REMAINDER RESTA-400
               IF RESTA-4 EQUAL ZERO
                       AND (RESTA-100 NOT EQUAL ZERO
                           OR RESTA-400 EQUAL ZERO)
                   MOVE 29 TO DIN-DIA
               END-IF
           END-IF.

      ************************************************************
      * DIARI: DATA REAL DE CADA APUNT. UN TRASPAS ES MOVIMENT   *
      * A L'ORIGEN I AL DESTI, PERO NO ES SORTIDA NI ENTRADA     *
      ************************************************************
       TRACTAR-DIARI.
           OPEN INPUT MOVIMENTS
           IF FS-MOVIMENTS NOT EQUAL "00"
               DISPLAY "ANTIGUIT: SENSE MOVIMENTS.TXT, NOMES "
                   "COMPTEN LES INSTANTANIES"
           ELSE
               MOVE "N" TO SW-FI-LECTURA
               PERFORM UNTIL FI-LECTURA
                   READ MOVIMENTS
                   AT END SET FI-LECTURA TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-MOVIMENTS
                       IF MOV-DATA NUMERIC
                           PERFORM APLICAR-MOVIMENT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTS
           END-IF.

       APLICAR-MOVIMENT.
           MOVE MOV-NUMERO TO CCE-NUMERO
           MOVE MOV-MAGATZEM TO CCE-MAGATZEM
           PERFORM CERCAR-CLAU
           IF CLAU-TROBADA
               EVALUATE MOV-TIPUS
                   WHEN "S"
                       IF MOV-DATA > TCLA-ULT-SORTIDA (IX-CLA)
                           MOVE MOV-DATA TO TCLA-ULT-SORTIDA (IX-CLA)
                       END-IF
                   WHEN "E"
                       IF MOV-DATA > TCLA-ULT-ENTRADA (IX-CLA)
                           MOVE MOV-DATA TO TCLA-ULT-ENTRADA (IX-CLA)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM DATAR-MOVIMENT
           END-IF
           IF MOV-TIPUS EQUAL "T"
               MOVE MOV-MAGATZEM-DESTI TO CCE-MAGATZEM
               PERFORM CERCAR-CLAU
               IF CLAU-TROBADA
                   PERFORM DATAR-MOVIMENT
               END-IF
           END-IF.

       DATAR-MOVIMENT.
           IF MOV-DATA > TCLA-ULT-MOVIMENT (IX-CLA)
               MOVE MOV-DATA TO TCLA-ULT-MOVIMENT (IX-CLA)
           END-IF.

       ESCRIURE-CAPCALERA.
           MOVE "======== ANTIGUITAT DE L'ESTOC (ESTOC LENT) ========"
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           STRING "DATA DE L'INFORME: " DELIMITED BY SIZE
               DATA-AVUI DELIMITED BY SIZE
               "   DATA LIMIT ESTOC MORT: " DELIMITED BY SIZE
               DATA-LIMIT DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           IF BASE-COST-MIG
               MOVE "BASE DE VALORACIO: COST MIG PONDERAT"
                   TO INFORME-REG
           ELSE
               MOVE "BASE DE VALORACIO: PREU-UNITAT" TO INFORME-REG
           END-IF
           WRITE INFORME-REG
           WRITE INFORME-REG FROM LINIA-CAPCALERA.

      ************************************************************
      * ANTIGUITAT DES DE LA DARRERA SORTIDA, O DES DE LA        *
      * DARRERA ENTRADA SI NO N'HI HA CAP; SENSE CAP DATA ES     *
      * DARRER TRAM I ES DEIXEN ELS DIES EN BLANC                *
      ************************************************************
       CLASSIFICAR-CLAU.
           ADD 1 TO CNT-AMB-ESTOC
           MOVE ZERO TO DIES-ANTIGUITAT
           IF TCLA-ULT-SORTIDA (IX-CLA) NOT EQUAL SPACES
               MOVE TCLA-ULT-SORTIDA (IX-CLA) TO DC-DATA-RTN
           ELSE
               ADD 1 TO CNT-SENSE-SORTIDA
               MOVE TCLA-ULT-ENTRADA (IX-CLA) TO DC-DATA-RTN
           END-IF
           IF DC-DATA-RTN EQUAL SPACES
               ADD 1 TO CNT-SENSE-MOVIMENT
               MOVE 4 TO IX-TRAM
           ELSE
               PERFORM DATA-A-DIES
               COMPUTE DIES-ANTIGUITAT = DIA-AVUI - DC-DIES-RTN
               IF DIES-ANTIGUITAT < ZERO
                   MOVE ZERO TO DIES-ANTIGUITAT
               END-IF
               EVALUATE TRUE
                   WHEN DIES-ANTIGUITAT NOT > 90
                       MOVE 1 TO IX-TRAM
                   WHEN DIES-ANTIGUITAT NOT > 180
                       MOVE 2 TO IX-TRAM
                   WHEN DIES-ANTIGUITAT NOT > 365
                       MOVE 3 TO IX-TRAM
                   WHEN OTHER
                       MOVE 4 TO IX-TRAM
               END-EVALUATE
           END-IF
           MOVE TCLA-VALOR (IX-CLA) TO VALOR-CLAU
           ADD VALOR-CLAU TO TOT-TRAM (IX-TRAM)
           ADD VALOR-CLAU TO TOT-VALOR-GRAL
           PERFORM ACUMULAR-GRUP
           MOVE TCLA-NUMERO (IX-CLA) TO DET-NUMERO
           MOVE TCLA-MAGATZEM (IX-CLA) TO DET-MAGATZEM
           MOVE TCLA-ID-PRODUCTE (IX-CLA) TO DET-GRUP
           MOVE TCLA-NOMBRE (IX-CLA) TO DET-NOMBRE
           MOVE TCLA-CANTIDAD (IX-CLA) TO DET-CANTIDAD
           MOVE VALOR-CLAU TO DET-VALOR
           MOVE TCLA-ULT-SORTIDA (IX-CLA) TO DET-ULT-SORTIDA
           MOVE TCLA-ULT-ENTRADA (IX-CLA) TO DET-ULT-ENTRADA
           MOVE NOM-TRAM (IX-TRAM) TO DET-TRAM
           IF DC-DATA-RTN EQUAL SPACES
               MOVE ZERO TO DET-DIES
               MOVE "S/MOV" TO DET-TRAM
           ELSE
               IF DIES-ANTIGUITAT > 99999
                   MOVE 99999 TO DET-DIES
               ELSE
                   MOVE DIES-ANTIGUITAT TO DET-DIES
               END-IF
           END-IF
           WRITE INFORME-REG FROM LINIA-DETALL.

       ACUMULAR-GRUP.
           MOVE "N" TO SW-GRP-TROBAT
           PERFORM VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > NUM-GRUPS OR GRUP-TROBAT
               IF TGRP-ID-PRODUCTE (IX-GRP)
                       EQUAL TCLA-ID-PRODUCTE (IX-CLA)
                   SET GRUP-TROBAT TO TRUE
                   SUBTRACT 1 FROM IX-GRP
               END-IF
           END-PERFORM
           IF NOT GRUP-TROBAT
               IF NUM-GRUPS < MAX-GRUPS
                   ADD 1 TO NUM-GRUPS
                   MOVE NUM-GRUPS TO IX-GRP
                   MOVE TCLA-ID-PRODUCTE (IX-CLA)
                       TO TGRP-ID-PRODUCTE (IX-GRP)
                   MOVE ZERO TO TGRP-TRAM (IX-GRP, 1)
                   MOVE ZERO TO TGRP-TRAM (IX-GRP, 2)
                   MOVE ZERO TO TGRP-TRAM (IX-GRP, 3)
                   MOVE ZERO TO TGRP-TRAM (IX-GRP, 4)
                   MOVE ZERO TO TGRP-TOTAL (IX-GRP)
                   SET GRUP-TROBAT TO TRUE
               ELSE
                   IF NOT TAULA-GRUPS-DESBORDADA
                       SET TAULA-GRUPS-DESBORDADA TO TRUE
                       DISPLAY "*** TAULA GRUPS PLENA, GRUP "
                           TCLA-ID-PRODUCTE (IX-CLA)
                           " NO S'ACUMULA ***"
                   END-IF
               END-IF
           END-IF
           IF GRUP-TROBAT
               ADD VALOR-CLAU TO TGRP-TRAM (IX-GRP, IX-TRAM)
               ADD VALOR-CLAU TO TGRP-TOTAL (IX-GRP)
           END-IF.

       ESCRIURE-GRUPS.
           MOVE "------- VALOR PER TRAMS I GRUP ID-PRODUCTE -------"
               TO INFORME-REG
           WRITE INFORME-REG
           WRITE INFORME-REG FROM LINIA-CAPCALERA-GRUP
           MOVE SPACES TO LINIA-GRUP
           PERFORM VARYING IX-GRP FROM 1 BY 1
                   UNTIL IX-GRP > NUM-GRUPS
               MOVE TGRP-ID-PRODUCTE (IX-GRP) TO GRP-ID-PRODUCTE
               PERFORM VARYING IX-TRAM FROM 1 BY 1
                       UNTIL IX-TRAM > 4
                   MOVE TGRP-TRAM (IX-GRP, IX-TRAM)
                       TO GRP-IMPORT (IX-TRAM)
               END-PERFORM
               MOVE TGRP-TOTAL (IX-GRP) TO GRP-IMPORT (5)
               WRITE INFORME-REG FROM LINIA-GRUP
           END-PERFORM
           MOVE "**" TO GRP-ID-PRODUCTE
           PERFORM VARYING IX-TRAM FROM 1 BY 1
                   UNTIL IX-TRAM > 4
               MOVE TOT-TRAM (IX-TRAM) TO GRP-IMPORT (IX-TRAM)
           END-PERFORM
           MOVE TOT-VALOR-GRAL TO GRP-IMPORT (5)
           WRITE INFORME-REG FROM LINIA-GRUP
           IF TAULA-GRUPS-DESBORDADA
               MOVE "*** DESGLOSSAT INCOMPLET, TAULA PLENA ***"
                   TO INFORME-REG
               WRITE INFORME-REG
           END-IF.

      ************************************************************
      * ESTOC MORT: CLAUS AMB ESTOC SENSE CAP MOVIMENT (S, E O   *
      * TRASPAS) DES DE LA DATA LIMIT, O SENSE CAP MOVIMENT      *
      ************************************************************
       ESCRIURE-ESTOC-MORT.
           MOVE SPACES TO INFORME-REG
           STRING "------- ESTOC MORT: SENSE MOVIMENT DES DEL "
               DELIMITED BY SIZE
               DATA-LIMIT DELIMITED BY SIZE
               " -------" DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           WRITE INFORME-REG FROM LINIA-CAPCALERA-MORT
           PERFORM VARYING IX-CLA FROM 1 BY 1
                   UNTIL IX-CLA > NUM-CLAUS
               IF TCLA-CANTIDAD (IX-CLA) > ZERO
                       AND TCLA-ULT-MOVIMENT (IX-CLA) < DATA-LIMIT
                   PERFORM ESCRIURE-MORT
               END-IF
           END-PERFORM
           IF CNT-MORTES EQUAL ZERO
               MOVE "CAP CLAU AMB ESTOC SENSE MOVIMENT" TO INFORME-REG
               WRITE INFORME-REG
           END-IF.

       ESCRIURE-MORT.
           ADD 1 TO CNT-MORTES
           ADD TCLA-VALOR (IX-CLA) TO TOT-VALOR-MORT
           MOVE TCLA-NUMERO (IX-CLA) TO MRT-NUMERO
           MOVE TCLA-MAGATZEM (IX-CLA) TO MRT-MAGATZEM
           MOVE TCLA-ID-PRODUCTE (IX-CLA) TO MRT-GRUP
           MOVE TCLA-NOMBRE (IX-CLA) TO MRT-NOMBRE
           MOVE TCLA-CANTIDAD (IX-CLA) TO MRT-CANTIDAD
           MOVE TCLA-VALOR (IX-CLA) TO MRT-VALOR
           IF TCLA-ULT-MOVIMENT (IX-CLA) EQUAL SPACES
               MOVE "CAP" TO MRT-ULT-MOVIMENT
           ELSE
               MOVE TCLA-ULT-MOVIMENT (IX-CLA) TO MRT-ULT-MOVIMENT
           END-IF
           WRITE INFORME-REG FROM LINIA-MORT.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "CLAUS LLEGIDES" TO TOT-TITOL
           MOVE CNT-CLAUS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS AMB ESTOC" TO TOT-TITOL
           MOVE CNT-AMB-ESTOC TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "INSTANTANIES LLEGIDES" TO TOT-TITOL
           MOVE CNT-INSTANTANIES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "MOVIMENTS LLEGITS" TO TOT-TITOL
           MOVE CNT-MOVIMENTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "ESTOC SENSE CAP SORTIDA" TO TOT-TITOL
           MOVE CNT-SENSE-SORTIDA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "ESTOC SENSE CAP MOVIMENT" TO TOT-TITOL
           MOVE CNT-SENSE-MOVIMENT TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CANDIDATES A BAIXA" TO TOT-TITOL
           MOVE CNT-MORTES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "VALOR DE L'ESTOC" TO TOTI-TITOL
           MOVE TOT-VALOR-GRAL TO TOTI-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL-IMPORT
           MOVE "VALOR DE L'ESTOC MORT" TO TOTI-TITOL
           MOVE TOT-VALOR-MORT TO TOTI-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL-IMPORT
           IF BASE-COST-MIG
               MOVE "CLAUS SENSE COST MIG" TO TOT-TITOL
               MOVE CM-SENSE-COST-RTN TO TOT-VALOR
               WRITE INFORME-REG FROM LINIA-TOTAL
           END-IF.

       COPY DATARTN.

       COPY COSTRTN.

       COPY AUDITRTN.

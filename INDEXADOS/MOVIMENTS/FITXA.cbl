       IDENTIFICATION DIVISION.
       PROGRAM-ID. FITXA.
      ************************************************************
      * FITXA D'ESTOC PER CLAU DES DE L'HISTORIC PERMANENT       *
      * LLEGEIX HISTORIC.TXT (L'ALIMENTEN MOVPOST I BACKORD) PER *
      * A UNA CLAU O UN INTERVAL DE CLAUS I UN INTERVAL DE DATES *
      * I IMPRIMEIX A FITXA.INF, PER CADA CLAU:                  *
      *   - SALDO INICIAL: EL SALDO DESPRES DEL DARRER MOVIMENT  *
      *     ANTERIOR A LA DATA INICIAL, O EL SALDO ABANS DEL     *
      *     PRIMER MOVIMENT SI NO N'HI HA CAP D'ANTERIOR         *
      *   - CADA MOVIMENT DE L'INTERVAL AMB DATA, DOCUMENT,      *
      *     TIPUS, MAGATZEM DE L'ALTRE COSTAT DELS TRASPASSOS,   *
      *     ENTRADA O SORTIDA I SALDO RESULTANT                  *
      *   - SALDO FINAL                                          *
      * EL SALDO DE CADA LINIA ES EL DEL MESTRE DESPRES DE       *
      * L'APUNT. SI LA CANTIDAD ABANS D'UN MOVIMENT NO COINCIDEIX*
      * AMB EL SALDO DE LA LINIA ANTERIOR, LA CANTIDAD ES VA     *
      * CANVIAR FORA DEL DIARI (CARREGA, INVENTARI...) I LA      *
      * LINIA ES MARCA AMB *.                                    *
      * FITXA.PRM (OPCIONAL):                                    *
      *   CLAU DES  NNNNNWW  (WW EN BLANC = TOTS ELS MAGATZEMS)  *
      *   CLAU FINS NNNNNWW  (EN BLANC = EL MATEIX PRODUCTE)     *
      *   DATA DES  AAAAMMDD (EN BLANC = DES DEL PRINCIPI)       *
      *   DATA FINS AAAAMMDD (EN BLANC = AVUI)                   *
      * SENSE FITXA.PRM ES LLISTEN TOTES LES CLAUS DE L'HISTORIC *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXADO
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLAU-INDEXAT
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-IN WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT PARAMETRE
               ASSIGN TO "FITXA.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT INFORME
               ASSIGN TO "FITXA.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY HISTSEL.
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

       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-CLAU-DES.
                10 PARM-NUMERO-DES     PIC X(5).
                10 PARM-MAGATZEM-DES   PIC X(2).
            05 PARM-CLAU-FINS.
                10 PARM-NUMERO-FINS    PIC X(5).
                10 PARM-MAGATZEM-FINS  PIC X(2).
            05 PARM-DATA-DES           PIC X(8).
            05 PARM-DATA-FINS          PIC X(8).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY HISTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-INDEXADO PIC X(2).
           01 FS-PARAMETRE PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 SW-FI-HISTORIC PIC X VALUE "N".
               88 FI-HISTORIC VALUE "S".
           01 SW-MESTRE-OBERT PIC X VALUE "N".
               88 MESTRE-OBERT VALUE "S".
           01 SELECCIO.
               05 CLAU-DES.
                   10 SEL-NUMERO-DES     PIC X(5).
                   10 SEL-MAGATZEM-DES   PIC X(2).
               05 CLAU-FINS.
                   10 SEL-NUMERO-FINS    PIC X(5).
                   10 SEL-MAGATZEM-FINS  PIC X(2).
               05 DATA-DES               PIC X(8).
               05 DATA-FINS              PIC X(8).
           01 CONTROL-FITXA.
               05 CLAU-ACTUAL.
                   10 CAC-NUMERO         PIC 9(5).
                   10 CAC-MAGATZEM       PIC X(2).
               05 SALDO-ACTUAL           PIC 9(7).
               05 SALDO-INICIAL          PIC 9(7).
               05 ENTRADES-FITXA         PIC 9(9).
               05 SORTIDES-FITXA         PIC 9(9).
               05 MOVIMENTS-FITXA        PIC 9(7).
               05 SW-SALDO-CONEGUT       PIC X VALUE "N".
                   88 SALDO-CONEGUT VALUE "S".
           01 COMPTADORS.
               05 CNT-LLEGITS          PIC 9(7) VALUE ZERO.
               05 CNT-CLAUS            PIC 9(7) VALUE ZERO.
               05 CNT-MOVIMENTS        PIC 9(7) VALUE ZERO.
               05 CNT-DIFERENCIES      PIC 9(7) VALUE ZERO.
           01 LINIA-CAPCALERA.
               05 FILLER PIC X(46) VALUE
               "DATA     DOCUMENT   T MG ENTRADA SORTIDA   SAL".
               05 FILLER PIC X(44) VALUE
               "DO PROGRAMA APUNT".
           01 LINIA-DETALL.
               05 DET-DATA             PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-DOCUMENT         PIC X(10).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-TIPUS            PIC X(1).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ALTRE            PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ENTRADA          PIC Z(7).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-SORTIDA          PIC Z(7).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-SALDO            PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-PROGRAMA         PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-DATA-APUNT       PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-MARCA            PIC X(1).
           01 LINIA-SALDO.
               05 SAL-TITOL            PIC X(14).
               05 SAL-DATA             PIC X(8).
               05 SAL-SEPARADOR        PIC X(3).
               05 SAL-SALDO            PIC Z(6)9.
               05 SAL-TEXT             PIC X(12).
               05 SAL-ENTRADES         PIC Z(8)9.
               05 SAL-TEXT-2           PIC X(12).
               05 SAL-SORTIDES         PIC Z(8)9.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY HISTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       FITXA-RTN.
           MOVE "FITXA" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           PERFORM LLEGIR-PARAMETRES

           OPEN INPUT HISTORIC
           IF FS-HISTORIC NOT EQUAL "00"
               DISPLAY "FITXA: ERROR OBRIR HISTORIC FS=" FS-HISTORIC
               GO TO FITXA-ABEND
           END-IF
           OPEN INPUT INDEXADO
           IF FS-INDEXADO EQUAL "00"
               SET MESTRE-OBERT TO TRUE
           ELSE
               DISPLAY "FITXA: SENSE MESTRE, FITXES SENSE NOMBRE"
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "FITXA: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO FITXA-ABEND
           END-IF
           PERFORM ESCRIURE-CAPCALERA

           MOVE CLAU-DES TO HIS-CLAU-INDEXAT
           MOVE LOW-VALUES TO HIS-DATA
           MOVE LOW-VALUES TO HIS-DOCUMENT
           MOVE ZERO TO HIS-SEQUENCIA
           START HISTORIC KEY NOT LESS HIS-CLAU
               INVALID KEY
                   SET FI-HISTORIC TO TRUE
           END-START
           MOVE HIGH-VALUES TO CLAU-ACTUAL
           PERFORM LLEGIR-HISTORIC

       PERFORM UNTIL FI-HISTORIC
           IF HIS-CLAU-INDEXAT NOT EQUAL CLAU-ACTUAL
               IF CLAU-ACTUAL NOT EQUAL HIGH-VALUES
                   PERFORM TANCAR-FITXA
               END-IF
               PERFORM OBRIR-FITXA
           END-IF
           PERFORM TRACTAR-APUNT
           PERFORM LLEGIR-HISTORIC
       END-PERFORM.

           IF CLAU-ACTUAL NOT EQUAL HIGH-VALUES
               PERFORM TANCAR-FITXA
           END-IF
           PERFORM ESCRIURE-TOTALS
           CLOSE HISTORIC, INFORME
           IF MESTRE-OBERT
               CLOSE INDEXADO
           END-IF
           DISPLAY "FITXA: CLAUS AMB FITXA       : " CNT-CLAUS
           DISPLAY "FITXA: MOVIMENTS LLISTATS    : " CNT-MOVIMENTS
           DISPLAY "FITXA: DIFERENCIES DE SALDO  : " CNT-DIFERENCIES
           MOVE "FITXA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-MOVIMENTS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       FITXA-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE HISTORIC, INFORME
           IF MESTRE-OBERT
               CLOSE INDEXADO
           END-IF
           MOVE "FITXA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-MOVIMENTS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * INTERVAL DE CLAUS I DE DATES; EL MAGATZEM EN BLANC OBRE  *
      * L'INTERVAL A TOTS ELS MAGATZEMS DEL PRODUCTE             *
      ************************************************************
       LLEGIR-PARAMETRES.
           MOVE "00000" TO SEL-NUMERO-DES
           MOVE LOW-VALUES TO SEL-MAGATZEM-DES
           MOVE "99999" TO SEL-NUMERO-FINS
           MOVE HIGH-VALUES TO SEL-MAGATZEM-FINS
           MOVE "00000000" TO DATA-DES
           MOVE DATA-AVUI TO DATA-FINS
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE EQUAL "00"
               READ PARAMETRE
               AT END CONTINUE
               NOT AT END
                   PERFORM VALIDAR-PARAMETRES
               END-READ
               CLOSE PARAMETRE
           END-IF.

       VALIDAR-PARAMETRES.
           IF PARM-NUMERO-DES NUMERIC
               MOVE PARM-NUMERO-DES TO SEL-NUMERO-DES
               MOVE PARM-NUMERO-DES TO SEL-NUMERO-FINS
               IF PARM-MAGATZEM-DES NOT EQUAL SPACES
                   MOVE PARM-MAGATZEM-DES TO SEL-MAGATZEM-DES
               END-IF
           END-IF
           IF PARM-NUMERO-FINS NUMERIC
               MOVE PARM-NUMERO-FINS TO SEL-NUMERO-FINS
               IF PARM-MAGATZEM-FINS NOT EQUAL SPACES
                   MOVE PARM-MAGATZEM-FINS TO SEL-MAGATZEM-FINS
               END-IF
           ELSE
               IF PARM-NUMERO-DES NUMERIC
                       AND PARM-MAGATZEM-DES NOT EQUAL SPACES
                   MOVE PARM-MAGATZEM-DES TO SEL-MAGATZEM-FINS
               END-IF
           END-IF
           IF PARM-DATA-DES NUMERIC
               MOVE PARM-DATA-DES TO DATA-DES
           END-IF
           IF PARM-DATA-FINS NUMERIC
               MOVE PARM-DATA-FINS TO DATA-FINS
           END-IF
           IF DATA-FINS < DATA-DES
               DISPLAY "FITXA: DATA FINS ANTERIOR A DATA DES, ES PREN "
                   "FINS AVUI"
               MOVE DATA-AVUI TO DATA-FINS
           END-IF.

       LLEGIR-HISTORIC.
           IF NOT FI-HISTORIC
               READ HISTORIC NEXT
               AT END SET FI-HISTORIC TO TRUE
               NOT AT END
                   IF FS-HISTORIC NOT EQUAL "00"
                       DISPLAY "FITXA: ERROR LLEGIR HISTORIC FS="
                           FS-HISTORIC
                       GO TO FITXA-ABEND
                   END-IF
                   IF HIS-CLAU-INDEXAT > CLAU-FINS
                       SET FI-HISTORIC TO TRUE
                   ELSE
                       ADD 1 TO CNT-LLEGITS
                   END-IF
               END-READ
           END-IF.

       ESCRIURE-CAPCALERA.
           MOVE "=============== FITXA D'ESTOC PER CLAU ==============="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           STRING "MOVIMENTS DEL " DELIMITED BY SIZE
               DATA-DES DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               DATA-FINS DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG.

       OBRIR-FITXA.
           MOVE HIS-CLAU-INDEXAT TO CLAU-ACTUAL
           MOVE ZERO TO SALDO-ACTUAL
           MOVE ZERO TO SALDO-INICIAL
           MOVE ZERO TO ENTRADES-FITXA
           MOVE ZERO TO SORTIDES-FITXA
           MOVE ZERO TO MOVIMENTS-FITXA
           MOVE "N" TO SW-SALDO-CONEGUT.

      ************************************************************
      * ABANS DE L'INTERVAL NOMES ES SEGUEIX EL SALDO; DESPRES,  *
      * EL PRIMER APUNT DONA EL SALDO D'UNA CLAU QUE NO EN TENIA *
      * CAP DE CONEGUT (TOTS ELS SEUS MOVIMENTS SON POSTERIORS)  *
      ************************************************************
       TRACTAR-APUNT.
           EVALUATE TRUE
               WHEN HIS-DATA < DATA-DES
                   MOVE HIS-POSTERIOR TO SALDO-ACTUAL
                   SET SALDO-CONEGUT TO TRUE
               WHEN HIS-DATA NOT > DATA-FINS
                   PERFORM ESCRIURE-APUNT
               WHEN OTHER
                   IF NOT SALDO-CONEGUT
                       MOVE HIS-ANTERIOR TO SALDO-ACTUAL
                       SET SALDO-CONEGUT TO TRUE
                   END-IF
           END-EVALUATE.

       ESCRIURE-APUNT.
           IF MOVIMENTS-FITXA EQUAL ZERO
               IF NOT SALDO-CONEGUT
                   MOVE HIS-ANTERIOR TO SALDO-ACTUAL
                   SET SALDO-CONEGUT TO TRUE
               END-IF
               PERFORM ESCRIURE-OBERTURA
           END-IF
           ADD 1 TO MOVIMENTS-FITXA
           ADD 1 TO CNT-MOVIMENTS
           MOVE HIS-DATA TO DET-DATA
           MOVE HIS-DOCUMENT TO DET-DOCUMENT
           MOVE HIS-TIPUS TO DET-TIPUS
           MOVE HIS-MAGATZEM-ALTRE TO DET-ALTRE
           IF HIS-POSTERIOR < HIS-ANTERIOR
               MOVE ZERO TO DET-ENTRADA
               MOVE HIS-QUANTITAT TO DET-SORTIDA
               ADD HIS-QUANTITAT TO SORTIDES-FITXA
           ELSE
               MOVE HIS-QUANTITAT TO DET-ENTRADA
               MOVE ZERO TO DET-SORTIDA
               ADD HIS-QUANTITAT TO ENTRADES-FITXA
           END-IF
           MOVE HIS-POSTERIOR TO DET-SALDO
           MOVE HIS-PROGRAMA TO DET-PROGRAMA
           MOVE HIS-DATA-APUNT TO DET-DATA-APUNT
           IF HIS-ANTERIOR NOT EQUAL SALDO-ACTUAL
               MOVE "*" TO DET-MARCA
               ADD 1 TO CNT-DIFERENCIES
           ELSE
               MOVE SPACE TO DET-MARCA
           END-IF
           WRITE INFORME-REG FROM LINIA-DETALL
           MOVE HIS-POSTERIOR TO SALDO-ACTUAL.

       ESCRIURE-OBERTURA.
           ADD 1 TO CNT-CLAUS
           MOVE SALDO-ACTUAL TO SALDO-INICIAL
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE CAC-NUMERO TO NUMERO1
           MOVE CAC-MAGATZEM TO MAGATZEM
           MOVE "*** CLAU NO AL MESTRE ***" TO NOMBRE
           IF MESTRE-OBERT
               READ INDEXADO
                   INVALID KEY
                       MOVE "*** CLAU NO AL MESTRE ***" TO NOMBRE
               END-READ
           END-IF
           MOVE SPACES TO INFORME-REG
           STRING "CLAU " DELIMITED BY SIZE
               CAC-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAC-MAGATZEM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NOMBRE DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO LINIA-SALDO
           MOVE "SALDO INICIAL " TO SAL-TITOL
           MOVE DATA-DES TO SAL-DATA
           MOVE " : " TO SAL-SEPARADOR
           MOVE SALDO-INICIAL TO SAL-SALDO
           WRITE INFORME-REG FROM LINIA-SALDO
           WRITE INFORME-REG FROM LINIA-CAPCALERA.

      ************************************************************
      * UNA CLAU SENSE MOVIMENTS A L'INTERVAL PERO AMB SALDO     *
      * CONEGUT TAMBE TE FITXA, AMB SALDO INICIAL I FINAL IGUALS *
      ************************************************************
       TANCAR-FITXA.
           IF MOVIMENTS-FITXA EQUAL ZERO AND SALDO-CONEGUT
               PERFORM ESCRIURE-OBERTURA
               MOVE "SENSE MOVIMENTS A L'INTERVAL" TO INFORME-REG
               WRITE INFORME-REG
           END-IF
           IF MOVIMENTS-FITXA > ZERO OR SALDO-CONEGUT
               MOVE SPACES TO LINIA-SALDO
               MOVE "SALDO FINAL   " TO SAL-TITOL
               MOVE DATA-FINS TO SAL-DATA
               MOVE " : " TO SAL-SEPARADOR
               MOVE SALDO-ACTUAL TO SAL-SALDO
               MOVE "  ENTRADES: " TO SAL-TEXT
               MOVE ENTRADES-FITXA TO SAL-ENTRADES
               MOVE "  SORTIDES: " TO SAL-TEXT-2
               MOVE SORTIDES-FITXA TO SAL-SORTIDES
               WRITE INFORME-REG FROM LINIA-SALDO
           END-IF.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "APUNTS LLEGITS" TO TOT-TITOL
           MOVE CNT-LLEGITS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS AMB FITXA" TO TOT-TITOL
           MOVE CNT-CLAUS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "MOVIMENTS LLISTATS" TO TOT-TITOL
           MOVE CNT-MOVIMENTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "DIFERENCIES DE SALDO (*)" TO TOT-TITOL
           MOVE CNT-DIFERENCIES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY AUDITRTN.

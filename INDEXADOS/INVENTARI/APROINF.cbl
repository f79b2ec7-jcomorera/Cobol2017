       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROINF.
      ************************************************************
      * INFORME DIARI DELS AJUSTOS SOTMESOS A APROVACIO          *
      * LLEGEIX APROVAC.TXT I DEIXA A APROINF.INF:               *
      *   - ELS AJUSTOS DEMANATS O DECIDITS EL DIA DE L'INFORME, *
      *     AMB QUI EL VA DEMANAR, QUI L'HA APROVAT O REBUTJAT I *
      *     EL DOCUMENT AMB QUE S'HA ALLIBERAT CAP A MOVPOST     *
      *   - ELS QUE SEGUEIXEN PENDENTS DE DIES ANTERIORS         *
      * APROINF.PRM (OPCIONAL): DATA AAAAMMDD DE L'INFORME;      *
      * SENSE PARAMETRE, AVUI. RETURN-CODE 4 SI QUEDEN AJUSTOS   *
      * PENDENTS DE DIES ANTERIORS                               *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE
               ASSIGN TO "APROINF.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           COPY APROSEL.
           SELECT INFORME
               ASSIGN TO "APROINF.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-DATA           PIC X(8).

       COPY APROFD.

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-PARAMETRE PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-INFORME PIC X(8).
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 SW-SECCIO PIC X.
               88 SECCIO-DIA VALUE "D".
               88 SECCIO-ANTERIORS VALUE "A".
           01 COMPTADORS.
               05 CNT-LLEGITS          PIC 9(7) VALUE ZERO.
               05 CNT-DEMANATS-DIA     PIC 9(7) VALUE ZERO.
               05 CNT-APROVATS-DIA     PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJATS-DIA    PIC 9(7) VALUE ZERO.
               05 CNT-PENDENTS-DIA     PIC 9(7) VALUE ZERO.
               05 CNT-PENDENTS-ANT     PIC 9(7) VALUE ZERO.
               05 CNT-LINIES           PIC 9(7).
           01 VALOR-APROVAT-DIA PIC 9(13)V99 VALUE ZERO.
           01 LINIA-AJUST.
               05 LAJ-ORIGEN           PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-TIPUS            PIC X(1).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-VALOR            PIC Z(10)9.99.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-SOLICITANT       PIC X(3).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-DATA-SOL         PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-ESTAT            PIC X(9).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-SUPERVISOR       PIC X(3).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-DATA-DECISIO     PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LAJ-DOCUMENT         PIC X(10).
           01 LINIA-CAPCALERA.
               05 FILLER PIC X(47) VALUE
                   "ORIGEN   PROD  MG T   QUANT          VALOR SOL ".
               05 FILLER PIC X(43) VALUE
                   "DEMANAT  ESTAT     SUP DECIDIT  DOCUMENT".
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           01 LINIA-TOTAL-VALOR.
               05 FILLER               PIC X(25)
                   VALUE "VALOR APROVAT".
               05 TOTV-VALOR           PIC Z(12)9.99.
           COPY APROWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       APROINF-RTN.
           MOVE "APROINF" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-INFORME FROM DATE YYYYMMDD
           PERFORM LLEGIR-PARAMETRES

           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "APROINF: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO APROINF-ABEND
           END-IF
           MOVE SPACES TO INFORME-REG
           STRING "===== AJUSTOS SOTMESOS A APROVACIO DEL "
               DELIMITED BY SIZE
               DATA-INFORME DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO INFORME-REG
           END-STRING
           WRITE INFORME-REG

           SET SECCIO-DIA TO TRUE
           MOVE "--- AJUSTOS DEMANATS O DECIDITS EL DIA ---"
               TO INFORME-REG
           WRITE INFORME-REG
           PERFORM RECORRER-APROVACIONS THRU RECORRER-APROVACIONS-EXIT
           SET SECCIO-ANTERIORS TO TRUE
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- PENDENTS DE DIES ANTERIORS ---" TO INFORME-REG
           WRITE INFORME-REG
           PERFORM RECORRER-APROVACIONS THRU RECORRER-APROVACIONS-EXIT

           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME
           DISPLAY "APROINF: AJUSTOS DEMANATS  : " CNT-DEMANATS-DIA
           DISPLAY "APROINF: AJUSTOS APROVATS  : " CNT-APROVATS-DIA
           DISPLAY "APROINF: AJUSTOS REBUTJATS : " CNT-REBUTJATS-DIA
           DISPLAY "APROINF: PENDENTS ANTERIORS: " CNT-PENDENTS-ANT
           MOVE "APROINF" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LLEGITS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-PENDENTS-ANT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       APROINF-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE APROVACIONS, INFORME
           MOVE "APROINF" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-LLEGITS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       LLEGIR-PARAMETRES.
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE EQUAL "00"
               READ PARAMETRE
               AT END CONTINUE
               NOT AT END
                   IF PARM-DATA IS NUMERIC
                       MOVE PARM-DATA TO DATA-INFORME
                   ELSE
                       DISPLAY "APROINF: DATA " PARM-DATA
                           " NO VALIDA, S'AGAFA AVUI"
                   END-IF
               END-READ
               CLOSE PARAMETRE
           END-IF.

      ************************************************************
      * UNA PASSADA PER SECCIO: EL DIA (DEMANAT O DECIDIT A LA   *
      * DATA) O ELS PENDENTS DEMANATS ABANS DE LA DATA           *
      ************************************************************
       RECORRER-APROVACIONS.
           MOVE ZERO TO CNT-LINIES
           OPEN INPUT APROVACIONS
           IF FS-APROVACIONS EQUAL "35"
               MOVE "  SENSE APROVAC.TXT" TO INFORME-REG
               WRITE INFORME-REG
               GO TO RECORRER-APROVACIONS-EXIT
           END-IF
           IF FS-APROVACIONS NOT EQUAL "00"
               DISPLAY "APROINF: ERROR OBRIR APROVAC FS="
                   FS-APROVACIONS
               GO TO APROINF-ABEND
           END-IF
           WRITE INFORME-REG FROM LINIA-CAPCALERA
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               READ APROVACIONS
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   IF SECCIO-DIA
                       ADD 1 TO CNT-LLEGITS
                       PERFORM AVALUAR-DIA
                   ELSE
                       PERFORM AVALUAR-ANTERIOR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE APROVACIONS
           IF CNT-LINIES EQUAL ZERO
               MOVE "  CAP AJUST" TO INFORME-REG
               WRITE INFORME-REG
           END-IF.
       RECORRER-APROVACIONS-EXIT. EXIT.

       AVALUAR-DIA.
           IF APR-DATA-SOL EQUAL DATA-INFORME
               ADD 1 TO CNT-DEMANATS-DIA
               IF APR-PENDENT
                   ADD 1 TO CNT-PENDENTS-DIA
               END-IF
           END-IF
           IF APR-DATA-DECISIO EQUAL DATA-INFORME
               IF APR-APROVAT
                   ADD 1 TO CNT-APROVATS-DIA
                   ADD APR-VALOR TO VALOR-APROVAT-DIA
               END-IF
               IF APR-REBUTJAT
                   ADD 1 TO CNT-REBUTJATS-DIA
               END-IF
           END-IF
           IF APR-DATA-SOL EQUAL DATA-INFORME
                   OR APR-DATA-DECISIO EQUAL DATA-INFORME
               PERFORM ESCRIURE-LINIA-AJUST
           END-IF.

       AVALUAR-ANTERIOR.
           IF APR-PENDENT AND APR-DATA-SOL < DATA-INFORME
               ADD 1 TO CNT-PENDENTS-ANT
               PERFORM ESCRIURE-LINIA-AJUST
           END-IF.

       ESCRIURE-LINIA-AJUST.
           ADD 1 TO CNT-LINIES
           MOVE APR-ORIGEN TO LAJ-ORIGEN
           MOVE APR-NUMERO TO LAJ-NUMERO
           MOVE APR-MAGATZEM TO LAJ-MAGATZEM
           MOVE APR-TIPUS TO LAJ-TIPUS
           MOVE APR-QUANTITAT TO LAJ-QUANTITAT
           MOVE APR-VALOR TO LAJ-VALOR
           MOVE APR-SOLICITANT TO LAJ-SOLICITANT
           MOVE APR-DATA-SOL TO LAJ-DATA-SOL
           EVALUATE TRUE
               WHEN APR-APROVAT
                   MOVE "APROVAT" TO LAJ-ESTAT
               WHEN APR-REBUTJAT
                   MOVE "REBUTJAT" TO LAJ-ESTAT
               WHEN OTHER
                   MOVE "PENDENT" TO LAJ-ESTAT
           END-EVALUATE
           MOVE APR-SUPERVISOR TO LAJ-SUPERVISOR
           MOVE APR-DATA-DECISIO TO LAJ-DATA-DECISIO
           MOVE APR-DOCUMENT-ALLIBERAT TO LAJ-DOCUMENT
           WRITE INFORME-REG FROM LINIA-AJUST.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "DEMANATS EL DIA" TO TOT-TITOL
           MOVE CNT-DEMANATS-DIA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "  ENCARA PENDENTS" TO TOT-TITOL
           MOVE CNT-PENDENTS-DIA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "APROVATS EL DIA" TO TOT-TITOL
           MOVE CNT-APROVATS-DIA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "REBUTJATS EL DIA" TO TOT-TITOL
           MOVE CNT-REBUTJATS-DIA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "PENDENTS ANTERIORS" TO TOT-TITOL
           MOVE CNT-PENDENTS-ANT TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE VALOR-APROVAT-DIA TO TOTV-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL-VALOR.

       COPY APRORTN.

       COPY AUDITRTN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCMES.
      ************************************************************
      * CONCILIACIO DE L'ESTOC ENTRE INSTANTANIES DE PERIODE     *
      * S'EXECUTA DARRERE DE TANCAMES. PER CADA CLAU-INDEXAT     *
      * COMPROVA QUE LA CANTIDAD DE LA INSTANTANIA DEL PERIODE   *
      * (INDEXATAAAAMM.TXT) ES LA DE LA INSTANTANIA DEL MES      *
      * ANTERIOR MES LES ENTRADES, MENYS LES SORTIDES I MES O    *
      * MENYS ELS TRASPASSOS APLICATS AMB DATA DEL PERIODE.      *
      * ELS MOVIMENTS ES PRENEN DE L'HISTORIC HISTORIC.TXT, QUE  *
      * NOMES CONTE ELS APUNTS QUE MOVPOST I BACKORD HAN APLICAT *
      * DE DEBO (ELS REBUTJOS I LES SORTIDES PENDENTS DEL DIARI  *
      * NO HAN TOCAT EL MESTRE). LES TRES ENTRADES ESTAN EN      *
      * ORDRE DE CLAU I ES CREUEN PER APARELLAMENT.              *
      * CADA CLAU QUE NO QUADRA (CANVIS DE CANTIDAD FORA DEL     *
      * DIARI, COM MANTIDX O TST) ES LLISTA A CONCMES.INF AMB    *
      * LA DIFERENCIA NO EXPLICADA EN UNITATS I EN VALOR (BASE   *
      * DE BASEVAL.PRM) I AMB EL TOTAL GENERAL.                  *
      * CONCMES.PRM (OPCIONAL):                                  *
      *   AAAAMM  PERIODE A QUADRAR (SENSE = DARRER PERIODE      *
      *           TANCAT A PERIODE.TXT)                          *
      *   A       (COLUMNA 7) DIFERENCIES JA REVISADES I         *
      *           ACCEPTADES: ES LLISTEN IGUAL PERO EL PAS ACABA *
      *           AMB RC 0                                       *
      * RETURN-CODE 4 SI HI HA DIFERENCIES NO ACCEPTADES O NO    *
      * HI HA INSTANTANIA ANTERIOR AMB QUE QUADRAR, PERQUE LA    *
      * CADENA S'ATURI ABANS D'INTERGL (PAS MARCAT AMB A A       *
      * CADENA.PRM)                                              *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE
               ASSIGN TO "CONCMES.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT PERIODES
               ASSIGN TO "PERIODE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODES.
           SELECT INSTANTANIA-ANT
               ASSIGN TO DYNAMIC NOM-INSTANTANIA-ANT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INSTANTANIA-ANT.
           SELECT INSTANTANIA-ACT
               ASSIGN TO DYNAMIC NOM-INSTANTANIA-ACT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INSTANTANIA-ACT.
           SELECT INFORME
               ASSIGN TO "CONCMES.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY HISTSEL.
           COPY COSTSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-ANYMES         PIC X(6).
            05 PARM-ACCEPTADES     PIC X(1).

       FD PERIODES.
       01 PERIODE-REG.
            05 PER-ANYMES          PIC 9(6).
            05 PER-ESTAT           PIC X(1).

       FD INSTANTANIA-ANT.
       01 INSTANTANIA-ANT-REG.
            05 ANT-CLAU.
                10 ANT-NUMERO      PIC 9(5).
                10 ANT-MAGATZEM    PIC X(2).
            05 ANT-NOMBRE          PIC X(20).
            05 ANT-CANTIDAD        PIC 9(7).
            05 ANT-PREU-UNITAT     PIC 9(4)V99.
            05 ANT-ORDRE           PIC 9(3).
            05 ANT-ID-PRODUCTE     PIC X(2).

       FD INSTANTANIA-ACT.
       01 INSTANTANIA-ACT-REG.
            05 ACT-CLAU.
                10 ACT-NUMERO      PIC 9(5).
                10 ACT-MAGATZEM    PIC X(2).
            05 ACT-NOMBRE          PIC X(20).
            05 ACT-CANTIDAD        PIC 9(7).
            05 ACT-PREU-UNITAT     PIC 9(4)V99.
            05 ACT-ORDRE           PIC 9(3).
            05 ACT-ID-PRODUCTE     PIC X(2).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY HISTFD.

       COPY COSTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-PARAMETRE PIC X(2).
           01 FS-PERIODES PIC X(2).
           01 FS-INSTANTANIA-ANT PIC X(2).
           01 FS-INSTANTANIA-ACT PIC X(2).
           01 FS-INFORME PIC X(2).
           01 NOM-INSTANTANIA-ANT PIC X(18).
           01 NOM-INSTANTANIA-ACT PIC X(18).
           01 PERIODES-QUADRE.
               05 PERIODE-ACTUAL    PIC 9(6) VALUE ZERO.
               05 PERIODE-ANTERIOR.
                   10 ANT-ANY       PIC 9(4).
                   10 ANT-MES       PIC 9(2).
           01 SW-ACCEPTADES PIC X VALUE "N".
               88 DIFERENCIES-ACCEPTADES VALUE "S".
           01 SW-SENSE-ANTERIOR PIC X VALUE "N".
               88 SENSE-INSTANTANIA-ANTERIOR VALUE "S".
           01 SW-HISTORIC-OBERT PIC X VALUE "N".
               88 HISTORIC-LLEGIBLE VALUE "S".
           01 CLAUS-APARELLAMENT.
               05 CLAU-ANT          PIC X(7).
               05 CLAU-ACT          PIC X(7).
               05 CLAU-HIS          PIC X(7).
               05 CLAU-MINIMA.
                   10 MIN-NUMERO    PIC 9(5).
                   10 MIN-MAGATZEM  PIC X(2).
           01 QUADRE-CLAU.
               05 QC-NOMBRE         PIC X(20).
               05 QC-PREU-UNITAT    PIC 9(4)V99.
               05 QC-ANTERIOR       PIC 9(7).
               05 QC-ENTRADES       PIC 9(8).
               05 QC-SORTIDES       PIC 9(8).
               05 QC-TRASPASSOS     PIC S9(8).
               05 QC-ACTUAL         PIC 9(7).
               05 QC-ESPERADA       PIC S9(9).
               05 QC-DIFERENCIA     PIC S9(9).
               05 QC-VALOR          PIC S9(11)V99.
           01 COMPTADORS.
               05 CNT-CLAUS            PIC 9(7) VALUE ZERO.
               05 CNT-QUADRADES        PIC 9(7) VALUE ZERO.
               05 CNT-DIFERENCIES      PIC 9(7) VALUE ZERO.
               05 CNT-APUNTS           PIC 9(7) VALUE ZERO.
               05 CNT-FORA-PERIODE     PIC 9(7) VALUE ZERO.
           01 TOTALS-DIFERENCIA.
               05 TOT-DIF-UNITATS      PIC S9(9) VALUE ZERO.
               05 TOT-DIF-VALOR        PIC S9(11)V99 VALUE ZERO.
           01 LINIA-CAPCALERA.
               05 FILLER PIC X(45) VALUE
               "CLAU     NOMBRE          INICIAL ENTRADA SORT".
               05 FILLER PIC X(45) VALUE
               "IDA  TRASPAS   FINAL DIFEREN.         VALOR".
           01 LINIA-DETALL.
               05 DET-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-NOMBRE           PIC X(15).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ANTERIOR         PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ENTRADES         PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-SORTIDES         PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-TRASPASSOS       PIC -(7)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ACTUAL           PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-DIFERENCIA       PIC -(7)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-VALOR            PIC -(9)9.99.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           01 LINIA-TOTAL-DIFERENCIA.
               05 TDI-TITOL            PIC X(25).
               05 TDI-UNITATS          PIC -(8)9.
               05 FILLER               PIC X(10) VALUE "  VALOR : ".
               05 TDI-VALOR            PIC -(11)9.99.
           COPY HISTWS.
           COPY COSTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       CONCMES-RTN.
           MOVE "CONCMES" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE

           PERFORM LLEGIR-PARAMETRES
           IF PERIODE-ACTUAL EQUAL ZERO
               PERFORM CERCAR-DARRER-TANCAT
           END-IF
           IF PERIODE-ACTUAL EQUAL ZERO
               DISPLAY "CONCMES: CAP PERIODE TANCAT, RES A QUADRAR"
               MOVE "CONCMES" TO AL-PROGRAMA-RTN
               MOVE "FINAL" TO AL-EVENT-RTN
               MOVE ZERO TO AL-COMPTADOR-RTN
               MOVE "00" TO AL-ESTAT-RTN
               PERFORM AUDITLOG-ESCRIURE
               GOBACK
           END-IF
           PERFORM OBRIR-FITXERS
           MOVE "CONCMES" TO CM-PROGRAMA-RTN
           PERFORM COST-INICIAR
           PERFORM ESCRIURE-CAPCALERA

           PERFORM LLEGIR-ANTERIOR
           PERFORM LLEGIR-ACTUAL
           PERFORM LLEGIR-HISTORIC
           PERFORM CALCULAR-CLAU-MINIMA
       PERFORM UNTIL CLAU-MINIMA EQUAL HIGH-VALUES
           PERFORM QUADRAR-CLAU
           PERFORM CALCULAR-CLAU-MINIMA
       END-PERFORM.

           PERFORM ESCRIURE-TOTALS
           PERFORM COST-TANCAR
           CLOSE INSTANTANIA-ACT, INFORME
           IF NOT SENSE-INSTANTANIA-ANTERIOR
               CLOSE INSTANTANIA-ANT
           END-IF
           IF HISTORIC-LLEGIBLE
               CLOSE HISTORIC
           END-IF

           DISPLAY "CONCMES: PERIODE " PERIODE-ACTUAL " CONTRA "
               PERIODE-ANTERIOR
           DISPLAY "CONCMES: CLAUS REVISADES     : " CNT-CLAUS
           DISPLAY "CONCMES: CLAUS AMB DIFERENCIA: " CNT-DIFERENCIES
           DISPLAY "CONCMES: APUNTS DEL PERIODE  : " CNT-APUNTS
           MOVE "CONCMES" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-DIFERENCIES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF SENSE-INSTANTANIA-ANTERIOR
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CNT-DIFERENCIES > ZERO
               IF DIFERENCIES-ACCEPTADES
                   DISPLAY "CONCMES: DIFERENCIES ACCEPTADES A "
                       "CONCMES.PRM"
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       CONCMES-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INSTANTANIA-ANT, INSTANTANIA-ACT, INFORME
           IF HISTORIC-LLEGIBLE
               CLOSE HISTORIC
           END-IF
           PERFORM COST-TANCAR
           MOVE "CONCMES" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-CLAUS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       LLEGIR-PARAMETRES.
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE EQUAL "00"
               READ PARAMETRE
               AT END CONTINUE
               NOT AT END
                   IF PARM-ANYMES NUMERIC
                           AND PARM-ANYMES (5:2) > "00"
                           AND PARM-ANYMES (5:2) < "13"
                       MOVE PARM-ANYMES TO PERIODE-ACTUAL
                   END-IF
                   IF PARM-ACCEPTADES EQUAL "A"
                       SET DIFERENCIES-ACCEPTADES TO TRUE
                   END-IF
               END-READ
               CLOSE PARAMETRE
           END-IF.

      ************************************************************
      * SENSE PERIODE A CONCMES.PRM ES QUADRA EL DARRER PERIODE  *
      * MARCAT T A PERIODE.TXT, EL QUE ACABA DE TANCAR TANCAMES  *
      ************************************************************
       CERCAR-DARRER-TANCAT.
           OPEN INPUT PERIODES
           IF FS-PERIODES EQUAL "00"
               PERFORM LLEGIR-PERIODE
               PERFORM UNTIL FS-PERIODES EQUAL "10"
                   IF PER-ESTAT EQUAL "T"
                           AND PER-ANYMES > PERIODE-ACTUAL
                       MOVE PER-ANYMES TO PERIODE-ACTUAL
                   END-IF
                   PERFORM LLEGIR-PERIODE
               END-PERFORM
               CLOSE PERIODES
           END-IF.

       LLEGIR-PERIODE.
           READ PERIODES
           EVALUATE FS-PERIODES
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CONCMES: ERROR LLEGIR PERIODES FS="
                       FS-PERIODES
                   GO TO CONCMES-ABEND
           END-EVALUATE.

      ************************************************************
      * LA INSTANTANIA DEL PERIODE HI HA DE SER; SENSE LA DEL    *
      * MES ANTERIOR (PRIMER TANCAMENT) TOTES LES CLAUS ES       *
      * QUADREN CONTRA ZERO I EL PAS ACABA AMB AVIS. SENSE       *
      * HISTORIC NO HI HA CAP MOVIMENT APLICAT A COMPTAR         *
      ************************************************************
       OBRIR-FITXERS.
           DIVIDE PERIODE-ACTUAL BY 100 GIVING ANT-ANY
               REMAINDER ANT-MES
           IF ANT-MES EQUAL 1
               SUBTRACT 1 FROM ANT-ANY
               MOVE 12 TO ANT-MES
           ELSE
               SUBTRACT 1 FROM ANT-MES
           END-IF
           MOVE SPACES TO NOM-INSTANTANIA-ACT
           STRING "INDEXAT" DELIMITED BY SIZE
               PERIODE-ACTUAL DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO NOM-INSTANTANIA-ACT
           MOVE SPACES TO NOM-INSTANTANIA-ANT
           STRING "INDEXAT" DELIMITED BY SIZE
               PERIODE-ANTERIOR DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO NOM-INSTANTANIA-ANT
           OPEN INPUT INSTANTANIA-ACT
           IF FS-INSTANTANIA-ACT NOT EQUAL "00"
               DISPLAY "CONCMES: NO ES TROBA " NOM-INSTANTANIA-ACT
                   " FS=" FS-INSTANTANIA-ACT
               GO TO CONCMES-ABEND
           END-IF
           OPEN INPUT INSTANTANIA-ANT
           IF FS-INSTANTANIA-ANT NOT EQUAL "00"
               DISPLAY "CONCMES: NO ES TROBA " NOM-INSTANTANIA-ANT
                   ", ES QUADRA CONTRA ZERO"
               SET SENSE-INSTANTANIA-ANTERIOR TO TRUE
           END-IF
           OPEN INPUT HISTORIC
           EVALUATE FS-HISTORIC
               WHEN "00"
                   SET HISTORIC-LLEGIBLE TO TRUE
               WHEN "35"
                   DISPLAY "CONCMES: SENSE HISTORIC DE MOVIMENTS"
               WHEN OTHER
                   DISPLAY "CONCMES: ERROR OBRIR HISTORIC FS="
                       FS-HISTORIC
                   GO TO CONCMES-ABEND
           END-EVALUATE
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "CONCMES: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO CONCMES-ABEND
           END-IF.

       LLEGIR-ANTERIOR.
           IF SENSE-INSTANTANIA-ANTERIOR
               MOVE HIGH-VALUES TO CLAU-ANT
           ELSE
               READ INSTANTANIA-ANT
               AT END MOVE HIGH-VALUES TO CLAU-ANT
               NOT AT END
                   IF FS-INSTANTANIA-ANT NOT EQUAL "00"
                       DISPLAY "CONCMES: ERROR LLEGIR "
                           NOM-INSTANTANIA-ANT " FS="
                           FS-INSTANTANIA-ANT
                       GO TO CONCMES-ABEND
                   END-IF
                   MOVE ANT-CLAU TO CLAU-ANT
               END-READ
           END-IF.

       LLEGIR-ACTUAL.
           READ INSTANTANIA-ACT
           AT END MOVE HIGH-VALUES TO CLAU-ACT
           NOT AT END
               IF FS-INSTANTANIA-ACT NOT EQUAL "00"
                   DISPLAY "CONCMES: ERROR LLEGIR "
                       NOM-INSTANTANIA-ACT " FS=" FS-INSTANTANIA-ACT
                   GO TO CONCMES-ABEND
               END-IF
               MOVE ACT-CLAU TO CLAU-ACT
           END-READ.

      ************************************************************
      * DE L'HISTORIC NOMES INTERESSEN ELS APUNTS AMB DATA DEL   *
      * PERIODE; LA RESTA ES SALTEN SENSE TRENCAR L'ORDRE        *
      ************************************************************
       LLEGIR-HISTORIC.
           MOVE SPACES TO CLAU-HIS
           PERFORM LLEGIR-APUNT-HISTORIC
               UNTIL CLAU-HIS NOT EQUAL SPACES.

       LLEGIR-APUNT-HISTORIC.
           IF NOT HISTORIC-LLEGIBLE
               MOVE HIGH-VALUES TO CLAU-HIS
           ELSE
               READ HISTORIC NEXT
               AT END MOVE HIGH-VALUES TO CLAU-HIS
               NOT AT END
                   IF FS-HISTORIC NOT EQUAL "00"
                       DISPLAY "CONCMES: ERROR LLEGIR HISTORIC FS="
                           FS-HISTORIC
                       GO TO CONCMES-ABEND
                   END-IF
                   IF HIS-DATA (1:6) EQUAL PERIODE-ACTUAL
                       MOVE HIS-CLAU-INDEXAT TO CLAU-HIS
                   ELSE
                       ADD 1 TO CNT-FORA-PERIODE
                   END-IF
               END-READ
           END-IF.

       CALCULAR-CLAU-MINIMA.
           MOVE CLAU-ANT TO CLAU-MINIMA
           IF CLAU-ACT < CLAU-MINIMA
               MOVE CLAU-ACT TO CLAU-MINIMA
           END-IF
           IF CLAU-HIS < CLAU-MINIMA
               MOVE CLAU-HIS TO CLAU-MINIMA
           END-IF.

      ************************************************************
      * QUADRE D'UNA CLAU: ANTERIOR + ENTRADES - SORTIDES        *
      * +/- TRASPASSOS HA DE DONAR LA CANTIDAD ACTUAL. UN        *
      * TRASPAS SUMA AL DESTI I RESTA A L'ORIGEN, CADA COSTAT    *
      * AMB EL SEU APUNT A L'HISTORIC                            *
      ************************************************************
       QUADRAR-CLAU.
           ADD 1 TO CNT-CLAUS
           MOVE SPACES TO QC-NOMBRE
           MOVE ZERO TO QC-PREU-UNITAT
           MOVE ZERO TO QC-ANTERIOR
           MOVE ZERO TO QC-ENTRADES
           MOVE ZERO TO QC-SORTIDES
           MOVE ZERO TO QC-TRASPASSOS
           MOVE ZERO TO QC-ACTUAL
           IF CLAU-ANT EQUAL CLAU-MINIMA
               MOVE ANT-CANTIDAD TO QC-ANTERIOR
               MOVE ANT-NOMBRE TO QC-NOMBRE
               MOVE ANT-PREU-UNITAT TO QC-PREU-UNITAT
               PERFORM LLEGIR-ANTERIOR
           END-IF
           IF CLAU-ACT EQUAL CLAU-MINIMA
               MOVE ACT-CANTIDAD TO QC-ACTUAL
               MOVE ACT-NOMBRE TO QC-NOMBRE
               MOVE ACT-PREU-UNITAT TO QC-PREU-UNITAT
               PERFORM LLEGIR-ACTUAL
           END-IF
           PERFORM UNTIL CLAU-HIS NOT EQUAL CLAU-MINIMA
               ADD 1 TO CNT-APUNTS
               EVALUATE HIS-TIPUS
                   WHEN "E"
                       ADD HIS-QUANTITAT TO QC-ENTRADES
                   WHEN "S"
                       ADD HIS-QUANTITAT TO QC-SORTIDES
                   WHEN OTHER
                       IF HIS-POSTERIOR < HIS-ANTERIOR
                           SUBTRACT HIS-QUANTITAT FROM QC-TRASPASSOS
                       ELSE
                           ADD HIS-QUANTITAT TO QC-TRASPASSOS
                       END-IF
               END-EVALUATE
               PERFORM LLEGIR-HISTORIC
           END-PERFORM
           COMPUTE QC-ESPERADA = QC-ANTERIOR + QC-ENTRADES
               - QC-SORTIDES + QC-TRASPASSOS
           COMPUTE QC-DIFERENCIA = QC-ACTUAL - QC-ESPERADA
           IF QC-DIFERENCIA EQUAL ZERO
               ADD 1 TO CNT-QUADRADES
           ELSE
               PERFORM ESCRIURE-DIFERENCIA
           END-IF.

       ESCRIURE-DIFERENCIA.
           ADD 1 TO CNT-DIFERENCIES
           MOVE MIN-NUMERO TO CM-NUMERO-RTN
           MOVE MIN-MAGATZEM TO CM-MAGATZEM-RTN
           MOVE QC-PREU-UNITAT TO CM-PREU-RTN
           PERFORM COST-UNITARI
           COMPUTE QC-VALOR ROUNDED =
               QC-DIFERENCIA * CM-UNITARI-RTN
           ADD QC-DIFERENCIA TO TOT-DIF-UNITATS
           ADD QC-VALOR TO TOT-DIF-VALOR
           MOVE MIN-NUMERO TO DET-NUMERO
           MOVE MIN-MAGATZEM TO DET-MAGATZEM
           MOVE QC-NOMBRE TO DET-NOMBRE
           MOVE QC-ANTERIOR TO DET-ANTERIOR
           MOVE QC-ENTRADES TO DET-ENTRADES
           MOVE QC-SORTIDES TO DET-SORTIDES
           MOVE QC-TRASPASSOS TO DET-TRASPASSOS
           MOVE QC-ACTUAL TO DET-ACTUAL
           MOVE QC-DIFERENCIA TO DET-DIFERENCIA
           MOVE QC-VALOR TO DET-VALOR
           WRITE INFORME-REG FROM LINIA-DETALL.

       ESCRIURE-CAPCALERA.
           MOVE "======= CONCILIACIO D'ESTOC ENTRE INSTANTANIES ======="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           STRING "PERIODE " DELIMITED BY SIZE
               PERIODE-ACTUAL DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               NOM-INSTANTANIA-ACT DELIMITED BY SPACE
               ") CONTRA " DELIMITED BY SIZE
               PERIODE-ANTERIOR DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               NOM-INSTANTANIA-ANT DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           IF SENSE-INSTANTANIA-ANTERIOR
               MOVE "SENSE INSTANTANIA ANTERIOR: ES QUADRA CONTRA ZERO"
                   TO INFORME-REG
               WRITE INFORME-REG
           END-IF
           IF BASE-COST-MIG
               MOVE "BASE DE VALORACIO: COST MIG PONDERAT"
                   TO INFORME-REG
           ELSE
               MOVE "BASE DE VALORACIO: PREU-UNITAT" TO INFORME-REG
           END-IF
           WRITE INFORME-REG
           MOVE "CLAUS AMB DIFERENCIA NO EXPLICADA PELS MOVIMENTS:"
               TO INFORME-REG
           WRITE INFORME-REG
           WRITE INFORME-REG FROM LINIA-CAPCALERA.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "CLAUS REVISADES" TO TOT-TITOL
           MOVE CNT-CLAUS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS QUADRADES" TO TOT-TITOL
           MOVE CNT-QUADRADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS AMB DIFERENCIA" TO TOT-TITOL
           MOVE CNT-DIFERENCIES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "APUNTS DEL PERIODE" TO TOT-TITOL
           MOVE CNT-APUNTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "APUNTS D'ALTRES PERIODES" TO TOT-TITOL
           MOVE CNT-FORA-PERIODE TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           IF BASE-COST-MIG
               MOVE "CLAUS SENSE COST MIG" TO TOT-TITOL
               MOVE CM-SENSE-COST-RTN TO TOT-VALOR
               WRITE INFORME-REG FROM LINIA-TOTAL
           END-IF
           MOVE "DIFERENCIA TOTAL UNITATS" TO TDI-TITOL
           MOVE TOT-DIF-UNITATS TO TDI-UNITATS
           MOVE TOT-DIF-VALOR TO TDI-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL-DIFERENCIA
           IF CNT-DIFERENCIES > ZERO AND DIFERENCIES-ACCEPTADES
               MOVE "DIFERENCIES REVISADES I ACCEPTADES (CONCMES.PRM)"
                   TO INFORME-REG
               WRITE INFORME-REG
           END-IF.

       COPY COSTRTN.

       COPY AUDITRTN.

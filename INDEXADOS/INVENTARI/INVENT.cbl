      * QUANTITAT COMPTADA, INICIALS DEL COMPTADOR), EL CREUA    *
      * AMB EL MESTRE PER NUMERO1 I DEIXA A INVENT.INF:          *
      *   - VARIANCES: CANTIDAD EN LLIBRES CONTRA COMPTADA, EN   *
      *     UNITATS I EN VALOR A PREU-UNITAT O A COST MIG        *
      *     PONDERAT SEGONS BASEVAL.PRM                          *
      *   - COMPTATS QUE NO SON AL FITXER                        *
      *   - AL FITXER PERO NO COMPTATS                           *
      * LES VARIANCES ACCEPTADES S'ESCRIUEN A AJUSTOS.TXT EN EL  *
      * FORMAT DEL DIARI DE MOVIMENTS PERQUE MOVPOST LES APLIQUI *
      * PEL CIRCUIT NORMAL. UNA VARIANCA QUE A PREU-UNITAT VAL   *
      * MES QUE EL LIMIT DEL COMPTADOR A OPERADORS.TXT (O AMB    *
      * UN COMPTADOR QUE NO HI ES) NO VA A AJUSTOS.TXT: QUEDA    *
      * PENDENT D'APROVACIO A APROVAC.TXT (APROVA)               *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "INVENT.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY COSTSEL.
           COPY APROSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       01 RECOMPTE-REG.
            05 REC-NUMERO          PIC 9(5).
            05 REC-MAGATZEM        PIC X(2).
            05 REC-QUANTITAT       PIC 9(7).
            05 REC-INICIALS        PIC X(3).

       FD INDEXADO.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
            05 AJU-NUMERO          PIC 9(5).
            05 AJU-MAGATZEM        PIC X(2).
            05 AJU-TIPUS           PIC X(1).
            05 AJU-QUANTITAT       PIC 9(7).
            05 AJU-DOCUMENT        PIC X(10).
            05 AJU-MAGATZEM-DESTI  PIC X(2).
            05 AJU-DATA            PIC X(8).
       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY COSTFD.

       COPY APROFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
               05 CNT-VARIANCES        PIC 9(7) VALUE ZERO.
               05 CNT-NO-FITXER        PIC 9(7) VALUE ZERO.
               05 CNT-NO-COMPTATS      PIC 9(7) VALUE ZERO.
               05 CNT-APROVACIO        PIC 9(7) VALUE ZERO.
           01 CALCUL-VARIANCA.
               05 DIF-UNITATS    PIC S9(8).
               05 DIF-VALOR      PIC S9(11)V99.
               05 VALOR-TOTAL-DIF PIC S9(13)V99 VALUE ZERO.
               05 VALOR-AJUST    PIC 9(11)V99.
           01 LINIA-APROVACIO.
               05 FILLER          PIC X(10) VALUE SPACES.
               05 FILLER          PIC X(33)
                   VALUE "-> PENDENT D'APROVACIO, VALOR A ".
               05 FILLER          PIC X(13) VALUE "PREU-UNITAT=".
               05 LAP-VALOR       PIC Z(10)9.99.
               05 FILLER          PIC X(7) VALUE " LIMIT=".
               05 LAP-LIMIT       PIC Z(6)9.99.
           01 NUM-RECOMPTES PIC 9(3) VALUE ZERO.
           01 TAULA-RECOMPTES.
               05 RECOMPTE-ENTRY OCCURS 500 TIMES.
                   10 TREC-NUMERO      PIC 9(5).
                   10 TREC-MAGATZEM    PIC X(2).
                   10 TREC-QUANTITAT   PIC 9(7).
                   10 TREC-INICIALS    PIC X(3).
                   10 TREC-USAT        PIC X(1).
           01 CONTROL-RECOMPTES.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 VAR-MAGATZEM    PIC X(2).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 VAR-NOMBRE      PIC X(16).
               05 FILLER          PIC X(6) VALUE " LLIB=".
               05 VAR-LLIBRES     PIC Z(6)9.
               05 FILLER          PIC X(7) VALUE " COMPT=".
               05 VAR-COMPTAT     PIC Z(6)9.
               05 FILLER          PIC X(5) VALUE " DIF=".
               05 VAR-DIF         PIC -(7)9.
               05 FILLER          PIC X(7) VALUE " VALOR=".
               05 VAR-VALOR       PIC -(9)9.99.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 VAR-INICIALS    PIC X(3).
           01 LINIA-NO-FITXER.
               05 NOF-NUMERO      PIC 9(5).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 NOF-MAGATZEM    PIC X(2).
               05 FILLER          PIC X(9) VALUE " COMPTAT=".
               05 NOF-COMPTAT     PIC Z(6)9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 NOF-INICIALS    PIC X(3).
               05 FILLER          PIC X(25)
               05 FILLER          PIC X(1) VALUE SPACE.
               05 NOC-NOMBRE      PIC X(20).
               05 FILLER          PIC X(9) VALUE " LLIBRES=".
               05 NOC-LLIBRES     PIC Z(6)9.
               05 FILLER          PIC X(13)
                   VALUE " NO COMPTAT".
           01 LINIA-TOTAL.
           01 LINIA-TOTAL-VALOR.
               05 FILLER          PIC X(28)
                   VALUE "VALOR TOTAL DE LES DIFS     ".
               05 TOTV-VALOR      PIC -(12)9.99.
           COPY COSTWS.
           COPY APROWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD

           PERFORM CARREGAR-RECOMPTES
           MOVE "INVENT" TO CM-PROGRAMA-RTN
           PERFORM COST-INICIAR
           MOVE "INVENT" TO AP-PROGRAMA-RTN
           PERFORM OPERADORS-CARREGAR THRU OPERADORS-CARREGAR-EXIT
           IF NOT OPERADORS-EXISTEIX
               DISPLAY "INVENT: TOTES LES VARIANCES QUEDARAN PENDENTS"
                   " D'APROVACIO"
           END-IF

           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
           MOVE "===== RECONCILIACIO INVENTARI FISIC ====="
               TO INFORME-REG
           WRITE INFORME-REG
           IF BASE-COST-MIG
               MOVE "VALOR DE LES VARIANCES A COST MIG PONDERAT"
                   TO INFORME-REG
           ELSE
               MOVE "VALOR DE LES VARIANCES A PREU-UNITAT"
                   TO INFORME-REG
           END-IF
           WRITE INFORME-REG
           MOVE "--- VARIANCES I QUADRATS ---" TO INFORME-REG
           WRITE INFORME-REG

           PERFORM SECCIO-NO-FITXER
           PERFORM ESCRIURE-TOTALS
           CLOSE INDEXADO, AJUSTOS, INFORME
           PERFORM COST-TANCAR
           PERFORM APROVACIO-TANCAR THRU APROVACIO-TANCAR-EXIT
           DISPLAY "INVENT: COMPTATS           : " CNT-COMPTATS
           DISPLAY "INVENT: QUADRATS           : " CNT-QUADRATS
           DISPLAY "INVENT: VARIANCES          : " CNT-VARIANCES
           DISPLAY "INVENT: COMPTATS NO FITXER : " CNT-NO-FITXER
           DISPLAY "INVENT: NO COMPTATS        : " CNT-NO-COMPTATS
           DISPLAY "INVENT: PENDENTS APROVACIO : " CNT-APROVACIO
           MOVE "INVENT" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-COMPTATS TO AL-COMPTADOR-RTN
       INVENT-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE RECOMPTE, INDEXADO, AJUSTOS, INFORME
           PERFORM COST-TANCAR
           PERFORM APROVACIO-TANCAR THRU APROVACIO-TANCAR-EXIT
           MOVE "INVENT" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-COMPTATS TO AL-COMPTADOR-RTN
               ADD 1 TO CNT-QUADRATS
           ELSE
               ADD 1 TO CNT-VARIANCES
               MOVE NUMERO1 TO CM-NUMERO-RTN
               MOVE MAGATZEM TO CM-MAGATZEM-RTN
               MOVE PREU-UNITAT TO CM-PREU-RTN
               PERFORM COST-UNITARI
               COMPUTE DIF-VALOR ROUNDED = DIF-UNITATS
                   * CM-UNITARI-RTN
               ADD DIF-VALOR TO VALOR-TOTAL-DIF
               MOVE NUMERO1 TO VAR-NUMERO
               MOVE MAGATZEM TO VAR-MAGATZEM
               MOVE DIF-VALOR TO VAR-VALOR
               MOVE TREC-INICIALS (IX-REC) TO VAR-INICIALS
               WRITE INFORME-REG FROM LINIA-VARIANCA
               IF DIF-UNITATS < ZERO
                   COMPUTE VALOR-AJUST =
                       (ZERO - DIF-UNITATS) * PREU-UNITAT
               ELSE
                   COMPUTE VALOR-AJUST = DIF-UNITATS * PREU-UNITAT
               END-IF
               MOVE TREC-INICIALS (IX-REC) TO AP-INICIALS-RTN
               PERFORM OPERADOR-CERCAR THRU OPERADOR-CERCAR-EXIT
               IF VALOR-AJUST > AP-LIMIT-RTN
                   PERFORM ESCRIURE-APROVACIO
               ELSE
                   PERFORM ESCRIURE-AJUST
               END-IF
           END-IF.

      ************************************************************
           MOVE SPACES TO AJU-CADUCITAT
           WRITE AJUST-REG.

      ************************************************************
      * VARIANCA PER SOBRE DEL LIMIT DEL COMPTADOR: EL MATEIX    *
      * MOVIMENT VA A APROVAC.TXT EN LLOC D'AJUSTOS.TXT I NOMES  *
      * ARRIBARA A MOVPOST SI UN SUPERVISOR L'APROVA             *
      ************************************************************
       ESCRIURE-APROVACIO.
           MOVE "INVENT" TO APR-ORIGEN
           MOVE TREC-INICIALS (IX-REC) TO APR-SOLICITANT
           MOVE DATA-AVUI TO APR-DATA-SOL
           ACCEPT APR-HORA-SOL FROM TIME
           MOVE NUMERO1 TO APR-NUMERO
           MOVE MAGATZEM TO APR-MAGATZEM
           MOVE SPACES TO APR-MAGATZEM-DESTI
           IF DIF-UNITATS > ZERO
               MOVE "E" TO APR-TIPUS
               MOVE DIF-UNITATS TO APR-QUANTITAT
           ELSE
               MOVE "S" TO APR-TIPUS
               COMPUTE APR-QUANTITAT = ZERO - DIF-UNITATS
           END-IF
           MOVE SPACES TO APR-DOCUMENT
           STRING "REC" DELIMITED BY SIZE
               TREC-INICIALS (IX-REC) DELIMITED BY SIZE
               INTO APR-DOCUMENT
           MOVE DATA-AVUI TO APR-DATA
           MOVE SPACES TO APR-CADUCITAT
           MOVE PREU-UNITAT TO APR-PREU
           MOVE VALOR-AJUST TO APR-VALOR
           MOVE AP-LIMIT-RTN TO APR-LIMIT
           PERFORM APROVACIO-ANOTAR THRU APROVACIO-ANOTAR-EXIT
           IF NOT APROVACIO-ANOTADA
               DISPLAY "INVENT: NO ES POT DEIXAR PENDENT D'APROVACIO "
                   NUMERO1 " " MAGATZEM
               GO TO INVENT-ABEND
           END-IF
           ADD 1 TO CNT-APROVACIO
           MOVE VALOR-AJUST TO LAP-VALOR
           MOVE AP-LIMIT-RTN TO LAP-LIMIT
           WRITE INFORME-REG FROM LINIA-APROVACIO.

       SECCIO-NO-FITXER.
           MOVE "--- COMPTATS QUE NO SON AL MESTRE ---"
               TO INFORME-REG
           MOVE "AL MESTRE NO COMPTATS" TO TOT-TITOL
           MOVE CNT-NO-COMPTATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "PENDENTS D'APROVACIO" TO TOT-TITOL
           MOVE CNT-APROVACIO TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           IF BASE-COST-MIG
               MOVE "VARIANCES SENSE COST MIG" TO TOT-TITOL
               MOVE CM-SENSE-COST-RTN TO TOT-VALOR
               WRITE INFORME-REG FROM LINIA-TOTAL
           END-IF
           MOVE VALOR-TOTAL-DIF TO TOTV-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL-VALOR.

       COPY COSTRTN.

       COPY APRORTN.

       COPY AUDITRTN.

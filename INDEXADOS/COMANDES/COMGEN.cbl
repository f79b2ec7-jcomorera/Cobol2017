      * REGISTRES DE COMANDA A COMANDES.TXT:                     *
      *   NUMERO DE COMANDA (SEQUENCIA COMSEQ.CKP), PROVEIDOR    *
      *   DEL GRUP SEGONS PROVEIDORS.TXT, NUMERO1/MAGATZEM I     *
      *   QUANTITAT PER TORNAR L'ESTOC DISPONIBLE AL MINIM I     *
      *   COST UNITARI PACTAT: EL DE LA TARIFA DEL PROVEIDOR     *
      *   (TARIFES.TXT: PROVEIDOR, CLAU I COST); SENSE TARIFA,   *
      *   EL COST MIG VIGENT DE COSTMIG.TXT; SENSE CAP DELS DOS  *
      *   LA COMANDA SURT A COST ZERO AMB AVIS I COMREC NO EN    *
      *   TOCARA EL COST MIG.                                    *
      * L'ESTOC DISPONIBLE ES, COM A VALORA, LA CANTIDAD MENYS   *
      * LA QUANTITAT RESERVADA A COMANDES DE CLIENT I NO         *
      * EXPEDIDA (RESERVES.TXT): L'ESTOC RESERVAT NO EVITA LA    *
      * COMANDA DE REPOSICIO                                     *
      * EL MINIM ES EL PROPI DE LA CLAU A NIVCLAU.TXT (QUE       *
      * MANTE NIVMANT A PARTIR DE LES RECOMANACIONS DE REPOSIC)  *
      * SI EN TE, I SINO EL DEL GRUP ID-PRODUCTE A NIVELLS.TXT;  *
      * AMB MINIM PROPI ES DEMANA COM A MINIM LA QUANTITAT DE    *
      * NIVCLAU.TXT                                              *
      * NO ES GENERA COMANDA NOVA PER UNA CLAU QUE JA EN TE UNA  *
      * D'OBERTA. INFORME DE GENERADES I AVISOS A COMGEN.INF     *
      ************************************************************
               ASSIGN TO "NIVELLS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NIVELLS.
           SELECT NIVELLS-CLAU
               ASSIGN TO "NIVCLAU.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS NVC-CLAU
                   FILE STATUS IS FS-NIVELLS-CLAU.
           SELECT PROVEIDORS
               ASSIGN TO "PROVEIDORS.TXT"
                   ACCESS MODE IS SEQUENTIAL
               ASSIGN TO "COMSEQ.CKP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SEQUENCIA.
           SELECT TARIFES
               ASSIGN TO "TARIFES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TARIFES.
           COPY COSTSEL.
           SELECT INFORME
               ASSIGN TO "COMGEN.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
       FD NIVELLS.
       01 NIVELL-REG.
            05 NIV-ID-PRODUCTE     PIC X(2).
            05 NIV-MINIM           PIC 9(7).

       FD NIVELLS-CLAU.
       01 NIVELL-CLAU-REG.
            05 NVC-CLAU.
                10 NVC-NUMERO      PIC 9(5).
                10 NVC-MAGATZEM    PIC X(2).
            05 NVC-MINIM           PIC 9(7).
            05 NVC-QUANTITAT       PIC 9(7).

       FD PROVEIDORS.
       01 PROVEIDOR-REG.
            05 COM-PROVEIDOR       PIC X(5).
            05 COM-PRODUCTE        PIC 9(5).
            05 COM-MAGATZEM        PIC X(2).
            05 COM-QUANTITAT       PIC 9(7).
            05 COM-DATA            PIC X(8).
            05 COM-ESTAT           PIC X(1).
            05 COM-COST-UNITARI    PIC 9(4)V99.
            05 COM-DATA-RECEPCIO   PIC X(8).
            05 COM-QUANTITAT-REBUDA PIC 9(7).

       FD RESERVES.
       01 RESERVA-REG.
            05 RES-NUMERO          PIC 9(5).
            05 RES-MAGATZEM        PIC X(2).
            05 RES-QUANTITAT       PIC 9(7).

       FD SEQUENCIA.
       01 SEQUENCIA-REG.
            05 SEQ-NUMERO          PIC 9(5).

       FD TARIFES.
       01 TARIFA-REG.
            05 TAR-PROVEIDOR       PIC X(5).
            05 TAR-PRODUCTE        PIC 9(5).
            05 TAR-MAGATZEM        PIC X(2).
            05 TAR-COST            PIC 9(4)V99.

       COPY COSTFD.

       FD INFORME.
       01 INFORME-REG              PIC X(90).

           01 FIN-FICHERO PIC X(5) VALUE "FALSE".
           01 FS-INDEXADO PIC X(2).
           01 FS-NIVELLS PIC X(2).
           01 FS-NIVELLS-CLAU PIC X(2).
           01 FS-PROVEIDORS PIC X(2).
           01 FS-COMANDES PIC X(2).
           01 FS-RESERVES PIC X(2).
           01 FS-SEQUENCIA PIC X(2).
           01 FS-TARIFES PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 NUMERO-SEQUENCIA PIC 9(5) VALUE 1.
               05 CNT-GENERADES        PIC 9(7) VALUE ZERO.
               05 CNT-JA-OBERTES       PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-PROVEIDOR  PIC 9(7) VALUE ZERO.
               05 CNT-A-COST-MIG       PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-COST       PIC 9(7) VALUE ZERO.
               05 CNT-MINIM-CLAU       PIC 9(7) VALUE ZERO.
           01 TAULA-NIVELLS.
               05 NIVELL-ENTRY OCCURS 100 TIMES.
                   10 TNIV-ID-PRODUCTE PIC X(2).
                   10 TNIV-MINIM       PIC 9(7).
           01 CONTROL-NIVELLS.
               05 NUM-NIVELLS    PIC 9(3) VALUE ZERO.
               05 MAX-NIVELLS    PIC 9(3) VALUE 100.
               05 IX-NIVELL      PIC 9(3).
               05 SW-NIVELL-TROBAT PIC X VALUE "N".
                   88 NIVELL-TROBAT VALUE "S".
               05 MINIM-ACTUAL   PIC 9(7).
               05 QUANTITAT-MINIMA PIC 9(7).
               05 SW-MINIM-PROPI PIC X VALUE "N".
                   88 MINIM-PROPI VALUE "S".
               05 SW-NIVCLAU-OBERT PIC X VALUE "N".
                   88 NIVCLAU-OBERT VALUE "S".
           01 NUM-RESERVES PIC 9(3) VALUE ZERO.
           01 TAULA-RESERVES.
               05 RESERVA-ENTRY OCCURS 200 TIMES.
                   10 TRES-NUMERO      PIC 9(5).
                   10 TRES-MAGATZEM    PIC X(2).
                   10 TRES-QUANTITAT   PIC 9(8).
           01 CONTROL-RESERVES.
               05 MAX-RESERVES   PIC 9(3) VALUE 200.
               05 IX-RES         PIC 9(3).
               05 SW-RES-TROBADA PIC X VALUE "N".
                   88 RESERVA-TROBADA VALUE "S".
               05 QUANTITAT-RESERVADA PIC 9(8).
               05 DISPONIBLE     PIC S9(8).
           01 TAULA-PROVEIDORS.
               05 PROVEIDOR-ENTRY OCCURS 100 TIMES.
                   10 TPRV-CODI        PIC X(5).
               05 SW-PROV-TROBAT PIC X VALUE "N".
                   88 PROVEIDOR-TROBAT VALUE "S".
               05 PROVEIDOR-ACTUAL PIC X(5).
           01 NUM-TARIFES PIC 9(4) VALUE ZERO.
           01 TAULA-TARIFES.
               05 TARIFA-ENTRY OCCURS 1000 TIMES.
                   10 TTAR-PROVEIDOR   PIC X(5).
                   10 TTAR-PRODUCTE    PIC 9(5).
                   10 TTAR-MAGATZEM    PIC X(2).
                   10 TTAR-COST        PIC 9(4)V99.
           01 CONTROL-TARIFES.
               05 MAX-TARIFES    PIC 9(4) VALUE 1000.
               05 IX-TAR         PIC 9(4).
               05 SW-TAR-TROBADA PIC X VALUE "N".
                   88 TARIFA-TROBADA VALUE "S".
               05 COST-ACTUAL    PIC 9(4)V99.
           01 TAULA-OBERTES.
               05 OBERTA-ENTRY OCCURS 200 TIMES.
                   10 TOBE-PRODUCTE    PIC 9(5).
                   88 OBERTA-TROBADA VALUE "S".
               05 SW-OBERTES-PLENA PIC X VALUE "N".
                   88 TAULA-OBERTES-DESBORDADA VALUE "S".
           01 QUANTITAT-COMANDA PIC S9(8).
           01 LINIA-COMANDA.
               05 LCO-NUMERO           PIC 9(5).
               05 FILLER               PIC X(6) VALUE " PROV=".
               05 LCO-PRODUCTE         PIC 9(5).
               05 LCO-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(11) VALUE " QUANTITAT=".
               05 LCO-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(6) VALUE " COST=".
               05 LCO-COST             PIC ZZZ9.99.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-NOTA             PIC X(25).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY COSTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
           PERFORM CARREGAR-RESERVES
           PERFORM CARREGAR-PROVEIDORS
           PERFORM CARREGAR-COMANDES-OBERTES
           PERFORM CARREGAR-TARIFES
           PERFORM LLEGIR-SEQUENCIA
           OPEN INPUT COSTMIG
           IF FS-COSTMIG EQUAL "00"
               SET COSTMIG-OBERT TO TRUE
           END-IF
           OPEN INPUT NIVELLS-CLAU
           IF FS-NIVELLS-CLAU EQUAL "00"
               SET NIVCLAU-OBERT TO TRUE
           END-IF

           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
           PERFORM ACTUALITZAR-SEQUENCIA
           PERFORM ESCRIURE-TOTALS
           CLOSE INDEXADO, COMANDES, INFORME
           PERFORM COST-TANCAR
           IF NIVCLAU-OBERT
               CLOSE NIVELLS-CLAU
           END-IF
           DISPLAY "COMGEN: REGISTRES LLEGITS    : " CNT-LLEGITS
           DISPLAY "COMGEN: COMANDES GENERADES   : " CNT-GENERADES
           DISPLAY "COMGEN: CLAUS JA EN COMANDA  : " CNT-JA-OBERTES
           DISPLAY "COMGEN: GRUPS SENSE PROVEIDOR: "
               CNT-SENSE-PROVEIDOR
           DISPLAY "COMGEN: COMANDES SENSE COST  : " CNT-SENSE-COST
           DISPLAY "COMGEN: AMB MINIM PROPI      : " CNT-MINIM-CLAU
           MOVE "COMGEN" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-GENERADES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-SENSE-PROVEIDOR > ZERO
                   OR CNT-SENSE-COST > ZERO
                   OR TAULA-OBERTES-DESBORDADA
               MOVE 4 TO RETURN-CODE
           END-IF
       COMGEN-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, COMANDES, INFORME
           PERFORM COST-TANCAR
           IF NIVCLAU-OBERT
               CLOSE NIVELLS-CLAU
           END-IF
           MOVE "COMGEN" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-GENERADES TO AL-COMPTADOR-RTN
                   GO TO COMGEN-ABEND
           END-EVALUATE.

      ************************************************************
      * TARIFES.TXT: COST PACTAT PER PROVEIDOR I CLAU. SENSE     *
      * FITXER TOTES LES COMANDES VAN A COST MIG O SENSE COST    *
      ************************************************************
       CARREGAR-TARIFES.
           OPEN INPUT TARIFES
           IF FS-TARIFES NOT EQUAL "00"
               DISPLAY "COMGEN: SENSE TARIFES.TXT, COMANDES A COST"
                   " MIG"
           ELSE
               PERFORM LLEGIR-TARIFA
               PERFORM UNTIL FS-TARIFES EQUAL "10"
                   IF NUM-TARIFES < MAX-TARIFES
                       ADD 1 TO NUM-TARIFES
                       MOVE TAR-PROVEIDOR
                           TO TTAR-PROVEIDOR (NUM-TARIFES)
                       MOVE TAR-PRODUCTE TO TTAR-PRODUCTE (NUM-TARIFES)
                       MOVE TAR-MAGATZEM TO TTAR-MAGATZEM (NUM-TARIFES)
                       MOVE TAR-COST TO TTAR-COST (NUM-TARIFES)
                   ELSE
                       DISPLAY "COMGEN: TAULA DE TARIFES PLENA,"
                           " ENTRADA " TAR-PROVEIDOR " IGNORADA"
                   END-IF
                   PERFORM LLEGIR-TARIFA
               END-PERFORM
               CLOSE TARIFES
           END-IF.

       LLEGIR-TARIFA.
           READ TARIFES
           EVALUATE FS-TARIFES
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "COMGEN: ERROR LLEGIR TARIFES FS="
                       FS-TARIFES
                   GO TO COMGEN-ABEND
           END-EVALUATE.

       LLEGIR-SEQUENCIA.
           OPEN INPUT SEQUENCIA
           IF FS-SEQUENCIA EQUAL "00"
               END-IF
           END-IF.

      ************************************************************
      * PRIMER EL MINIM PROPI DE LA CLAU; SENSE, EL DEL GRUP     *
      ************************************************************
       CERCAR-NIVELL.
           MOVE "N" TO SW-NIVELL-TROBAT
           MOVE ZERO TO QUANTITAT-MINIMA
           MOVE "N" TO SW-MINIM-PROPI
           IF NIVCLAU-OBERT
               MOVE CLAU-INDEXAT TO NVC-CLAU
               READ NIVELLS-CLAU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET NIVELL-TROBAT TO TRUE
                       SET MINIM-PROPI TO TRUE
                       MOVE NVC-MINIM TO MINIM-ACTUAL
                       MOVE NVC-QUANTITAT TO QUANTITAT-MINIMA
               END-READ
           END-IF
           PERFORM VARYING IX-NIVELL FROM 1 BY 1
               UNTIL IX-NIVELL > NUM-NIVELLS OR NIVELL-TROBAT
               IF TNIV-ID-PRODUCTE (IX-NIVELL) EQUAL ID-PRODUCTE
      ************************************************************
       GENERAR-COMANDA.
           COMPUTE QUANTITAT-COMANDA = MINIM-ACTUAL - DISPONIBLE
           IF MINIM-PROPI
               ADD 1 TO CNT-MINIM-CLAU
               IF QUANTITAT-COMANDA < QUANTITAT-MINIMA
                   MOVE QUANTITAT-MINIMA TO QUANTITAT-COMANDA
               END-IF
           END-IF
           PERFORM CERCAR-PROVEIDOR-GRUP
           MOVE NUMERO-SEQUENCIA TO COM-NUMERO
           MOVE PROVEIDOR-ACTUAL TO COM-PROVEIDOR
           MOVE QUANTITAT-COMANDA TO COM-QUANTITAT
           MOVE DATA-AVUI TO COM-DATA
           MOVE "O" TO COM-ESTAT
           PERFORM CERCAR-COST-PACTAT
           MOVE COST-ACTUAL TO COM-COST-UNITARI
           MOVE SPACES TO COM-DATA-RECEPCIO
           MOVE ZERO TO COM-QUANTITAT-REBUDA
           WRITE COMANDA-REG
           ADD 1 TO CNT-GENERADES
           MOVE COM-NUMERO TO LCO-NUMERO
           MOVE COM-PRODUCTE TO LCO-PRODUCTE
           MOVE COM-MAGATZEM TO LCO-MAGATZEM
           MOVE COM-QUANTITAT TO LCO-QUANTITAT
           MOVE COM-COST-UNITARI TO LCO-COST
           MOVE SPACES TO LCO-NOTA
           IF NOT TARIFA-TROBADA
               IF COST-ACTUAL EQUAL ZERO
                   ADD 1 TO CNT-SENSE-COST
                   MOVE "*** SENSE COST PACTAT ***" TO LCO-NOTA
               ELSE
                   ADD 1 TO CNT-A-COST-MIG
                   MOVE "COST MIG, SENSE TARIFA" TO LCO-NOTA
               END-IF
           END-IF
           IF NOT PROVEIDOR-TROBAT
               ADD 1 TO CNT-SENSE-PROVEIDOR
               MOVE "*** SENSE PROVEIDOR ***" TO LCO-NOTA
           END-IF
               END-PERFORM
           END-PERFORM.

      ************************************************************
      * COST PACTAT: TARIFA DEL PROVEIDOR PER A LA CLAU; SI NO   *
      * N'HI HA, COST MIG VIGENT (ARRODONIT A CENTIMS); SI NO,   *
      * ZERO                                                     *
      ************************************************************
       CERCAR-COST-PACTAT.
           MOVE "N" TO SW-TAR-TROBADA
           MOVE ZERO TO COST-ACTUAL
           PERFORM VARYING IX-TAR FROM 1 BY 1
               UNTIL IX-TAR > NUM-TARIFES OR TARIFA-TROBADA
               IF TTAR-PROVEIDOR (IX-TAR) EQUAL PROVEIDOR-ACTUAL
                       AND TTAR-PRODUCTE (IX-TAR) EQUAL NUMERO1
                       AND TTAR-MAGATZEM (IX-TAR) EQUAL MAGATZEM
                   SET TARIFA-TROBADA TO TRUE
                   MOVE TTAR-COST (IX-TAR) TO COST-ACTUAL
               END-IF
           END-PERFORM
           IF NOT TARIFA-TROBADA AND COSTMIG-OBERT
               MOVE NUMERO1 TO CST-NUMERO
               MOVE MAGATZEM TO CST-MAGATZEM
               READ COSTMIG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE COST-ACTUAL ROUNDED = CST-COST-MIG
               END-READ
           END-IF.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "GRUPS SENSE PROVEIDOR" TO TOT-TITOL
           MOVE CNT-SENSE-PROVEIDOR TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "COMANDES A COST MIG" TO TOT-TITOL
           MOVE CNT-A-COST-MIG TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "COMANDES SENSE COST" TO TOT-TITOL
           MOVE CNT-SENSE-COST TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "COMANDES AMB MINIM PROPI" TO TOT-TITOL
           MOVE CNT-MINIM-CLAU TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY COSTRTN.

       COPY AUDITRTN.

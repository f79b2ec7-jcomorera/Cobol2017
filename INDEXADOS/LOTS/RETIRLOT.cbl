       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIRLOT.
      ************************************************************
      * TRACA D'UN LOT PER A UNA RETIRADA DE PRODUCTE            *
      * PARAMETRE RETIRLOT.PRM (OBLIGATORI):                     *
      *   "LOT XXXXXXXXXX" - CODI DE LOT A SEGUIR                *
      *   "COM NNNNN"      - COMANDA DE COMPRA; EL LOT QUE EN VA *
      *                      NEIXER ES "COM"+NNNNN (COMREC)      *
      * PARTINT DELS LOTS AMB AQUEST CODI (LOTS.TXT I LA TRACA   *
      * TRACALOT.TXT) SEGUEIX ELS TRASPASSOS FINS AL LOT CREAT   *
      * A CADA MAGATZEM DE DESTI, TANTES VEGADES COM CALGUI.     *
      * DEIXA A RETIRLOT.INF:                                    *
      *   - ELS CONSUMS DE TOTS ELS LOTS DE LA FAMILIA           *
      *   - PER LOT I MAGATZEM: REBUT PER TRASPAS, SERVIT,       *
      *     TRASPASSAT I EL QUE ENCARA HI HA EN ESTOC            *
      *   - LES SORTIDES PER DOCUMENT, AMB LA COMANDA I EL       *
      *     CLIENT (COMCLI.TXT) A LES EXPEDICIONS "CMD"          *
      * RETURN-CODE 4 SI EL LOT NO APAREIX ENLLOC O SI ALGUNA    *
      * TAULA S'HA OMPLERT (INFORME INCOMPLET)                   *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTS
               ASSIGN TO "LOTS.TXT"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LOT-CLAU
                   FILE STATUS IS FS-LOTS.
           SELECT COMANDES
               ASSIGN TO "COMANDES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMANDES.
           SELECT COMANDES-CLIENT
               ASSIGN TO "COMCLI.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMCLI.
           SELECT PARAMETRE
               ASSIGN TO "RETIRLOT.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT INFORME
               ASSIGN TO "RETIRLOT.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY TRACSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LOTS.
       01 LOT-REG.
            05 LOT-CLAU.
                10 LOT-NUMERO1     PIC 9(5).
                10 LOT-MAGATZEM    PIC X(2).
                10 LOT-CODI        PIC X(10).
            05 LOT-RECEPCIO        PIC X(8).
            05 LOT-CADUCITAT       PIC X(8).
            05 LOT-QUANTITAT       PIC 9(7).

       FD COMANDES.
       01 COMANDA-REG.
            05 COM-NUMERO          PIC 9(5).
            05 COM-PROVEIDOR       PIC X(5).
            05 COM-PRODUCTE        PIC 9(5).
            05 COM-MAGATZEM        PIC X(2).
            05 COM-QUANTITAT       PIC 9(7).
            05 COM-DATA            PIC X(8).
            05 COM-ESTAT           PIC X(1).
            05 COM-COST-UNITARI    PIC 9(4)V99.
            05 COM-DATA-RECEPCIO   PIC X(8).
            05 COM-QUANTITAT-REBUDA PIC 9(7).

       FD COMANDES-CLIENT.
       01 COMCLI-REG.
            05 CLI-COMANDA         PIC 9(5).
            05 CLI-CLIENT          PIC X(5).
            05 CLI-PRODUCTE        PIC 9(5).
            05 CLI-MAGATZEM        PIC X(2).
            05 CLI-QUANTITAT       PIC 9(7).
            05 CLI-ASSIGNADA       PIC 9(7).
            05 CLI-ESTAT           PIC X(1).

       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-TIPUS          PIC X(3).
                88 PARM-PER-LOT    VALUE "LOT".
                88 PARM-PER-COMANDA VALUE "COM".
            05 FILLER              PIC X(1).
            05 PARM-VALOR          PIC X(10).
            05 PARM-COMANDA REDEFINES PARM-VALOR.
                10 PARM-NUM-COMANDA PIC X(5).
                10 FILLER          PIC X(5).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY TRACFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-LOTS PIC X(2).
           01 FS-COMANDES PIC X(2).
           01 FS-COMCLI PIC X(2).
           01 FS-PARAMETRE PIC X(2).
           01 FS-INFORME PIC X(2).
           01 CODI-RETIRADA PIC X(10) VALUE SPACES.
           01 CODI-COMANDA-COMPRA REDEFINES CODI-RETIRADA.
               05 CCC-PREFIX        PIC X(3).
               05 CCC-NUMERO        PIC X(5).
               05 FILLER            PIC X(2).
           01 SW-COMANDA-COMPRA PIC X VALUE "N".
               88 COMANDA-COMPRA-TROBADA VALUE "S".
           01 SW-TRACA PIC X VALUE "S".
               88 HI-HA-TRACA VALUE "S".
           01 SW-NOUS-LOTS PIC X VALUE "S".
               88 HI-HA-NOUS-LOTS VALUE "S".
           01 COMPTADORS.
               05 CNT-PASSADES         PIC 9(7) VALUE ZERO.
               05 CNT-TRACA            PIC 9(7) VALUE ZERO.
               05 CNT-CONSUMS          PIC 9(7) VALUE ZERO.
               05 CNT-MAGATZEMS        PIC 9(7) VALUE ZERO.
               05 CNT-SORTIDES-CLIENT  PIC 9(7) VALUE ZERO.
               05 CNT-ALTRES-SORTIDES  PIC 9(7) VALUE ZERO.
               05 CNT-CLIENTS          PIC 9(7) VALUE ZERO.
               05 TOT-SERVIT           PIC 9(7) VALUE ZERO.
               05 TOT-TRASPASSAT       PIC 9(7) VALUE ZERO.
               05 TOT-ESTOC            PIC 9(7) VALUE ZERO.
           01 COMANDA-COMPRA.
               05 CCO-NUMERO           PIC 9(5).
               05 CCO-PROVEIDOR        PIC X(5).
               05 CCO-PRODUCTE         PIC 9(5).
               05 CCO-MAGATZEM         PIC X(2).
               05 CCO-DATA-RECEPCIO    PIC X(8).
               05 CCO-QUANTITAT-REBUDA PIC 9(7).
           01 TAULA-LOTS.
               05 LOT-ENTRY OCCURS 300 TIMES.
                   10 TLOT-CLAU.
                       15 TLOT-NUMERO    PIC 9(5).
                       15 TLOT-MAGATZEM  PIC X(2).
                       15 TLOT-CODI      PIC X(10).
                   10 TLOT-ORIGEN        PIC X(2).
                   10 TLOT-REBUT         PIC 9(7).
                   10 TLOT-SERVIT        PIC 9(7).
                   10 TLOT-TRASPASSAT    PIC 9(7).
                   10 TLOT-ESTOC         PIC 9(7).
           01 CONTROL-LOTS.
               05 NUM-LOTS       PIC 9(4) VALUE ZERO.
               05 MAX-LOTS       PIC 9(4) VALUE 300.
               05 IX-LOT         PIC 9(4).
               05 IX-LOT-2       PIC 9(4).
               05 SW-LOT-TROBAT  PIC X VALUE "N".
                   88 LOT-TROBAT VALUE "S".
               05 SW-LOT-PLE     PIC X VALUE "N".
                   88 TAULA-LOTS-DESBORDADA VALUE "S".
               05 LOT-CERCAT.
                   10 LCE-NUMERO   PIC 9(5).
                   10 LCE-MAGATZEM PIC X(2).
                   10 LCE-CODI     PIC X(10).
               05 LOT-ORIGEN-NOU PIC X(2).
           01 TAULA-SORTIDES.
               05 SORTIDA-ENTRY OCCURS 500 TIMES.
                   10 TSOR-DOCUMENT      PIC X(10).
                   10 TSOR-NUMERO        PIC 9(5).
                   10 TSOR-MAGATZEM      PIC X(2).
                   10 TSOR-QUANTITAT     PIC 9(7).
                   10 TSOR-CLIENT        PIC X(5).
                   10 TSOR-SW-CLIENT     PIC X(1).
                       88 TSOR-A-CLIENT  VALUE "S".
           01 CONTROL-SORTIDES.
               05 NUM-SORTIDES   PIC 9(4) VALUE ZERO.
               05 MAX-SORTIDES   PIC 9(4) VALUE 500.
               05 IX-SOR         PIC 9(4).
               05 IX-SOR-2       PIC 9(4).
               05 SW-SOR-TROBADA PIC X VALUE "N".
                   88 SORTIDA-TROBADA VALUE "S".
               05 SW-SOR-PLENA   PIC X VALUE "N".
                   88 TAULA-SORTIDES-DESBORDADA VALUE "S".
               05 DOC-SORTIDA.
                   10 DSO-PREFIX   PIC X(3).
                   10 DSO-COMANDA  PIC X(5).
                   10 FILLER       PIC X(2).
           01 LINIA-COMANDA-COMPRA.
               05 FILLER               PIC X(18)
                   VALUE "COMANDA DE COMPRA ".
               05 LCC-NUMERO           PIC 9(5).
               05 FILLER               PIC X(7) VALUE " PROV=".
               05 LCC-PROVEIDOR        PIC X(5).
               05 FILLER               PIC X(7) VALUE " PROD=".
               05 LCC-PRODUCTE         PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCC-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(7) VALUE " REBUT=".
               05 LCC-DATA-RECEPCIO    PIC X(8).
               05 FILLER               PIC X(7) VALUE " QUANT=".
               05 LCC-QUANTITAT        PIC Z(6)9.
           01 LINIA-CONSUM.
               05 LCO-DATA             PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-LOT              PIC X(10).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-DOCUMENT         PIC X(10).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-TIPUS            PIC X(1).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-QUANTITAT        PIC Z(6)9.
               05 LCO-FLETXA           PIC X(4).
               05 LCO-MAGATZEM-DESTI   PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-LOT-DESTI        PIC X(10).
           01 LINIA-LOT.
               05 LLO-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LLO-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LLO-CODI             PIC X(10).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LLO-ORIGEN           PIC X(6).
               05 LLO-REBUT            PIC Z(6)9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LLO-SERVIT           PIC Z(6)9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LLO-TRASPASSAT       PIC Z(6)9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LLO-ESTOC            PIC Z(6)9.
           01 LINIA-SORTIDA.
               05 LSO-DOCUMENT         PIC X(10).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LSO-COMANDA          PIC X(5).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LSO-CLIENT           PIC X(5).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LSO-NUMERO           PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LSO-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LSO-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LSO-NOTA             PIC X(20).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY TRACWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       RETIRLOT-RTN.
           MOVE "RETIRLOT" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           PERFORM LLEGIR-PARAMETRES
           IF CODI-RETIRADA EQUAL SPACES
               GO TO RETIRLOT-ABEND
           END-IF
           IF CCC-PREFIX EQUAL "COM" AND CCC-NUMERO IS NUMERIC
               PERFORM CERCAR-COMANDA-COMPRA
           END-IF

           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "RETIRLOT: ERROR OBRIR INFORME FS="
                   FS-INFORME
               GO TO RETIRLOT-ABEND
           END-IF

           PERFORM CARREGAR-LOTS-ORIGEN
           OPEN INPUT TRACALOT
           IF FS-TRACALOT NOT EQUAL "00"
               DISPLAY "RETIRLOT: SENSE TRACALOT.TXT, NOMES ES "
                   "MIRA L'ESTOC"
               MOVE "N" TO SW-TRACA
           ELSE
               CLOSE TRACALOT
           END-IF

       PERFORM UNTIL NOT HI-HA-NOUS-LOTS OR NOT HI-HA-TRACA
           MOVE "N" TO SW-NOUS-LOTS
           PERFORM PASSADA-TRASPASSOS
       END-PERFORM.

           MOVE "===== RETIRADA DE LOT: TRACA DEL LOT ====="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           STRING "LOT " CODI-RETIRADA DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           IF COMANDA-COMPRA-TROBADA
               MOVE CCO-NUMERO TO LCC-NUMERO
               MOVE CCO-PROVEIDOR TO LCC-PROVEIDOR
               MOVE CCO-PRODUCTE TO LCC-PRODUCTE
               MOVE CCO-MAGATZEM TO LCC-MAGATZEM
               MOVE CCO-DATA-RECEPCIO TO LCC-DATA-RECEPCIO
               MOVE CCO-QUANTITAT-REBUDA TO LCC-QUANTITAT
               WRITE INFORME-REG FROM LINIA-COMANDA-COMPRA
           END-IF

           IF HI-HA-TRACA
               PERFORM DETALLAR-CONSUMS
           END-IF
           PERFORM CALCULAR-ESTOC
           IF NUM-SORTIDES > ZERO
               PERFORM ASSIGNAR-CLIENTS
           END-IF
           PERFORM ESCRIURE-LOTS
           PERFORM ESCRIURE-SORTIDES
           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME
           DISPLAY "RETIRLOT: LOT SEGUIT         : " CODI-RETIRADA
           DISPLAY "RETIRLOT: LOTS AFECTATS      : " NUM-LOTS
           DISPLAY "RETIRLOT: CONSUMS TRACATS    : " CNT-CONSUMS
           DISPLAY "RETIRLOT: SORTIDES A CLIENTS : "
               CNT-SORTIDES-CLIENT
           DISPLAY "RETIRLOT: QUANTITAT EN ESTOC : " TOT-ESTOC
           MOVE "RETIRLOT" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-CONSUMS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF NUM-LOTS EQUAL ZERO
               DISPLAY "RETIRLOT: EL LOT NO APAREIX A LOTS NI A LA "
                   "TRACA"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TAULA-LOTS-DESBORDADA OR TAULA-SORTIDES-DESBORDADA
               DISPLAY "RETIRLOT: TAULES PLENES, INFORME INCOMPLET"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       RETIRLOT-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE LOTS, TRACALOT, COMANDES, COMANDES-CLIENT, INFORME
           MOVE "RETIRLOT" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-CONSUMS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * "LOT CODI" O "COM NNNNN"; QUALSEVOL ALTRA COSA ATURA EL  *
      * PROGRAMA PERQUE NO HI HA RES A SEGUIR                    *
      ************************************************************
       LLEGIR-PARAMETRES.
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE NOT EQUAL "00"
               DISPLAY "RETIRLOT: FALTA RETIRLOT.PRM FS=" FS-PARAMETRE
           ELSE
               READ PARAMETRE
               AT END
                   DISPLAY "RETIRLOT: RETIRLOT.PRM BUIT"
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-PER-LOT AND PARM-VALOR NOT EQUAL SPACES
                           MOVE PARM-VALOR TO CODI-RETIRADA
                       WHEN PARM-PER-COMANDA
                               AND PARM-NUM-COMANDA IS NUMERIC
                           MOVE "COM" TO CCC-PREFIX
                           MOVE PARM-NUM-COMANDA TO CCC-NUMERO
                       WHEN OTHER
                           DISPLAY "RETIRLOT: PARAMETRE INCORRECTE: "
                               PARAMETRE-REG
                   END-EVALUATE
               END-READ
               CLOSE PARAMETRE
           END-IF.

      ************************************************************
      * LA COMANDA DE COMPRA DE LA QUAL VA NEIXER EL LOT, PER    *
      * TREURE EL PROVEIDOR I EL QUE ES VA REBRE A LA CAPCALERA  *
      ************************************************************
       CERCAR-COMANDA-COMPRA.
           OPEN INPUT COMANDES
           IF FS-COMANDES NOT EQUAL "00"
               DISPLAY "RETIRLOT: SENSE COMANDES.TXT FS=" FS-COMANDES
           ELSE
               PERFORM LLEGIR-COMANDA
               PERFORM UNTIL FS-COMANDES EQUAL "10"
                       OR COMANDA-COMPRA-TROBADA
                   IF COM-NUMERO EQUAL CCC-NUMERO
                       SET COMANDA-COMPRA-TROBADA TO TRUE
                       MOVE COM-NUMERO TO CCO-NUMERO
                       MOVE COM-PROVEIDOR TO CCO-PROVEIDOR
                       MOVE COM-PRODUCTE TO CCO-PRODUCTE
                       MOVE COM-MAGATZEM TO CCO-MAGATZEM
                       MOVE COM-DATA-RECEPCIO TO CCO-DATA-RECEPCIO
                       MOVE COM-QUANTITAT-REBUDA
                           TO CCO-QUANTITAT-REBUDA
                   ELSE
                       PERFORM LLEGIR-COMANDA
                   END-IF
               END-PERFORM
               CLOSE COMANDES
           END-IF.

       LLEGIR-COMANDA.
           READ COMANDES
           AT END MOVE "10" TO FS-COMANDES
           END-READ.

      ************************************************************
      * LOTS AMB EL CODI SEGUIT A QUALSEVOL CLAU I MAGATZEM      *
      ************************************************************
       CARREGAR-LOTS-ORIGEN.
           OPEN INPUT LOTS
           IF FS-LOTS NOT EQUAL "00"
               DISPLAY "RETIRLOT: SENSE FITXER DE LOTS FS=" FS-LOTS
               GO TO RETIRLOT-ABEND
           END-IF
           PERFORM LLEGIR-LOT
           PERFORM UNTIL FS-LOTS EQUAL "10"
               IF LOT-CODI EQUAL CODI-RETIRADA
                   MOVE LOT-CLAU TO LOT-CERCAT
                   MOVE SPACES TO LOT-ORIGEN-NOU
                   PERFORM AFEGIR-LOT
               END-IF
               PERFORM LLEGIR-LOT
           END-PERFORM
           CLOSE LOTS.

       LLEGIR-LOT.
           READ LOTS NEXT
           AT END MOVE "10" TO FS-LOTS
           NOT AT END
               IF FS-LOTS NOT EQUAL "00"
                   DISPLAY "RETIRLOT: ERROR LLEGIR LOTS FS=" FS-LOTS
                   GO TO RETIRLOT-ABEND
               END-IF
           END-READ.

      ************************************************************
      * UNA PASSADA PER LA TRACA: AFEGEIX ELS LOTS AMB EL CODI   *
      * SEGUIT I, PER CADA TRASPAS D'UN LOT JA CONEGUT, EL LOT   *
      * QUE VA CREAR AL MAGATZEM DE DESTI. ES REPETEIX MENTRE    *
      * APAREGUIN LOTS NOUS (TRASPASSOS DE TRASPASSOS)           *
      ************************************************************
       PASSADA-TRASPASSOS.
           ADD 1 TO CNT-PASSADES
           OPEN INPUT TRACALOT
           IF FS-TRACALOT NOT EQUAL "00"
               DISPLAY "RETIRLOT: ERROR OBRIR TRACALOT FS="
                   FS-TRACALOT
               GO TO RETIRLOT-ABEND
           END-IF
           PERFORM LLEGIR-TRACA
           PERFORM UNTIL FS-TRACALOT EQUAL "10"
               IF TRC-LOT EQUAL CODI-RETIRADA
                   MOVE TRC-CLAU-LOT TO LOT-CERCAT
                   MOVE SPACES TO LOT-ORIGEN-NOU
                   PERFORM AFEGIR-LOT
               END-IF
               IF TRC-TIPUS EQUAL "T"
                   MOVE TRC-CLAU-LOT TO LOT-CERCAT
                   PERFORM CERCAR-LOT
                   IF LOT-TROBAT
                       MOVE TRC-NUMERO TO LCE-NUMERO
                       MOVE TRC-MAGATZEM-DESTI TO LCE-MAGATZEM
                       MOVE TRC-LOT-DESTI TO LCE-CODI
                       MOVE TRC-MAGATZEM TO LOT-ORIGEN-NOU
                       PERFORM AFEGIR-LOT
                   END-IF
               END-IF
               PERFORM LLEGIR-TRACA
           END-PERFORM
           CLOSE TRACALOT.

       LLEGIR-TRACA.
           READ TRACALOT
           AT END MOVE "10" TO FS-TRACALOT
           NOT AT END
               IF FS-TRACALOT NOT EQUAL "00"
                   DISPLAY "RETIRLOT: ERROR LLEGIR TRACALOT FS="
                       FS-TRACALOT
                   GO TO RETIRLOT-ABEND
               END-IF
           END-READ.

       CERCAR-LOT.
           MOVE "N" TO SW-LOT-TROBAT
           PERFORM VARYING IX-LOT FROM 1 BY 1
               UNTIL IX-LOT > NUM-LOTS OR LOT-TROBAT
               IF TLOT-CLAU (IX-LOT) EQUAL LOT-CERCAT
                   SET LOT-TROBAT TO TRUE
                   SUBTRACT 1 FROM IX-LOT
               END-IF
           END-PERFORM.

       AFEGIR-LOT.
           PERFORM CERCAR-LOT
           IF NOT LOT-TROBAT
               IF NUM-LOTS < MAX-LOTS
                   ADD 1 TO NUM-LOTS
                   MOVE NUM-LOTS TO IX-LOT
                   MOVE LOT-CERCAT TO TLOT-CLAU (IX-LOT)
                   MOVE LOT-ORIGEN-NOU TO TLOT-ORIGEN (IX-LOT)
                   MOVE ZERO TO TLOT-REBUT (IX-LOT)
                   MOVE ZERO TO TLOT-SERVIT (IX-LOT)
                   MOVE ZERO TO TLOT-TRASPASSAT (IX-LOT)
                   MOVE ZERO TO TLOT-ESTOC (IX-LOT)
                   MOVE "S" TO SW-NOUS-LOTS
               ELSE
                   IF NOT TAULA-LOTS-DESBORDADA
                       DISPLAY "RETIRLOT: TAULA DE LOTS PLENA ("
                           MAX-LOTS ")"
                       SET TAULA-LOTS-DESBORDADA TO TRUE
                   END-IF
               END-IF
           END-IF.

      ************************************************************
      * DARRERA PASSADA: CADA CONSUM D'UN LOT DE LA FAMILIA VA A *
      * L'INFORME I S'ACUMULA AL LOT, AL LOT DE DESTI (SI ES UN  *
      * TRASPAS) O A LA TAULA DE SORTIDES PER DOCUMENT           *
      ************************************************************
       DETALLAR-CONSUMS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- CONSUMS DELS LOTS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           MOVE "DATA" TO INFORME-REG (1:4)
           MOVE "CLAU" TO INFORME-REG (10:4)
           MOVE "LOT" TO INFORME-REG (19:3)
           MOVE "DOCUMENT" TO INFORME-REG (30:8)
           MOVE "T" TO INFORME-REG (41:1)
           MOVE "QUANTITAT" TO INFORME-REG (43:9)
           MOVE "DESTI" TO INFORME-REG (54:5)
           WRITE INFORME-REG
           OPEN INPUT TRACALOT
           IF FS-TRACALOT NOT EQUAL "00"
               DISPLAY "RETIRLOT: ERROR OBRIR TRACALOT FS="
                   FS-TRACALOT
               GO TO RETIRLOT-ABEND
           END-IF
           PERFORM LLEGIR-TRACA
           PERFORM UNTIL FS-TRACALOT EQUAL "10"
               ADD 1 TO CNT-TRACA
               MOVE TRC-CLAU-LOT TO LOT-CERCAT
               PERFORM CERCAR-LOT
               IF LOT-TROBAT
                   PERFORM ANOTAR-CONSUM
               END-IF
               PERFORM LLEGIR-TRACA
           END-PERFORM
           CLOSE TRACALOT.

       ANOTAR-CONSUM.
           ADD 1 TO CNT-CONSUMS
           MOVE TRC-DATA TO LCO-DATA
           MOVE TRC-NUMERO TO LCO-NUMERO
           MOVE TRC-MAGATZEM TO LCO-MAGATZEM
           MOVE TRC-LOT TO LCO-LOT
           MOVE TRC-DOCUMENT TO LCO-DOCUMENT
           MOVE TRC-TIPUS TO LCO-TIPUS
           MOVE TRC-QUANTITAT TO LCO-QUANTITAT
           IF TRC-TIPUS EQUAL "T"
               MOVE " -> " TO LCO-FLETXA
               MOVE TRC-MAGATZEM-DESTI TO LCO-MAGATZEM-DESTI
               MOVE TRC-LOT-DESTI TO LCO-LOT-DESTI
               ADD TRC-QUANTITAT TO TLOT-TRASPASSAT (IX-LOT)
               ADD TRC-QUANTITAT TO TOT-TRASPASSAT
               MOVE TRC-NUMERO TO LCE-NUMERO
               MOVE TRC-MAGATZEM-DESTI TO LCE-MAGATZEM
               MOVE TRC-LOT-DESTI TO LCE-CODI
               PERFORM CERCAR-LOT
               IF LOT-TROBAT
                   ADD TRC-QUANTITAT TO TLOT-REBUT (IX-LOT)
               END-IF
           ELSE
               MOVE SPACES TO LCO-FLETXA
               MOVE SPACES TO LCO-MAGATZEM-DESTI
               MOVE SPACES TO LCO-LOT-DESTI
               ADD TRC-QUANTITAT TO TLOT-SERVIT (IX-LOT)
               ADD TRC-QUANTITAT TO TOT-SERVIT
               PERFORM ACUMULAR-SORTIDA
           END-IF
           WRITE INFORME-REG FROM LINIA-CONSUM.

       ACUMULAR-SORTIDA.
           MOVE "N" TO SW-SOR-TROBADA
           PERFORM VARYING IX-SOR FROM 1 BY 1
               UNTIL IX-SOR > NUM-SORTIDES OR SORTIDA-TROBADA
               IF TSOR-DOCUMENT (IX-SOR) EQUAL TRC-DOCUMENT
                       AND TSOR-NUMERO (IX-SOR) EQUAL TRC-NUMERO
                       AND TSOR-MAGATZEM (IX-SOR) EQUAL TRC-MAGATZEM
                   SET SORTIDA-TROBADA TO TRUE
                   SUBTRACT 1 FROM IX-SOR
               END-IF
           END-PERFORM
           IF NOT SORTIDA-TROBADA
               IF NUM-SORTIDES < MAX-SORTIDES
                   ADD 1 TO NUM-SORTIDES
                   MOVE NUM-SORTIDES TO IX-SOR
                   MOVE TRC-DOCUMENT TO TSOR-DOCUMENT (IX-SOR)
                   MOVE TRC-NUMERO TO TSOR-NUMERO (IX-SOR)
                   MOVE TRC-MAGATZEM TO TSOR-MAGATZEM (IX-SOR)
                   MOVE ZERO TO TSOR-QUANTITAT (IX-SOR)
                   MOVE SPACES TO TSOR-CLIENT (IX-SOR)
                   MOVE TRC-DOCUMENT TO DOC-SORTIDA
                   IF DSO-PREFIX EQUAL "CMD" AND DSO-COMANDA IS NUMERIC
                       MOVE "S" TO TSOR-SW-CLIENT (IX-SOR)
                   ELSE
                       MOVE "N" TO TSOR-SW-CLIENT (IX-SOR)
                   END-IF
                   SET SORTIDA-TROBADA TO TRUE
               ELSE
                   IF NOT TAULA-SORTIDES-DESBORDADA
                       DISPLAY "RETIRLOT: TAULA DE SORTIDES PLENA ("
                           MAX-SORTIDES ")"
                       SET TAULA-SORTIDES-DESBORDADA TO TRUE
                   END-IF
               END-IF
           END-IF
           IF SORTIDA-TROBADA
               ADD TRC-QUANTITAT TO TSOR-QUANTITAT (IX-SOR)
           END-IF.

      ************************************************************
      * EL QUE QUEDA EN ESTOC DE CADA LOT DE LA FAMILIA          *
      ************************************************************
       CALCULAR-ESTOC.
           OPEN INPUT LOTS
           IF FS-LOTS NOT EQUAL "00"
               DISPLAY "RETIRLOT: SENSE FITXER DE LOTS FS=" FS-LOTS
               GO TO RETIRLOT-ABEND
           END-IF
           PERFORM LLEGIR-LOT
           PERFORM UNTIL FS-LOTS EQUAL "10"
               MOVE LOT-CLAU TO LOT-CERCAT
               PERFORM CERCAR-LOT
               IF LOT-TROBAT
                   ADD LOT-QUANTITAT TO TLOT-ESTOC (IX-LOT)
                   ADD LOT-QUANTITAT TO TOT-ESTOC
               END-IF
               PERFORM LLEGIR-LOT
           END-PERFORM
           CLOSE LOTS.

      ************************************************************
      * CLIENT DE CADA EXPEDICIO "CMD"+COMANDA SEGONS COMCLI.TXT *
      ************************************************************
       ASSIGNAR-CLIENTS.
           OPEN INPUT COMANDES-CLIENT
           IF FS-COMCLI NOT EQUAL "00"
               DISPLAY "RETIRLOT: SENSE COMCLI.TXT, SORTIDES SENSE "
                   "CLIENT FS=" FS-COMCLI
           ELSE
               PERFORM LLEGIR-COMCLI
               PERFORM UNTIL FS-COMCLI EQUAL "10"
                   PERFORM VARYING IX-SOR FROM 1 BY 1
                       UNTIL IX-SOR > NUM-SORTIDES
                       IF TSOR-A-CLIENT (IX-SOR)
                           MOVE TSOR-DOCUMENT (IX-SOR) TO DOC-SORTIDA
                           IF DSO-COMANDA EQUAL CLI-COMANDA
                               MOVE CLI-CLIENT TO TSOR-CLIENT (IX-SOR)
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM LLEGIR-COMCLI
               END-PERFORM
               CLOSE COMANDES-CLIENT
           END-IF.

       LLEGIR-COMCLI.
           READ COMANDES-CLIENT
           AT END MOVE "10" TO FS-COMCLI
           END-READ.

       ESCRIURE-LOTS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- LOTS I MAGATZEMS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           MOVE "CLAU" TO INFORME-REG (1:4)
           MOVE "LOT" TO INFORME-REG (10:3)
           MOVE "ORIGEN" TO INFORME-REG (22:6)
           MOVE "REBUT" TO INFORME-REG (30:5)
           MOVE "SERVIT" TO INFORME-REG (38:6)
           MOVE "TRASPAS" TO INFORME-REG (46:7)
           MOVE "ESTOC" TO INFORME-REG (57:5)
           WRITE INFORME-REG
           PERFORM VARYING IX-LOT FROM 1 BY 1
               UNTIL IX-LOT > NUM-LOTS
               MOVE TLOT-NUMERO (IX-LOT) TO LLO-NUMERO
               MOVE TLOT-MAGATZEM (IX-LOT) TO LLO-MAGATZEM
               MOVE TLOT-CODI (IX-LOT) TO LLO-CODI
               IF TLOT-ORIGEN (IX-LOT) EQUAL SPACES
                   MOVE "ORIGEN" TO LLO-ORIGEN
               ELSE
                   MOVE SPACES TO LLO-ORIGEN
                   MOVE "DE " TO LLO-ORIGEN (1:3)
                   MOVE TLOT-ORIGEN (IX-LOT) TO LLO-ORIGEN (4:2)
               END-IF
               MOVE TLOT-REBUT (IX-LOT) TO LLO-REBUT
               MOVE TLOT-SERVIT (IX-LOT) TO LLO-SERVIT
               MOVE TLOT-TRASPASSAT (IX-LOT) TO LLO-TRASPASSAT
               MOVE TLOT-ESTOC (IX-LOT) TO LLO-ESTOC
               WRITE INFORME-REG FROM LINIA-LOT
               MOVE "N" TO SW-LOT-TROBAT
               PERFORM VARYING IX-LOT-2 FROM 1 BY 1
                   UNTIL IX-LOT-2 NOT < IX-LOT OR LOT-TROBAT
                   IF TLOT-MAGATZEM (IX-LOT-2)
                           EQUAL TLOT-MAGATZEM (IX-LOT)
                       SET LOT-TROBAT TO TRUE
                   END-IF
               END-PERFORM
               IF NOT LOT-TROBAT
                   ADD 1 TO CNT-MAGATZEMS
               END-IF
           END-PERFORM.

       ESCRIURE-SORTIDES.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- SORTIDES: COMANDES DE CLIENT I ALTRES ---"
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           MOVE "DOCUMENT" TO INFORME-REG (1:8)
           MOVE "COMAN" TO INFORME-REG (13:5)
           MOVE "CLIENT" TO INFORME-REG (19:6)
           MOVE "CLAU" TO INFORME-REG (27:4)
           MOVE "QUANTITAT" TO INFORME-REG (35:9)
           WRITE INFORME-REG
           PERFORM VARYING IX-SOR FROM 1 BY 1
               UNTIL IX-SOR > NUM-SORTIDES
               MOVE TSOR-DOCUMENT (IX-SOR) TO LSO-DOCUMENT
               MOVE TSOR-NUMERO (IX-SOR) TO LSO-NUMERO
               MOVE TSOR-MAGATZEM (IX-SOR) TO LSO-MAGATZEM
               MOVE TSOR-QUANTITAT (IX-SOR) TO LSO-QUANTITAT
               MOVE TSOR-CLIENT (IX-SOR) TO LSO-CLIENT
               MOVE SPACES TO LSO-NOTA
               IF TSOR-A-CLIENT (IX-SOR)
                   ADD 1 TO CNT-SORTIDES-CLIENT
                   MOVE TSOR-DOCUMENT (IX-SOR) TO DOC-SORTIDA
                   MOVE DSO-COMANDA TO LSO-COMANDA
                   IF TSOR-CLIENT (IX-SOR) EQUAL SPACES
                       MOVE "COMANDA NO TROBADA" TO LSO-NOTA
                   ELSE
                       PERFORM COMPTAR-CLIENT
                   END-IF
               ELSE
                   ADD 1 TO CNT-ALTRES-SORTIDES
                   MOVE SPACES TO LSO-COMANDA
                   MOVE "SORTIDA SENSE CLIENT" TO LSO-NOTA
               END-IF
               WRITE INFORME-REG FROM LINIA-SORTIDA
           END-PERFORM.

       COMPTAR-CLIENT.
           MOVE "N" TO SW-SOR-TROBADA
           PERFORM VARYING IX-SOR-2 FROM 1 BY 1
               UNTIL IX-SOR-2 NOT < IX-SOR OR SORTIDA-TROBADA
               IF TSOR-CLIENT (IX-SOR-2) EQUAL TSOR-CLIENT (IX-SOR)
                   SET SORTIDA-TROBADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT SORTIDA-TROBADA
               ADD 1 TO CNT-CLIENTS
           END-IF.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "LOTS AFECTATS" TO TOT-TITOL
           MOVE NUM-LOTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "MAGATZEMS AFECTATS" TO TOT-TITOL
           MOVE CNT-MAGATZEMS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CONSUMS TRACATS" TO TOT-TITOL
           MOVE CNT-CONSUMS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "QUANTITAT SERVIDA" TO TOT-TITOL
           MOVE TOT-SERVIT TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "QUANTITAT TRASPASSADA" TO TOT-TITOL
           MOVE TOT-TRASPASSAT TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "QUANTITAT EN ESTOC" TO TOT-TITOL
           MOVE TOT-ESTOC TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "SORTIDES A CLIENTS" TO TOT-TITOL
           MOVE CNT-SORTIDES-CLIENT TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLIENTS AFECTATS" TO TOT-TITOL
           MOVE CNT-CLIENTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "ALTRES SORTIDES" TO TOT-TITOL
           MOVE CNT-ALTRES-SORTIDES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY AUDITRTN.

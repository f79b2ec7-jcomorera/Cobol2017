      * COMCLI.TXT ES REESCRIU (VIA COMCLI.NEW, ANTERIOR A       *
      * COMCLI.ANT) I RESERVES.TXT ES RECONSTRUEIX AMB EL QUE    *
      * QUEDA ASSIGNAT I NO EXPEDIT. INFORME A EXPEDEIX.INF      *
      * CADA LINIA EXPEDIDA S'AFEGEIX TAMBE A EXPEDFAC.TXT       *
      * (COMANDA, CLIENT, CLAU, QUANTITAT I DATA D'EXPEDICIO),   *
      * D'ON FACTURA TREU LES FACTURES; EL FITXER NOMES EL BUIDA *
      * FACTURA, PER AIXO AQUI S'OBRE PER AFEGIR. LES LINIES ES  *
      * PREPAREN A EXPEDFAC.WRK I NOMES S'AFEGEIXEN UN COP       *
      * COMCLI.TXT JA LES DONA PER EXPEDIDES: SI EL PAS S'ATURA  *
      * ABANS, EXPEDFAC.WRK S'ESBORRA I NO ES FACTURA RES; SI    *
      * S'ATURA DESPRES, LA SEGUENT EXECUCIO L'AFEGEIX D'ENTRADA *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "EXPEDMOV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SORTIDES.
           SELECT EXPEDIDES
               ASSIGN TO "EXPEDFAC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EXPEDIDES.
           SELECT EXPEDIDES-TREBALL
               ASSIGN TO "EXPEDFAC.WRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EXPEDIDES-TREB.
           SELECT RESERVES
               ASSIGN TO "RESERVES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
            05 CLI-CLIENT          PIC X(5).
            05 CLI-PRODUCTE        PIC 9(5).
            05 CLI-MAGATZEM        PIC X(2).
            05 CLI-QUANTITAT       PIC 9(7).
            05 CLI-ASSIGNADA       PIC 9(7).
            05 CLI-ESTAT           PIC X(1).

       FD COMANDES-CLIENT-NOU.
       01 COMCLI-NOU-REG           PIC X(32).

       FD SORTIDES.
       01 SORTIDA-REG.
            05 SOR-NUMERO          PIC 9(5).
            05 SOR-MAGATZEM        PIC X(2).
            05 SOR-TIPUS           PIC X(1).
            05 SOR-QUANTITAT       PIC 9(7).
            05 SOR-DOCUMENT        PIC X(10).
            05 SOR-MAGATZEM-DESTI  PIC X(2).
            05 SOR-DATA            PIC X(8).
            05 SOR-CADUCITAT       PIC X(8).

       FD EXPEDIDES.
       01 EXPEDIDA-REG             PIC X(32).

       FD EXPEDIDES-TREBALL.
       01 EXPEDIDA-TREB-REG.
            05 EXF-COMANDA         PIC 9(5).
            05 EXF-CLIENT          PIC X(5).
            05 EXF-PRODUCTE        PIC 9(5).
            05 EXF-MAGATZEM        PIC X(2).
            05 EXF-QUANTITAT       PIC 9(7).
            05 EXF-DATA            PIC X(8).

       FD RESERVES.
       01 RESERVA-REG.
            05 RES-NUMERO          PIC 9(5).
            05 RES-MAGATZEM        PIC X(2).
            05 RES-QUANTITAT       PIC 9(7).

       FD INFORME.
       01 INFORME-REG              PIC X(80).
           01 FS-COMCLI PIC X(2).
           01 FS-COMCLI-NOU PIC X(2).
           01 FS-SORTIDES PIC X(2).
           01 FS-EXPEDIDES PIC X(2).
           01 FS-EXPEDIDES-TREB PIC X(2).
           01 FS-RESERVES PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
                   10 TLIN-CLIENT      PIC X(5).
                   10 TLIN-PRODUCTE    PIC 9(5).
                   10 TLIN-MAGATZEM    PIC X(2).
                   10 TLIN-QUANTITAT   PIC 9(7).
                   10 TLIN-ASSIGNADA   PIC 9(7).
                   10 TLIN-ESTAT       PIC X(1).
           01 CONTROL-LINIES.
               05 MAX-LINIES     PIC 9(3) VALUE 500.
               05 IX-LIN         PIC 9(3).
               05 SW-LINIA-EXPEDIDA PIC X.
                   88 COMANDA-AMB-LINIES VALUE "S".
               05 ROMANENT       PIC S9(8).
           01 DATA-EXPEDICIO PIC X(8).
           01 NOMS-FITXERS.
               05 NOM-COMCLI-NOU  PIC X(10) VALUE "COMCLI.NEW".
               05 NOM-COMCLI      PIC X(10) VALUE "COMCLI.TXT".
               05 NOM-COMCLI-ANT  PIC X(10) VALUE "COMCLI.ANT".
               05 NOM-EXPEDIDES-TREB PIC X(12) VALUE "EXPEDFAC.WRK".
           01 SW-TREBALL-PROVISIONAL PIC X VALUE "N".
               88 TREBALL-PROVISIONAL VALUE "S".
           01 LINIA-EXPEDICIO.
               05 LEX-COMANDA          PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LEX-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(10) VALUE " EXPEDIDA=".
               05 LEX-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LEX-NOTA             PIC X(24).
           01 LINIA-TOTAL.
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD

           PERFORM RECUPERAR-EXPEDIDES
           PERFORM CARREGAR-COMANDES

           OPEN INPUT EXPEDICIONS
                   FS-SORTIDES
               GO TO EXPEDEIX-ABEND
           END-IF
           OPEN OUTPUT EXPEDIDES-TREBALL
           IF FS-EXPEDIDES-TREB NOT EQUAL "00"
               DISPLAY "EXPEDEIX: ERROR OBRIR EXPEDFAC.WRK FS="
                   FS-EXPEDIDES-TREB
               GO TO EXPEDEIX-ABEND
           END-IF
           SET TREBALL-PROVISIONAL TO TRUE
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "EXPEDEIX: ERROR OBRIR INFORME FS="
           PERFORM LLEGIR-EXPEDICIO
       END-PERFORM.

           CLOSE EXPEDICIONS, SORTIDES, EXPEDIDES-TREBALL
           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME
           PERFORM REESCRIURE-COMANDES
           PERFORM REESCRIURE-RESERVES
           PERFORM PUBLICAR-EXPEDIDES
           DISPLAY "EXPEDEIX: CONFIRMACIONS      : "
               CNT-CONFIRMACIONS
           DISPLAY "EXPEDEIX: LINIES EXPEDIDES   : "
           GOBACK.

       EXPEDEIX-ABEND.
           CLOSE EXPEDICIONS, SORTIDES, EXPEDIDES, EXPEDIDES-TREBALL,
               INFORME
           IF TREBALL-PROVISIONAL
               CALL "CBL_DELETE_FILE" USING NOM-EXPEDIDES-TREB
               DISPLAY "EXPEDEIX: COMCLI.TXT NO S'HA CANVIAT, ES"
                   " DESCARTA EXPEDFAC.WRK"
           END-IF
           MOVE 12 TO RETURN-CODE
           MOVE "EXPEDEIX" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-CONFIRMACIONS TO AL-COMPTADOR-RTN
           MOVE DATA-EXPEDICIO TO SOR-DATA
           MOVE SPACES TO SOR-CADUCITAT
           WRITE SORTIDA-REG
           MOVE TLIN-COMANDA (IX-LIN) TO EXF-COMANDA
           MOVE TLIN-CLIENT (IX-LIN) TO EXF-CLIENT
           MOVE TLIN-PRODUCTE (IX-LIN) TO EXF-PRODUCTE
           MOVE TLIN-MAGATZEM (IX-LIN) TO EXF-MAGATZEM
           MOVE TLIN-ASSIGNADA (IX-LIN) TO EXF-QUANTITAT
           MOVE DATA-EXPEDICIO TO EXF-DATA
           WRITE EXPEDIDA-TREB-REG
           IF FS-EXPEDIDES-TREB NOT EQUAL "00"
               DISPLAY "EXPEDEIX: ERROR ESCRIURE EXPEDFAC.WRK FS="
                   FS-EXPEDIDES-TREB
               GO TO EXPEDEIX-ABEND
           END-IF
           MOVE TLIN-COMANDA (IX-LIN) TO LEX-COMANDA
           MOVE TLIN-PRODUCTE (IX-LIN) TO LEX-PRODUCTE
           MOVE TLIN-MAGATZEM (IX-LIN) TO LEX-MAGATZEM
                   RETURN-CODE
               GO TO EXPEDEIX-ABEND
           END-IF
           MOVE "N" TO SW-TREBALL-PROVISIONAL
           MOVE ZERO TO RETURN-CODE.

      ************************************************************
           END-PERFORM
           CLOSE RESERVES.

      ************************************************************
      * UN EXPEDFAC.WRK QUE ENCARA HI ES EN COMENCAR ES D'UNA    *
      * EXECUCIO QUE JA VA CANVIAR COMCLI.TXT (SI NO, L'HAURIA   *
      * ESBORRAT): LES SEVES LINIES JA CONSTEN COM A EXPEDIDES I *
      * S'HAN D'AFEGIR A EXPEDFAC.TXT ABANS DE FER RES MES       *
      ************************************************************
       RECUPERAR-EXPEDIDES.
           OPEN INPUT EXPEDIDES-TREBALL
           EVALUATE FS-EXPEDIDES-TREB
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   CLOSE EXPEDIDES-TREBALL
                   DISPLAY "EXPEDEIX: EXPEDFAC.WRK D'UNA EXECUCIO"
                       " ANTERIOR, S'AFEGEIX A EXPEDFAC.TXT"
                   PERFORM PUBLICAR-EXPEDIDES
               WHEN OTHER
                   DISPLAY "EXPEDEIX: ERROR OBRIR EXPEDFAC.WRK FS="
                       FS-EXPEDIDES-TREB
                   GO TO EXPEDEIX-ABEND
           END-EVALUATE.

      ************************************************************
      * AMB COMCLI.TXT JA CANVIAT, LES LINIES EXPEDIDES PASSEN   *
      * D'EXPEDFAC.WRK A EXPEDFAC.TXT I EXPEDFAC.WRK S'ESBORRA   *
      ************************************************************
       PUBLICAR-EXPEDIDES.
           OPEN INPUT EXPEDIDES-TREBALL
           IF FS-EXPEDIDES-TREB NOT EQUAL "00"
               DISPLAY "EXPEDEIX: ERROR REOBRIR EXPEDFAC.WRK FS="
                   FS-EXPEDIDES-TREB
               GO TO EXPEDEIX-ABEND
           END-IF
           OPEN EXTEND EXPEDIDES
           IF FS-EXPEDIDES EQUAL "35"
               OPEN OUTPUT EXPEDIDES
           END-IF
           IF FS-EXPEDIDES NOT EQUAL "00"
               DISPLAY "EXPEDEIX: ERROR OBRIR EXPEDFAC FS="
                   FS-EXPEDIDES
               DISPLAY "EXPEDEIX: LES LINIES EXPEDIDES SON A"
                   " EXPEDFAC.WRK"
               GO TO EXPEDEIX-ABEND
           END-IF
           READ EXPEDIDES-TREBALL
           PERFORM UNTIL FS-EXPEDIDES-TREB NOT EQUAL "00"
               WRITE EXPEDIDA-REG FROM EXPEDIDA-TREB-REG
               IF FS-EXPEDIDES NOT EQUAL "00"
                   DISPLAY "EXPEDEIX: ERROR ESCRIURE EXPEDFAC FS="
                       FS-EXPEDIDES
                   DISPLAY "EXPEDEIX: LES LINIES EXPEDIDES SON A"
                       " EXPEDFAC.WRK"
                   GO TO EXPEDEIX-ABEND
               END-IF
               READ EXPEDIDES-TREBALL
           END-PERFORM
           IF FS-EXPEDIDES-TREB NOT EQUAL "10"
               DISPLAY "EXPEDEIX: ERROR LLEGIR EXPEDFAC.WRK FS="
                   FS-EXPEDIDES-TREB
               GO TO EXPEDEIX-ABEND
           END-IF
           CLOSE EXPEDIDES-TREBALL, EXPEDIDES
           CALL "CBL_DELETE_FILE" USING NOM-EXPEDIDES-TREB
           MOVE ZERO TO RETURN-CODE.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG

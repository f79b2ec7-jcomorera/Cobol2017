      * ASSIGNACIO D'ESTOC A LES COMANDES DE CLIENT              *
      * LLEGEIX COMCLI.TXT (LINIA PER LINIA DE COMANDA):         *
      *   CLI-COMANDA 9(5) + CLI-CLIENT X(5) + CLI-PRODUCTE 9(5) *
      *   + CLI-MAGATZEM X(2) + CLI-QUANTITAT 9(7) +             *
      *   CLI-ASSIGNADA 9(7) + CLI-ESTAT X(1)                    *
      *   (P=PENDENT A=ASSIGNADA C=CURTA E=EXPEDIDA              *
      *    R=RETINGUDA PER CONTROL DE CREDIT)                    *
      * I RESERVA LA CANTIDAD DISPONIBLE D'INDEXAT.TXT COMANDA   *
      * PER COMANDA: LES LINIES JA ASSIGNADES CONSERVEN LA SEVA  *
      * RESERVA, LES PENDENTS REBEN EL QUE QUEDA I LES QUE NO    *
      * ARRIBEN AL DEMANAT ES MARQUEN CURTES. DUES COMANDES PEL  *
      * DARRER ESTOC JA NO ES TREPITGEN: LA SEGONA SURT CURTA    *
      * AQUI, NO AL REBUIG DE MOVPOST.                           *
      * ABANS DE RESERVAR RES PER A UNA COMANDA ES VALIDA EL     *
      * CLIENT CONTRA CLIENTS.TXT: SI NO HI ES, ESTA BLOQUEJAT O *
      * EL VALOR DE LA COMANDA A PREU-UNITAT MES EL VALOR OBERT  *
      * JA ASSIGNAT DEL CLIENT PASSA DEL LIMIT DE CREDIT, TOTES  *
      * LES SEVES LINIES PENDENTS QUEDEN RETINGUDES (R) SENSE    *
      * RESERVA I SURTEN A LA SECCIO DE COMANDES RETINGUDES DE   *
      * PICKING.INF. UNA RETINGUDA ES TORNA A AVALUAR CADA NIT;  *
      * CONTROL DE CREDIT LA DESBLOQUEJA AMB CLIMANT (ESTAT O    *
      * LIMIT) O POSANT EL NUMERO DE COMANDA A ALLIBERA.TXT, QUE *
      * LA DISPENSA NOMES DEL LIMIT DE CREDIT.                   *
      * ESCRIU LA LLISTA DE PICKING PER COMANDA A PICKING.INF,   *
      * REESCRIU COMCLI.TXT (VIA COMCLI.NEW, ANTERIOR A          *
      * COMCLI.ANT) I RECONSTRUEIX RESERVES.TXT AMB LA           *
      * QUANTITAT ASSIGNADA I NO EXPEDIDA PER CLAU, QUE VALORA   *
      * DESCOMPTA DE L'ESTOC DISPONIBLE.                         *
      * A CADA LINIA CURTA LI DONA DATA PROMESA AMB LA PROJECCIO *
      * DE PROJDISP (PROJECCIO.TXT, OPCIONAL): EL PRIMER DIA EN  *
      * QUE CANTIDAD - RESERVES - PENDENTS + ENTRADES ACUMULADES *
      * COBREIX EL QUE LI FALTA MES EL QUE FALTA A LES LINIES    *
      * CURTES ANTERIORS DE LA MATEIXA CLAU. LES LINIES CURTES   *
      * SURTEN A PICKING.INF AMB LA DATA (O SENSE DATA SI LA     *
      * PROJECCIO NO HI ARRIBA) I ES RECONSTRUEIX PROMESES.TXT.  *
      * UNA PROJECCIO QUE NO COMENCA AVUI ES D'UN ALTRE DIA (I   *
      * POT COMPTAR COMANDES JA REBUDES): NO ES FA SERVIR        *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-REG WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT CLIENTS
               ASSIGN TO "CLIENTS.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLT-CODI
                   FILE STATUS IS FS-CLIENTS.
           SELECT ALLIBERAMENTS
               ASSIGN TO "ALLIBERA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ALLIBERAMENTS.
           SELECT RESERVES
               ASSIGN TO "RESERVES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RESERVES.
           SELECT PROJECCIO
               ASSIGN TO "PROJECCIO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PROJECCIO.
           SELECT PROMESES
               ASSIGN TO "PROMESES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PROMESES.
           SELECT PICKING
               ASSIGN TO "PICKING.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
            05 CLI-CLIENT          PIC X(5).
            05 CLI-PRODUCTE        PIC 9(5).
            05 CLI-MAGATZEM        PIC X(2).
            05 CLI-QUANTITAT       PIC 9(7).
            05 CLI-ASSIGNADA       PIC 9(7).
            05 CLI-ESTAT           PIC X(1).

       FD COMANDES-CLIENT-NOU.
       01 COMCLI-NOU-REG           PIC X(32).

       FD INDEXADO.
       01 INDEXADO-REG.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).

       FD CLIENTS.
       01 CLIENT-REG.
            05 CLT-CODI            PIC X(5).
            05 CLT-NOM             PIC X(30).
            05 CLT-ADRECA          PIC X(40).
            05 CLT-POBLACIO        PIC X(25).
            05 CLT-ESTAT           PIC X(1).
            05 CLT-LIMIT-CREDIT    PIC 9(9)V99.

       FD ALLIBERAMENTS.
       01 ALLIBERAMENT-REG.
            05 ALB-COMANDA         PIC 9(5).

       FD RESERVES.
       01 RESERVA-REG.
            05 RES-NUMERO          PIC 9(5).
            05 RES-MAGATZEM        PIC X(2).
            05 RES-QUANTITAT       PIC 9(7).

       FD PROJECCIO.
       01 PROJECCIO-REG.
            05 PRJ-NUMERO          PIC 9(5).
            05 PRJ-MAGATZEM        PIC X(2).
            05 PRJ-DATA            PIC X(8).
            05 PRJ-ENTRADA         PIC 9(7).
            05 PRJ-ENTRADES-ACUM   PIC 9(8).
            05 PRJ-PENDENT         PIC 9(8).
            05 PRJ-DISPONIBLE      PIC S9(9) SIGN LEADING SEPARATE.

       FD PROMESES.
       01 PROMESA-REG.
            05 PRM-COMANDA         PIC 9(5).
            05 PRM-CLIENT          PIC X(5).
            05 PRM-PRODUCTE        PIC 9(5).
            05 PRM-MAGATZEM        PIC X(2).
            05 PRM-PENDENT         PIC 9(7).
            05 PRM-DATA            PIC X(8).

       FD PICKING.
       01 PICKING-REG              PIC X(80).
           01 FS-COMCLI PIC X(2).
           01 FS-COMCLI-NOU PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-CLIENTS PIC X(2).
           01 FS-ALLIBERAMENTS PIC X(2).
           01 FS-RESERVES PIC X(2).
           01 FS-PICKING PIC X(2).
           01 FS-PROJECCIO PIC X(2).
           01 FS-PROMESES PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 SW-PRODUCTE-LLEGIT PIC X VALUE "N".
               88 PRODUCTE-LLEGIT VALUE "S".
           01 COMPTADORS.
               05 CNT-ASSIGNADES       PIC 9(7) VALUE ZERO.
               05 CNT-CURTES           PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-CLAU       PIC 9(7) VALUE ZERO.
               05 CNT-RETINGUDES       PIC 9(7) VALUE ZERO.
               05 CNT-AMB-PROMESA      PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-PROMESA    PIC 9(7) VALUE ZERO.
           01 NUM-LINIES PIC 9(3) VALUE ZERO.
           01 TAULA-LINIES.
               05 LINIA-ENTRY OCCURS 500 TIMES.
                   10 TLIN-CLIENT      PIC X(5).
                   10 TLIN-PRODUCTE    PIC 9(5).
                   10 TLIN-MAGATZEM    PIC X(2).
                   10 TLIN-QUANTITAT   PIC 9(7).
                   10 TLIN-ASSIGNADA   PIC 9(7).
                   10 TLIN-ESTAT       PIC X(1).
                   10 TLIN-PREU        PIC 9(4)V99.
                   10 TLIN-PROMESA     PIC X(8).
           01 CONTROL-LINIES.
               05 MAX-LINIES     PIC 9(3) VALUE 500.
               05 IX-LIN         PIC 9(3).
               05 IX-COM         PIC 9(3).
      ************************************************************
      * CLIENTS DE LES COMANDES: ESTAT (A ACTIU, B BLOQUEJAT, X  *
      * NO ES AL MESTRE), LIMIT DE CREDIT I VALOR OBERT (LINIES  *
      * ASSIGNADES I NO EXPEDIDES A PREU-UNITAT)                 *
      ************************************************************
           01 NUM-CLIENTS PIC 9(3) VALUE ZERO.
           01 TAULA-CLIENTS.
               05 CLIENT-ENTRY OCCURS 300 TIMES.
                   10 TCLI-CODI        PIC X(5).
                   10 TCLI-ESTAT       PIC X(1).
                   10 TCLI-LIMIT       PIC 9(9)V99.
                   10 TCLI-OBERT       PIC S9(13)V99.
           01 CONTROL-CLIENTS.
               05 MAX-CLIENTS    PIC 9(3) VALUE 300.
               05 IX-CLI         PIC 9(3).
               05 CLI-ACTUAL     PIC 9(3).
               05 SW-CLI-TROBAT  PIC X VALUE "N".
                   88 CLIENT-TROBAT VALUE "S".
           01 NUM-ALLIBERAMENTS PIC 9(3) VALUE ZERO.
           01 TAULA-ALLIBERAMENTS.
               05 ALLIBERAMENT-ENTRY OCCURS 200 TIMES.
                   10 TALB-COMANDA     PIC 9(5).
           01 CONTROL-ALLIBERAMENTS.
               05 MAX-ALLIBERAMENTS PIC 9(3) VALUE 200.
               05 IX-ALB         PIC 9(3).
               05 SW-ALLIBERADA  PIC X VALUE "N".
                   88 COMANDA-ALLIBERADA VALUE "S".
           01 NUM-RETINGUDES PIC 9(3) VALUE ZERO.
           01 TAULA-RETINGUDES.
               05 RETINGUDA-ENTRY OCCURS 200 TIMES.
                   10 TRET-COMANDA     PIC 9(5).
                   10 TRET-CLIENT      PIC X(5).
                   10 TRET-MOTIU       PIC X(20).
                   10 TRET-VALOR       PIC S9(13)V99.
                   10 TRET-OBERT       PIC S9(13)V99.
                   10 TRET-LIMIT       PIC 9(9)V99.
           01 CONTROL-RETINGUDES.
               05 MAX-RETINGUDES PIC 9(3) VALUE 200.
               05 IX-RET         PIC 9(3).
               05 SW-RET-ANOTADA PIC X VALUE "N".
                   88 RETINGUDA-ANOTADA VALUE "S".
           01 CALCUL-CREDIT.
               05 COMANDA-VERIFICADA PIC 9(5).
               05 SW-PRIMERA-COMANDA PIC X VALUE "S".
                   88 PRIMERA-COMANDA VALUE "S".
               05 SW-COMANDA-RETINGUDA PIC X VALUE "N".
                   88 COMANDA-RETINGUDA VALUE "S".
               05 MOTIU-RETENCIO  PIC X(20).
               05 VALOR-COMANDA   PIC S9(13)V99.
           01 NUM-RESERVES PIC 9(3) VALUE ZERO.
           01 TAULA-RESERVES.
               05 RESERVA-ENTRY OCCURS 200 TIMES.
                   10 TRES-PRODUCTE    PIC 9(5).
                   10 TRES-MAGATZEM    PIC X(2).
                   10 TRES-QUANTITAT   PIC 9(8).
           01 CONTROL-RESERVES.
               05 MAX-RESERVES   PIC 9(3) VALUE 200.
               05 IX-RES         PIC 9(3).
               05 SW-RES-TROBADA PIC X VALUE "N".
                   88 RESERVA-TROBADA VALUE "S".
      ************************************************************
      * PROJECCIO DE PROJDISP NOMES DE LES CLAUS AMB LINIES      *
      * CURTES, DES D'AVUI ENDAVANT                              *
      ************************************************************
           01 NUM-PROJECCIONS PIC 9(4) VALUE ZERO.
           01 TAULA-PROJECCIO.
               05 PROJECCIO-ENTRY OCCURS 1000 TIMES.
                   10 TPRJ-PRODUCTE    PIC 9(5).
                   10 TPRJ-MAGATZEM    PIC X(2).
                   10 TPRJ-DATA        PIC X(8).
                   10 TPRJ-ENTRADES    PIC 9(8).
                   10 TPRJ-PENDENT     PIC 9(8).
           01 CONTROL-PROJECCIO.
               05 MAX-PROJECCIONS PIC 9(4) VALUE 1000.
               05 IX-PRJ         PIC 9(4).
               05 SW-PROJECCIO   PIC X VALUE "N".
                   88 HI-HA-PROJECCIO VALUE "S".
               05 SW-CLAU-CURTA  PIC X VALUE "N".
                   88 CLAU-CURTA VALUE "S".
               05 SW-TAULA-PRJ-PLENA PIC X VALUE "N".
                   88 TAULA-PRJ-PLENA VALUE "S".
           01 CALCUL-PROMESA.
               05 FALTA-ACUMULADA PIC 9(8).
               05 RESERVAT-CLAU   PIC 9(8).
               05 DISPONIBLE-DATA PIC S9(9).
           01 CALCUL-ASSIGNACIO.
               05 DISPONIBLE      PIC S9(8).
               05 A-ASSIGNAR      PIC S9(8).
           01 NOMS-FITXERS.
               05 NOM-COMCLI-NOU  PIC X(10) VALUE "COMCLI.NEW".
               05 NOM-COMCLI      PIC X(10) VALUE "COMCLI.TXT".
               05 FILLER               PIC X(1) VALUE SPACE.
               05 PIC-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(10) VALUE " DEMANADA=".
               05 PIC-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(11) VALUE " ASSIGNADA=".
               05 PIC-ASSIGNADA        PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 PIC-NOTA             PIC X(16).
           01 LINIA-PROMESA.
               05 FILLER               PIC X(11)
                   VALUE "== COMANDA ".
               05 PRO-COMANDA          PIC 9(5).
               05 FILLER               PIC X(8) VALUE " CLIENT ".
               05 PRO-CLIENT           PIC X(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 PRO-PRODUCTE         PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 PRO-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(9) VALUE " PENDENT=".
               05 PRO-PENDENT          PIC Z(6)9.
               05 FILLER               PIC X(9) VALUE " PROMESA=".
               05 PRO-DATA             PIC X(10).
           01 LINIA-RETINGUDA.
               05 FILLER               PIC X(11)
                   VALUE "== COMANDA ".
               05 RTG-COMANDA          PIC 9(5).
               05 FILLER               PIC X(9) VALUE "  CLIENT ".
               05 RTG-CLIENT           PIC X(5).
               05 FILLER               PIC X(13) VALUE " RETINGUDA: ".
               05 RTG-MOTIU            PIC X(20).
           01 LINIA-CREDIT.
               05 FILLER               PIC X(17)
                   VALUE "   VALOR COMANDA=".
               05 CRD-VALOR            PIC Z(10)9.99.
               05 FILLER               PIC X(7) VALUE " OBERT=".
               05 CRD-OBERT            PIC -(10)9.99.
               05 FILLER               PIC X(7) VALUE " LIMIT=".
               05 CRD-LIMIT            PIC Z(8)9.99.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD

           PERFORM CARREGAR-COMANDES

               DISPLAY "ASSIGNA: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO ASSIGNA-ABEND
           END-IF
           OPEN INPUT CLIENTS
           IF FS-CLIENTS NOT EQUAL "00"
               DISPLAY "ASSIGNA: ERROR OBRIR MESTRE DE CLIENTS FS="
                   FS-CLIENTS
               GO TO ASSIGNA-ABEND
           END-IF
           OPEN OUTPUT PICKING
           IF FS-PICKING NOT EQUAL "00"
               DISPLAY "ASSIGNA: ERROR OBRIR PICKING FS="
               GO TO ASSIGNA-ABEND
           END-IF

           PERFORM CARREGAR-ALLIBERAMENTS
               THRU CARREGAR-ALLIBERAMENTS-EXIT
           PERFORM CARREGAR-VALOR-OBERT
           PERFORM ANOTAR-RESERVES-VIGENTS
           PERFORM ASSIGNAR-LINIA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > NUM-LINIES
           PERFORM CARREGAR-PROJECCIO
               THRU CARREGAR-PROJECCIO-EXIT
           PERFORM CALCULAR-PROMESA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > NUM-LINIES
           PERFORM ESCRIURE-PICKING
           PERFORM ESCRIURE-PROMESES
           PERFORM ESCRIURE-RETINGUDES
           PERFORM ESCRIURE-TOTALS-PICKING

           CLOSE INDEXADO, CLIENTS, PICKING
           PERFORM REESCRIURE-COMANDES
           PERFORM REESCRIURE-RESERVES
           PERFORM REESCRIURE-PROMESES
           DISPLAY "ASSIGNA: LINIES TRACTADES   : " CNT-LINIES
           DISPLAY "ASSIGNA: LINIES ASSIGNADES  : " CNT-ASSIGNADES
           DISPLAY "ASSIGNA: LINIES CURTES      : " CNT-CURTES
           DISPLAY "ASSIGNA: CURTES AMB PROMESA : " CNT-AMB-PROMESA
           DISPLAY "ASSIGNA: CURTES SENSE DATA  : " CNT-SENSE-PROMESA
           DISPLAY "ASSIGNA: CLAUS NO TROBADES  : " CNT-SENSE-CLAU
           DISPLAY "ASSIGNA: LINIES RETINGUDES  : " CNT-RETINGUDES
           DISPLAY "ASSIGNA: COMANDES RETINGUDES: " NUM-RETINGUDES
           MOVE "ASSIGNA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LINIES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-CURTES > ZERO OR CNT-SENSE-CLAU > ZERO
                   OR CNT-RETINGUDES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       ASSIGNA-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, CLIENTS, PICKING
           MOVE "ASSIGNA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-LINIES TO AL-COMPTADOR-RTN
                   MOVE CLI-QUANTITAT TO TLIN-QUANTITAT (NUM-LINIES)
                   MOVE CLI-ASSIGNADA TO TLIN-ASSIGNADA (NUM-LINIES)
                   MOVE CLI-ESTAT TO TLIN-ESTAT (NUM-LINIES)
                   MOVE SPACES TO TLIN-PROMESA (NUM-LINIES)
               ELSE
                   DISPLAY "ASSIGNA: TAULA DE LINIES PLENA, NO ES"
                       " REESCRIU RES PER NO PERDRE COMANDES"
                   GO TO ASSIGNA-ABEND
           END-EVALUATE.

      ************************************************************
      * ALLIBERA.TXT: COMANDES QUE CONTROL DE CREDIT DISPENSA    *
      * DEL LIMIT DE CREDIT. ES OPCIONAL                         *
      ************************************************************
       CARREGAR-ALLIBERAMENTS.
           OPEN INPUT ALLIBERAMENTS
           IF FS-ALLIBERAMENTS NOT EQUAL "00"
               GO TO CARREGAR-ALLIBERAMENTS-EXIT
           END-IF
           READ ALLIBERAMENTS
           PERFORM UNTIL FS-ALLIBERAMENTS NOT EQUAL "00"
               IF ALB-COMANDA IS NUMERIC
                   IF NUM-ALLIBERAMENTS < MAX-ALLIBERAMENTS
                       ADD 1 TO NUM-ALLIBERAMENTS
                       MOVE ALB-COMANDA
                           TO TALB-COMANDA (NUM-ALLIBERAMENTS)
                   ELSE
                       DISPLAY "ASSIGNA: TAULA D'ALLIBERAMENTS PLENA,"
                           " COMANDA " ALB-COMANDA " NO DISPENSADA"
                   END-IF
               END-IF
               READ ALLIBERAMENTS
           END-PERFORM
           CLOSE ALLIBERAMENTS.
       CARREGAR-ALLIBERAMENTS-EXIT. EXIT.

      ************************************************************
      * PREU-UNITAT DE CADA LINIA I VALOR OBERT DE CADA CLIENT:  *
      * EL QUE JA TE ASSIGNAT I NO EXPEDIT A PREU-UNITAT         *
      ************************************************************
       CARREGAR-VALOR-OBERT.
           PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
               PERFORM LLEGIR-PRODUCTE
               IF PRODUCTE-LLEGIT
                   MOVE PREU-UNITAT TO TLIN-PREU (IX-LIN)
               ELSE
                   MOVE ZERO TO TLIN-PREU (IX-LIN)
               END-IF
               IF TLIN-ESTAT (IX-LIN) EQUAL "A"
                       OR (TLIN-ESTAT (IX-LIN) EQUAL "C"
                       AND TLIN-ASSIGNADA (IX-LIN) > ZERO)
                   PERFORM LOCALITZAR-CLIENT
                   COMPUTE TCLI-OBERT (CLI-ACTUAL) =
                       TCLI-OBERT (CLI-ACTUAL)
                       + TLIN-ASSIGNADA (IX-LIN) * TLIN-PREU (IX-LIN)
               END-IF
           END-PERFORM.

       LOCALITZAR-CLIENT.
           MOVE "N" TO SW-CLI-TROBAT
           PERFORM VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > NUM-CLIENTS OR CLIENT-TROBAT
               IF TCLI-CODI (IX-CLI) EQUAL TLIN-CLIENT (IX-LIN)
                   SET CLIENT-TROBAT TO TRUE
                   MOVE IX-CLI TO CLI-ACTUAL
               END-IF
           END-PERFORM
           IF NOT CLIENT-TROBAT
               IF NUM-CLIENTS NOT < MAX-CLIENTS
                   DISPLAY "ASSIGNA: TAULA DE CLIENTS PLENA"
                   GO TO ASSIGNA-ABEND
               END-IF
               ADD 1 TO NUM-CLIENTS
               MOVE NUM-CLIENTS TO CLI-ACTUAL
               MOVE TLIN-CLIENT (IX-LIN) TO TCLI-CODI (CLI-ACTUAL)
               MOVE ZERO TO TCLI-OBERT (CLI-ACTUAL)
               MOVE TLIN-CLIENT (IX-LIN) TO CLT-CODI
               READ CLIENTS
                   INVALID KEY
                       MOVE "X" TO TCLI-ESTAT (CLI-ACTUAL)
                       MOVE ZERO TO TCLI-LIMIT (CLI-ACTUAL)
                   NOT INVALID KEY
                       MOVE CLT-ESTAT TO TCLI-ESTAT (CLI-ACTUAL)
                       MOVE CLT-LIMIT-CREDIT
                           TO TCLI-LIMIT (CLI-ACTUAL)
               END-READ
           END-IF.

      ************************************************************
      * LES LINIES JA ASSIGNADES I NO EXPEDIDES CONSERVEN LA     *
      * SEVA RESERVA: ES CARREGUEN PRIMER PERQUE LES PENDENTS    *
       ASSIGNAR-LINIA.
           IF TLIN-ESTAT (IX-LIN) EQUAL "P"
                   OR TLIN-ESTAT (IX-LIN) EQUAL "C"
                   OR TLIN-ESTAT (IX-LIN) EQUAL "R"
               ADD 1 TO CNT-LINIES
               IF PRIMERA-COMANDA
                       OR TLIN-COMANDA (IX-LIN)
                           NOT EQUAL COMANDA-VERIFICADA
                   PERFORM VERIFICAR-CREDIT-COMANDA
               END-IF
               IF TLIN-ASSIGNADA (IX-LIN) > ZERO
                   COMPUTE TCLI-OBERT (CLI-ACTUAL) =
                       TCLI-OBERT (CLI-ACTUAL)
                       - TLIN-ASSIGNADA (IX-LIN) * TLIN-PREU (IX-LIN)
                   PERFORM ALLIBERAR-RESERVA-PROPIA
               END-IF
               IF COMANDA-RETINGUDA
                   ADD 1 TO CNT-RETINGUDES
                   MOVE "R" TO TLIN-ESTAT (IX-LIN)
               ELSE
                   PERFORM LLEGIR-PRODUCTE
                   IF NOT PRODUCTE-LLEGIT
                       ADD 1 TO CNT-SENSE-CLAU
                       MOVE ZERO TO TLIN-ASSIGNADA (IX-LIN)
                       MOVE "C" TO TLIN-ESTAT (IX-LIN)
                   ELSE
                       PERFORM CALCULAR-DISPONIBLE
                       PERFORM REPARTIR-LINIA
                       COMPUTE TCLI-OBERT (CLI-ACTUAL) =
                           TCLI-OBERT (CLI-ACTUAL)
                           + TLIN-ASSIGNADA (IX-LIN)
                           * TLIN-PREU (IX-LIN)
                   END-IF
               END-IF
           END-IF.

      ************************************************************
      * CONTROL DE CREDIT EN COMENCAR CADA COMANDA: EL VALOR DE  *
      * LA COMANDA ES EL QUE LI FALTA RESERVAR A PREU-UNITAT I   *
      * NO POT FER PASSAR EL VALOR OBERT DEL CLIENT DEL SEU      *
      * LIMIT. UN CLIENT DESCONEGUT O BLOQUEJAT RETE LA COMANDA  *
      * SEMPRE; EL LIMIT NO S'APLICA A LES COMANDES D'ALLIBERA   *
      ************************************************************
       VERIFICAR-CREDIT-COMANDA.
           MOVE "N" TO SW-PRIMERA-COMANDA
           MOVE TLIN-COMANDA (IX-LIN) TO COMANDA-VERIFICADA
           MOVE "N" TO SW-COMANDA-RETINGUDA
           MOVE SPACES TO MOTIU-RETENCIO
           PERFORM LOCALITZAR-CLIENT
           MOVE ZERO TO VALOR-COMANDA
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > NUM-LINIES
               IF TLIN-COMANDA (IX-COM) EQUAL COMANDA-VERIFICADA
                   AND (TLIN-ESTAT (IX-COM) EQUAL "P"
                       OR TLIN-ESTAT (IX-COM) EQUAL "C"
                       OR TLIN-ESTAT (IX-COM) EQUAL "R")
                   COMPUTE VALOR-COMANDA = VALOR-COMANDA
                       + (TLIN-QUANTITAT (IX-COM)
                       - TLIN-ASSIGNADA (IX-COM))
                       * TLIN-PREU (IX-COM)
               END-IF
           END-PERFORM
           MOVE "N" TO SW-ALLIBERADA
           PERFORM VARYING IX-ALB FROM 1 BY 1
                   UNTIL IX-ALB > NUM-ALLIBERAMENTS
               IF TALB-COMANDA (IX-ALB) EQUAL COMANDA-VERIFICADA
                   SET COMANDA-ALLIBERADA TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN TCLI-ESTAT (CLI-ACTUAL) EQUAL "X"
                   MOVE "CLIENT DESCONEGUT" TO MOTIU-RETENCIO
                   SET COMANDA-RETINGUDA TO TRUE
               WHEN TCLI-ESTAT (CLI-ACTUAL) EQUAL "B"
                   MOVE "CLIENT BLOQUEJAT" TO MOTIU-RETENCIO
                   SET COMANDA-RETINGUDA TO TRUE
               WHEN COMANDA-ALLIBERADA
                   CONTINUE
               WHEN TCLI-OBERT (CLI-ACTUAL) + VALOR-COMANDA
                       > TCLI-LIMIT (CLI-ACTUAL)
                   MOVE "LIMIT DE CREDIT" TO MOTIU-RETENCIO
                   SET COMANDA-RETINGUDA TO TRUE
           END-EVALUATE
           IF COMANDA-RETINGUDA
               PERFORM ANOTAR-RETINGUDA
           END-IF.

       ANOTAR-RETINGUDA.
           MOVE "N" TO SW-RET-ANOTADA
           PERFORM VARYING IX-RET FROM 1 BY 1
                   UNTIL IX-RET > NUM-RETINGUDES
               IF TRET-COMANDA (IX-RET) EQUAL COMANDA-VERIFICADA
                   SET RETINGUDA-ANOTADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT RETINGUDA-ANOTADA
               IF NUM-RETINGUDES < MAX-RETINGUDES
                   ADD 1 TO NUM-RETINGUDES
                   MOVE COMANDA-VERIFICADA
                       TO TRET-COMANDA (NUM-RETINGUDES)
                   MOVE TLIN-CLIENT (IX-LIN)
                       TO TRET-CLIENT (NUM-RETINGUDES)
                   MOVE MOTIU-RETENCIO TO TRET-MOTIU (NUM-RETINGUDES)
                   MOVE VALOR-COMANDA TO TRET-VALOR (NUM-RETINGUDES)
                   MOVE TCLI-OBERT (CLI-ACTUAL)
                       TO TRET-OBERT (NUM-RETINGUDES)
                   MOVE TCLI-LIMIT (CLI-ACTUAL)
                       TO TRET-LIMIT (NUM-RETINGUDES)
               ELSE
                   DISPLAY "ASSIGNA: TAULA DE RETINGUDES PLENA,"
                       " COMANDA " COMANDA-VERIFICADA " NO LLISTADA"
               END-IF
           END-IF.

               PERFORM ACUMULAR-RESERVA
           END-IF.

      ************************************************************
      * PROJECCIO.TXT ES OPCIONAL: SENSE ELLA LES LINIES CURTES  *
      * QUEDEN SENSE DATA PROMESA. NOMES VAL SI EL PRIMER DIA ES *
      * AVUI (PROJDISP PASSAT AVUI, DESPRES DE LES RECEPCIONS):  *
      * UNA D'UN ALTRE DIA ES TRACTA COM SI NO HI FOS. NOMES ES  *
      * CARREGUEN LES CLAUS AMB ALGUNA LINIA CURTA I ELS DIES    *
      * D'AVUI ENDAVANT                                          *
      ************************************************************
       CARREGAR-PROJECCIO.
           OPEN INPUT PROJECCIO
           IF FS-PROJECCIO NOT EQUAL "00"
               DISPLAY "ASSIGNA: SENSE PROJECCIO, LINIES CURTES"
                   " SENSE DATA PROMESA"
               GO TO CARREGAR-PROJECCIO-EXIT
           END-IF
           PERFORM LLEGIR-PROJECCIO
           IF FS-PROJECCIO EQUAL "10"
               CLOSE PROJECCIO
               DISPLAY "ASSIGNA: PROJECCIO BUIDA, LINIES CURTES"
                   " SENSE DATA PROMESA"
               GO TO CARREGAR-PROJECCIO-EXIT
           END-IF
           IF PRJ-DATA NOT EQUAL DATA-AVUI
               CLOSE PROJECCIO
               DISPLAY "ASSIGNA: PROJECCIO DEL " PRJ-DATA
                   ", NO D'AVUI: LINIES CURTES SENSE DATA PROMESA"
               GO TO CARREGAR-PROJECCIO-EXIT
           END-IF
           SET HI-HA-PROJECCIO TO TRUE
           PERFORM UNTIL FS-PROJECCIO EQUAL "10"
               IF PRJ-DATA NOT < DATA-AVUI
                   PERFORM ANOTAR-PROJECCIO
               END-IF
               PERFORM LLEGIR-PROJECCIO
           END-PERFORM
           CLOSE PROJECCIO.
       CARREGAR-PROJECCIO-EXIT. EXIT.

       LLEGIR-PROJECCIO.
           READ PROJECCIO
           EVALUATE FS-PROJECCIO
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ASSIGNA: ERROR LLEGIR PROJECCIO FS="
                       FS-PROJECCIO
                   GO TO ASSIGNA-ABEND
           END-EVALUATE.

       ANOTAR-PROJECCIO.
           MOVE "N" TO SW-CLAU-CURTA
           PERFORM VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > NUM-LINIES OR CLAU-CURTA
               IF TLIN-ESTAT (IX-LIN) EQUAL "C"
                       AND TLIN-PRODUCTE (IX-LIN) EQUAL PRJ-NUMERO
                       AND TLIN-MAGATZEM (IX-LIN) EQUAL PRJ-MAGATZEM
                   SET CLAU-CURTA TO TRUE
               END-IF
           END-PERFORM
           IF CLAU-CURTA
               IF NUM-PROJECCIONS < MAX-PROJECCIONS
                   ADD 1 TO NUM-PROJECCIONS
                   MOVE PRJ-NUMERO TO TPRJ-PRODUCTE (NUM-PROJECCIONS)
                   MOVE PRJ-MAGATZEM
                       TO TPRJ-MAGATZEM (NUM-PROJECCIONS)
                   MOVE PRJ-DATA TO TPRJ-DATA (NUM-PROJECCIONS)
                   MOVE PRJ-ENTRADES-ACUM
                       TO TPRJ-ENTRADES (NUM-PROJECCIONS)
                   MOVE PRJ-PENDENT TO TPRJ-PENDENT (NUM-PROJECCIONS)
               ELSE
                   IF NOT TAULA-PRJ-PLENA
                       SET TAULA-PRJ-PLENA TO TRUE
                       DISPLAY "ASSIGNA: TAULA DE PROJECCIO PLENA,"
                           " ALGUNES CURTES SENSE DATA PROMESA"
                   END-IF
               END-IF
           END-IF.

      ************************************************************
      * DATA PROMESA D'UNA LINIA CURTA: ELS PENDENTS DE          *
      * PENDENTS.TXT I LES CURTES ANTERIORS DE LA CLAU ES        *
      * SERVEIXEN ABANS; LA LINIA ES COBREIX EL PRIMER DIA QUE   *
      * CANTIDAD - RESERVES - PENDENTS + ENTRADES ACUMULADES     *
      * ARRIBA AL QUE FALTA ACUMULAT FINS A ELLA                 *
      ************************************************************
       CALCULAR-PROMESA.
           IF TLIN-ESTAT (IX-LIN) EQUAL "C"
               MOVE SPACES TO TLIN-PROMESA (IX-LIN)
               PERFORM LLEGIR-PRODUCTE
               IF HI-HA-PROJECCIO AND PRODUCTE-LLEGIT
                   MOVE ZERO TO FALTA-ACUMULADA
                   PERFORM VARYING IX-COM FROM 1 BY 1
                           UNTIL IX-COM > IX-LIN
                       IF TLIN-ESTAT (IX-COM) EQUAL "C"
                           AND TLIN-PRODUCTE (IX-COM)
                               EQUAL TLIN-PRODUCTE (IX-LIN)
                           AND TLIN-MAGATZEM (IX-COM)
                               EQUAL TLIN-MAGATZEM (IX-LIN)
                           COMPUTE FALTA-ACUMULADA = FALTA-ACUMULADA
                               + TLIN-QUANTITAT (IX-COM)
                               - TLIN-ASSIGNADA (IX-COM)
                       END-IF
                   END-PERFORM
                   MOVE ZERO TO RESERVAT-CLAU
                   PERFORM VARYING IX-RES FROM 1 BY 1
                           UNTIL IX-RES > NUM-RESERVES
                       IF TRES-PRODUCTE (IX-RES)
                               EQUAL TLIN-PRODUCTE (IX-LIN)
                           AND TRES-MAGATZEM (IX-RES)
                               EQUAL TLIN-MAGATZEM (IX-LIN)
                           ADD TRES-QUANTITAT (IX-RES) TO RESERVAT-CLAU
                       END-IF
                   END-PERFORM
                   PERFORM VARYING IX-PRJ FROM 1 BY 1
                       UNTIL IX-PRJ > NUM-PROJECCIONS
                           OR TLIN-PROMESA (IX-LIN) NOT EQUAL SPACES
                       IF TPRJ-PRODUCTE (IX-PRJ)
                               EQUAL TLIN-PRODUCTE (IX-LIN)
                           AND TPRJ-MAGATZEM (IX-PRJ)
                               EQUAL TLIN-MAGATZEM (IX-LIN)
                           COMPUTE DISPONIBLE-DATA = CANTIDAD
                               - RESERVAT-CLAU
                               - TPRJ-PENDENT (IX-PRJ)
                               + TPRJ-ENTRADES (IX-PRJ)
                           IF DISPONIBLE-DATA NOT < FALTA-ACUMULADA
                               MOVE TPRJ-DATA (IX-PRJ)
                                   TO TLIN-PROMESA (IX-LIN)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF TLIN-PROMESA (IX-LIN) EQUAL SPACES
                   ADD 1 TO CNT-SENSE-PROMESA
               ELSE
                   ADD 1 TO CNT-AMB-PROMESA
               END-IF
           END-IF.

       ESCRIURE-PICKING.
           MOVE "======= LLISTES DE PICKING =======" TO PICKING-REG
           WRITE PICKING-REG
               END-IF
           END-PERFORM.

      ************************************************************
      * SECCIO DE LINIES CURTES PER A VENDES: EL QUE FALTA I LA  *
      * DATA QUE ES POT PROMETRE AL CLIENT                       *
      ************************************************************
       ESCRIURE-PROMESES.
           MOVE "===== LINIES CURTES I DATA PROMESA ====="
               TO PICKING-REG
           WRITE PICKING-REG
           IF CNT-AMB-PROMESA + CNT-SENSE-PROMESA EQUAL ZERO
               MOVE "CAP LINIA CURTA" TO PICKING-REG
               WRITE PICKING-REG
           END-IF
           PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
               IF TLIN-ESTAT (IX-LIN) EQUAL "C"
                   MOVE TLIN-COMANDA (IX-LIN) TO PRO-COMANDA
                   MOVE TLIN-CLIENT (IX-LIN) TO PRO-CLIENT
                   MOVE TLIN-PRODUCTE (IX-LIN) TO PRO-PRODUCTE
                   MOVE TLIN-MAGATZEM (IX-LIN) TO PRO-MAGATZEM
                   COMPUTE PRO-PENDENT = TLIN-QUANTITAT (IX-LIN)
                       - TLIN-ASSIGNADA (IX-LIN)
                   IF TLIN-PROMESA (IX-LIN) EQUAL SPACES
                       MOVE "SENSE DATA" TO PRO-DATA
                   ELSE
                       MOVE TLIN-PROMESA (IX-LIN) TO PRO-DATA
                   END-IF
                   WRITE PICKING-REG FROM LINIA-PROMESA
               END-IF
           END-PERFORM.

      ************************************************************
      * SECCIO DE COMANDES RETINGUDES PER A CONTROL DE CREDIT:   *
      * MOTIU, VALOR DE LA COMANDA, VALOR OBERT I LIMIT DEL      *
      * CLIENT, I LES LINIES QUE ESPEREN                         *
      ************************************************************
       ESCRIURE-RETINGUDES.
           MOVE "===== COMANDES RETINGUDES PER CONTROL DE CREDIT ====="
               TO PICKING-REG
           WRITE PICKING-REG
           IF NUM-RETINGUDES EQUAL ZERO
               MOVE "CAP COMANDA RETINGUDA" TO PICKING-REG
               WRITE PICKING-REG
           END-IF
           PERFORM VARYING IX-RET FROM 1 BY 1
                   UNTIL IX-RET > NUM-RETINGUDES
               MOVE TRET-COMANDA (IX-RET) TO RTG-COMANDA
               MOVE TRET-CLIENT (IX-RET) TO RTG-CLIENT
               MOVE TRET-MOTIU (IX-RET) TO RTG-MOTIU
               WRITE PICKING-REG FROM LINIA-RETINGUDA
               MOVE TRET-VALOR (IX-RET) TO CRD-VALOR
               MOVE TRET-OBERT (IX-RET) TO CRD-OBERT
               MOVE TRET-LIMIT (IX-RET) TO CRD-LIMIT
               WRITE PICKING-REG FROM LINIA-CREDIT
               PERFORM VARYING IX-LIN FROM 1 BY 1
                       UNTIL IX-LIN > NUM-LINIES
                   IF TLIN-COMANDA (IX-LIN) EQUAL TRET-COMANDA (IX-RET)
                           AND TLIN-ESTAT (IX-LIN) EQUAL "R"
                       MOVE TLIN-PRODUCTE (IX-LIN) TO PIC-PRODUCTE
                       MOVE TLIN-MAGATZEM (IX-LIN) TO PIC-MAGATZEM
                       MOVE TLIN-QUANTITAT (IX-LIN) TO PIC-QUANTITAT
                       MOVE ZERO TO PIC-ASSIGNADA
                       MOVE "RETINGUDA" TO PIC-NOTA
                       WRITE PICKING-REG FROM LINIA-PICKING
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIURE-TOTALS-PICKING.
           MOVE "--- TOTALS ---" TO PICKING-REG
           WRITE PICKING-REG
           MOVE "LINIES CURTES" TO TOT-TITOL
           MOVE CNT-CURTES TO TOT-VALOR
           WRITE PICKING-REG FROM LINIA-TOTAL
           MOVE "CURTES AMB DATA PROMESA" TO TOT-TITOL
           MOVE CNT-AMB-PROMESA TO TOT-VALOR
           WRITE PICKING-REG FROM LINIA-TOTAL
           MOVE "CURTES SENSE DATA PROMESA" TO TOT-TITOL
           MOVE CNT-SENSE-PROMESA TO TOT-VALOR
           WRITE PICKING-REG FROM LINIA-TOTAL
           MOVE "CLAUS NO TROBADES" TO TOT-TITOL
           MOVE CNT-SENSE-CLAU TO TOT-VALOR
           WRITE PICKING-REG FROM LINIA-TOTAL
           MOVE "LINIES RETINGUDES" TO TOT-TITOL
           MOVE CNT-RETINGUDES TO TOT-VALOR
           WRITE PICKING-REG FROM LINIA-TOTAL
           MOVE "COMANDES RETINGUDES" TO TOT-TITOL
           MOVE NUM-RETINGUDES TO TOT-VALOR
           WRITE PICKING-REG FROM LINIA-TOTAL.

       REESCRIURE-COMANDES.
           END-PERFORM
           CLOSE RESERVES.

       REESCRIURE-PROMESES.
           OPEN OUTPUT PROMESES
           IF FS-PROMESES NOT EQUAL "00"
               DISPLAY "ASSIGNA: ERROR OBRIR PROMESES FS="
                   FS-PROMESES
               GO TO ASSIGNA-ABEND
           END-IF
           PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
               IF TLIN-ESTAT (IX-LIN) EQUAL "C"
                   MOVE TLIN-COMANDA (IX-LIN) TO PRM-COMANDA
                   MOVE TLIN-CLIENT (IX-LIN) TO PRM-CLIENT
                   MOVE TLIN-PRODUCTE (IX-LIN) TO PRM-PRODUCTE
                   MOVE TLIN-MAGATZEM (IX-LIN) TO PRM-MAGATZEM
                   COMPUTE PRM-PENDENT = TLIN-QUANTITAT (IX-LIN)
                       - TLIN-ASSIGNADA (IX-LIN)
                   MOVE TLIN-PROMESA (IX-LIN) TO PRM-DATA
                   WRITE PROMESA-REG
               END-IF
           END-PERFORM
           CLOSE PROMESES.

       COPY AUDITRTN.

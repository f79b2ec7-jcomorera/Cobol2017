       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVSCOR.
      ************************************************************
      * QUADRE MENSUAL DE COMPLIMENT DE PROVEIDORS EN HTML       *
      * LLEGEIX L'HISTORIA DE COMANDES DE COMPRA (COMANDES.TXT I *
      * LA GENERACIO ANTERIOR COMANDES.ANT, PER LES COMANDES QUE *
      * JA NO SIGUIN AL VIGENT) I LES RECEPCIONS DE RECEPCIO.TXT *
      * ENCARA NO CONFIRMADES PER COMREC, I GENERA               *
      * proveidors.html A L'ESTIL DE WEBR/AUDITWEB AMB, PER      *
      * PROV-CODI I PER LES COMANDES FETES EN EL MES:            *
      *   COMANDES FETES, TERMINI PROMES (PROV-TERMINI), TERMINI *
      *   REAL MIG DE LES REBUDES, PERCENTATGE REBUT A TEMPS,    *
      *   QUANTITAT REBUDA CONTRA DEMANADA I COMANDES PENDENTS   *
      * UNA COMANDA ES A TEMPS SI ES VA REBRE DINS DEL TERMINI;  *
      * UNA D'OBERTA AMB EL TERMINI JA PASSAT COMPTA COM A       *
      * TARDANA; LES OBERTES DINS DE TERMINI I LES REBUDES ABANS *
      * QUE COMREC GUARDES LA DATA DE RECEPCIO NO ENTREN EN EL   *
      * PERCENTATGE. ELS PROVEIDORS PER SOTA DE L'OBJECTIU       *
      * SURTEN RESSALTATS EN VERMELL.                            *
      * PROVSCOR.PRM: TITOL X(40) + MARCA X(40) + MES AAAAMM     *
      * (DEFECTE EL MES ANTERIOR) + OBJECTIU A TEMPS 9(3)V99     *
      * (DEFECTE 90,00%). ES LLANCA UN COP AL MES, FORA DE LA    *
      * CADENA DE NIT                                            *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMANDES
               ASSIGN TO DYNAMIC NOM-COMANDES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMANDES.
           SELECT RECEPCIONS
               ASSIGN TO "RECEPCIO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RECEPCIONS.
           SELECT PROVEIDORS
               ASSIGN TO "PROVEIDORS.TXT"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PROV-CODI
                   FILE STATUS IS FS-PROVEIDORS.
           SELECT PARM-PROVSCOR
               ASSIGN TO "PROVSCOR.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARM-PROVSCOR.
           SELECT WEB
               ASSIGN TO "proveidors.html"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-WEB.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD COMANDES.
       01 COMANDA-REG.
            05 COM-NUMERO          PIC 9(5).
            05 COM-PROVEIDOR       PIC X(5).
            05 COM-PRODUCTE        PIC 9(5).
            05 COM-MAGATZEM        PIC X(2).
            05 COM-QUANTITAT       PIC 9(7).
            05 COM-DATA.
                10 COM-ANYMES      PIC X(6).
                10 COM-DIA         PIC X(2).
            05 COM-ESTAT           PIC X(1).
            05 COM-COST-UNITARI    PIC 9(4)V99.
            05 COM-DATA-RECEPCIO   PIC X(8).
            05 COM-QUANTITAT-REBUDA PIC 9(7).

       FD RECEPCIONS.
       01 RECEPCIO-REG.
            05 REC-COMANDA         PIC 9(5).
            05 REC-QUANTITAT       PIC 9(7).
            05 REC-DATA            PIC X(8).
            05 REC-CADUCITAT       PIC X(8).

       FD PROVEIDORS.
       01 PROVEIDOR-REG.
            05 PROV-CODI           PIC X(5).
            05 PROV-NOM            PIC X(30).
            05 PROV-TERMINI        PIC 9(3).
            05 PROV-GRUPS.
                10 PROV-GRUP       PIC X(2) OCCURS 5 TIMES.

       FD PARM-PROVSCOR.
       01 PARM-PROVSCOR-REG.
            05 PARM-TITOL          PIC X(40).
            05 PARM-BRANDING       PIC X(40).
            05 PARM-PERIODE        PIC X(6).
            05 PARM-OBJECTIU       PIC 9(3)V99.

       FD WEB.
       01 REG-WEB                  PIC X(250).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FIN-FICHERO PIC X(5) VALUE "FALSE".
           01 FS-COMANDES PIC X(2).
           01 FS-RECEPCIONS PIC X(2).
           01 FS-PROVEIDORS PIC X(2).
           01 FS-PARM-PROVSCOR PIC X(2).
           01 FS-WEB PIC X(2).
           01 NOM-COMANDES PIC X(12).
           01 SW-GENERACIO PIC X VALUE "V".
               88 GENERACIO-VIGENT VALUE "V".
               88 GENERACIO-ANTERIOR VALUE "A".
           01 PARAMETRES-INFORME.
               05 TITOL-INFORME       PIC X(40)
                   VALUE "QUADRE DE PROVEIDORS".
               05 BRANDING-INFORME    PIC X(40) VALUE SPACES.
               05 PERIODE-INFORME     PIC 9(6).
               05 OBJECTIU-PCT        PIC 9(3)V99 VALUE 90.
           01 DATA-EXECUCIO.
               05 DE-ANY PIC 9(4).
               05 DE-MES PIC 9(2).
               05 DE-DIA PIC 9(2).
           01 DATA-EXECUCIO-DISPLAY PIC X(10).
           01 DIES-AVUI PIC S9(7).
           01 CALCUL-MESOS.
               05 MES-TREBALL     PIC S9(7).
               05 ANY-TREBALL     PIC S9(7).
               05 MES-PERIODE     PIC 9(2).
           01 COMPTADORS.
               05 CNT-LLEGIDES         PIC 9(7) VALUE ZERO.
               05 CNT-COMANDES-MES     PIC 9(7) VALUE ZERO.
               05 CNT-RECEPCIONS-NOVES PIC 9(7) VALUE ZERO.
               05 CNT-SOTA-OBJECTIU    PIC 9(7) VALUE ZERO.
           01 NUM-COMANDES PIC 9(4) VALUE ZERO.
           01 TAULA-COMANDES.
               05 COMANDA-ENTRY OCCURS 2000 TIMES.
                   10 TCOM-NUMERO      PIC 9(5).
                   10 TCOM-PROVEIDOR   PIC X(5).
                   10 TCOM-QUANTITAT   PIC 9(7).
                   10 TCOM-DATA        PIC X(8).
                   10 TCOM-ESTAT       PIC X(1).
                   10 TCOM-DATA-RECEPCIO PIC X(8).
                   10 TCOM-QUANTITAT-REBUDA PIC 9(7).
           01 CONTROL-COMANDES.
               05 MAX-COMANDES   PIC 9(4) VALUE 2000.
               05 IX-COM         PIC 9(4).
               05 SW-COM-TROBADA PIC X VALUE "N".
                   88 COMANDA-TROBADA VALUE "S".
               05 SW-COM-PLENA   PIC X VALUE "N".
                   88 TAULA-COM-DESBORDADA VALUE "S".
           01 NUM-PROVEIDORS PIC 9(3) VALUE ZERO.
           01 TAULA-PROVEIDORS.
               05 PROVEIDOR-ENTRY OCCURS 300 TIMES.
                   10 TPRV-CODI        PIC X(5).
                   10 TPRV-NOM         PIC X(30).
                   10 TPRV-TERMINI     PIC 9(3).
                   10 TPRV-COMANDES    PIC 9(5).
                   10 TPRV-AMB-DATA    PIC 9(5).
                   10 TPRV-SENSE-DATA  PIC 9(5).
                   10 TPRV-A-TEMPS     PIC 9(5).
                   10 TPRV-TARDANES    PIC 9(5).
                   10 TPRV-PENDENTS    PIC 9(5).
                   10 TPRV-DIES        PIC 9(9).
                   10 TPRV-DEMANADA    PIC 9(11).
                   10 TPRV-REBUDA      PIC 9(11).
           01 CONTROL-PROVEIDORS.
               05 MAX-PROVEIDORS PIC 9(3) VALUE 300.
               05 IX-PROV        PIC 9(3).
               05 SW-PROV-TROBAT PIC X VALUE "N".
                   88 PROVEIDOR-TROBAT VALUE "S".
               05 SW-PROV-PLENA  PIC X VALUE "N".
                   88 TAULA-PROV-DESBORDADA VALUE "S".
           01 CALCUL-TERMINIS.
               05 DIES-COMANDA    PIC S9(7).
               05 DIES-RECEPCIO   PIC S9(7).
               05 DIES-TERMINI    PIC S9(7).
               05 MESURADES       PIC 9(5).
               05 TERMINI-MIG     PIC 9(5)V9.
               05 PCT-A-TEMPS     PIC 9(3)V99.
               05 PCT-SERVIT      PIC 9(5)V99.
           01 CAMPS-EDITATS.
               05 EDIT-COMANDES   PIC ZZZZ9.
               05 EDIT-TERMINI    PIC ZZ9.
               05 EDIT-TERMINI-MIG PIC ZZZZ9.9.
               05 EDIT-PCT        PIC ZZ9.99.
               05 EDIT-PCT-SERVIT PIC ZZZZ9.99.
               05 EDIT-QUANTITAT  PIC Z(10)9.
               05 EDIT-REBUDA     PIC Z(10)9.
               05 EDIT-PENDENTS   PIC ZZZZ9.
               05 EDIT-OBJECTIU   PIC ZZ9.99.
               05 EDIT-PERIODE    PIC 9(6).
               05 TEXT-TERMINI-MIG PIC X(8).
               05 TEXT-PCT        PIC X(8).
           01 HTML.
               05 HTML00     PIC X(70) VALUE
               "<!DOCTYPE HTML><html>".
               05 HTML01     PIC X(90).
               05 HTML02     PIC X(90).
               05 HTML0202   PIC X(100).
               05 HTML-MARCA PIC X(90).
               05 HTML-PERIODE PIC X(100).
               05 HTML03     PIC X(60) VALUE
               "<table STYLE=""align:center,border:4px"">".
               05 HTML-CAP-TAULA.
                   10 FILLER PIC X(46) VALUE
                   "<tr><td>PROVEIDOR</td><td>NOM</td>".
                   10 FILLER PIC X(50) VALUE
                   "<td>COMANDES</td><td>TERMINI</td>".
                   10 FILLER PIC X(50) VALUE
                   "<td>TERMINI REAL</td><td>% A TEMPS</td>".
                   10 FILLER PIC X(50) VALUE
                   "<td>DEMANAT</td><td>REBUT</td><td>% SERVIT</td>".
                   10 FILLER PIC X(30) VALUE
                   "<td>PENDENTS</td></tr>".
               05 HTML08     PIC X(30) VALUE
               "</table></body></html>".
           01 LINIA-HTML PIC X(250).
           01 TR-OBERTURA PIC X(40).
           COPY DATAWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       PROVSCOR-RTN.
           MOVE "PROVSCOR" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE

           PERFORM OBTENIR-DATA-EXECUCIO
           PERFORM LLEGIR-PARAMETRES-INFORME
           PERFORM CARREGAR-PROVEIDORS
           SET GENERACIO-VIGENT TO TRUE
           MOVE "COMANDES.TXT" TO NOM-COMANDES
           PERFORM CARREGAR-COMANDES
           SET GENERACIO-ANTERIOR TO TRUE
           MOVE "COMANDES.ANT" TO NOM-COMANDES
           PERFORM CARREGAR-COMANDES
           PERFORM APLICAR-RECEPCIONS
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > NUM-COMANDES
               PERFORM ACUMULAR-COMANDA
           END-PERFORM
           PERFORM GENERAR-PAGINA

           DISPLAY "PROVSCOR: PERIODE            : " PERIODE-INFORME
           DISPLAY "PROVSCOR: COMANDES LLEGIDES  : " CNT-LLEGIDES
           DISPLAY "PROVSCOR: COMANDES DEL MES   : " CNT-COMANDES-MES
           DISPLAY "PROVSCOR: RECEPCIONS NOVES   : "
               CNT-RECEPCIONS-NOVES
           DISPLAY "PROVSCOR: PROVEIDORS SOTA OBJ: " CNT-SOTA-OBJECTIU
           MOVE "PROVSCOR" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-COMANDES-MES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF TAULA-COM-DESBORDADA OR TAULA-PROV-DESBORDADA
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       PROVSCOR-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE COMANDES, RECEPCIONS, PROVEIDORS, WEB
           DISPLAY "PROVSCOR: COMANDES LLEGIDES  : " CNT-LLEGIDES
           MOVE "PROVSCOR" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-LLEGIDES TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       OBTENIR-DATA-EXECUCIO.
           ACCEPT DATA-EXECUCIO FROM DATE YYYYMMDD
           STRING DE-DIA "/" DE-MES "/" DE-ANY
               DELIMITED BY SIZE INTO DATA-EXECUCIO-DISPLAY
           MOVE DATA-EXECUCIO TO DC-DATA-RTN
           PERFORM DATA-A-DIES
           MOVE DC-DIES-RTN TO DIES-AVUI
           COMPUTE MES-TREBALL = DE-ANY * 12 + DE-MES - 1
           COMPUTE ANY-TREBALL = MES-TREBALL / 12
           COMPUTE MES-PERIODE = MES-TREBALL - 12 * ANY-TREBALL
           IF MES-PERIODE EQUAL ZERO
               SUBTRACT 1 FROM ANY-TREBALL
               MOVE 12 TO MES-PERIODE
           END-IF
           COMPUTE PERIODE-INFORME = ANY-TREBALL * 100 + MES-PERIODE.

       LLEGIR-PARAMETRES-INFORME.
           OPEN INPUT PARM-PROVSCOR
           IF FS-PARM-PROVSCOR EQUAL "00"
               READ PARM-PROVSCOR
               AT END CONTINUE
               NOT AT END
                   IF PARM-TITOL NOT EQUAL SPACES
                       MOVE PARM-TITOL TO TITOL-INFORME
                   END-IF
                   MOVE PARM-BRANDING TO BRANDING-INFORME
                   IF PARM-PERIODE NUMERIC
                       MOVE PARM-PERIODE TO PERIODE-INFORME
                   END-IF
                   IF PARM-OBJECTIU NUMERIC
                           AND PARM-OBJECTIU > ZERO
                           AND PARM-OBJECTIU NOT > 100
                       MOVE PARM-OBJECTIU TO OBJECTIU-PCT
                   END-IF
               END-READ
               CLOSE PARM-PROVSCOR
           END-IF.

       CARREGAR-PROVEIDORS.
           OPEN INPUT PROVEIDORS
           IF FS-PROVEIDORS NOT EQUAL "00"
               DISPLAY "PROVSCOR: ERROR OBRIR PROVEIDORS FS="
                   FS-PROVEIDORS
               GO TO PROVSCOR-ABEND
           END-IF
           MOVE "FALSE" TO FIN-FICHERO
           PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
               READ PROVEIDORS NEXT RECORD
               AT END SET FIN-FICHERO TO "TRUE"
               NOT AT END
                   IF NUM-PROVEIDORS < MAX-PROVEIDORS
                       ADD 1 TO NUM-PROVEIDORS
                       INITIALIZE PROVEIDOR-ENTRY (NUM-PROVEIDORS)
                       MOVE PROV-CODI TO TPRV-CODI (NUM-PROVEIDORS)
                       MOVE PROV-NOM TO TPRV-NOM (NUM-PROVEIDORS)
                       MOVE PROV-TERMINI
                           TO TPRV-TERMINI (NUM-PROVEIDORS)
                   ELSE
                       IF NOT TAULA-PROV-DESBORDADA
                           SET TAULA-PROV-DESBORDADA TO TRUE
                           DISPLAY "PROVSCOR: TAULA DE PROVEIDORS"
                               " PLENA, QUADRE INCOMPLET"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROVEIDORS.

      ************************************************************
      * NOMES INTERESSEN LES COMANDES FETES EN EL MES. LA        *
      * GENERACIO VIGENT ES LLEGEIX PRIMER; DE COMANDES.ANT      *
      * NOMES S'AFEGEIXEN LES COMANDES QUE NO HI SIGUIN. SENSE   *
      * COMANDES.ANT (PRIMERA EXECUCIO) ES CONTINUA SENSE ELLA   *
      ************************************************************
       CARREGAR-COMANDES.
           OPEN INPUT COMANDES
           IF FS-COMANDES NOT EQUAL "00"
               IF GENERACIO-VIGENT
                   DISPLAY "PROVSCOR: ERROR OBRIR " NOM-COMANDES
                       " FS=" FS-COMANDES
                   GO TO PROVSCOR-ABEND
               END-IF
           ELSE
               MOVE "FALSE" TO FIN-FICHERO
               PERFORM LLEGIR-COMANDA
               PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
                   ADD 1 TO CNT-LLEGIDES
                   IF COM-ANYMES EQUAL PERIODE-INFORME
                       PERFORM GUARDAR-COMANDA
                   END-IF
                   PERFORM LLEGIR-COMANDA
               END-PERFORM
               CLOSE COMANDES
           END-IF.

       LLEGIR-COMANDA.
           READ COMANDES
           AT END SET FIN-FICHERO TO "TRUE"
           NOT AT END
               IF FS-COMANDES NOT EQUAL "00"
                   DISPLAY "PROVSCOR: ERROR LLEGIR " NOM-COMANDES
                       " FS=" FS-COMANDES
                   GO TO PROVSCOR-ABEND
               END-IF
           END-READ.

       GUARDAR-COMANDA.
           MOVE "N" TO SW-COM-TROBADA
           IF GENERACIO-ANTERIOR
               PERFORM CERCAR-COMANDA
           END-IF
           IF NOT COMANDA-TROBADA
               IF NUM-COMANDES < MAX-COMANDES
                   PERFORM AFEGIR-COMANDA
               ELSE
                   IF NOT TAULA-COM-DESBORDADA
                       SET TAULA-COM-DESBORDADA TO TRUE
                       DISPLAY "PROVSCOR: TAULA DE COMANDES PLENA,"
                           " QUADRE INCOMPLET"
                   END-IF
               END-IF
           END-IF.

       AFEGIR-COMANDA.
           ADD 1 TO NUM-COMANDES
           MOVE COM-NUMERO TO TCOM-NUMERO (NUM-COMANDES)
           MOVE COM-PROVEIDOR TO TCOM-PROVEIDOR (NUM-COMANDES)
           MOVE COM-QUANTITAT TO TCOM-QUANTITAT (NUM-COMANDES)
           MOVE COM-DATA TO TCOM-DATA (NUM-COMANDES)
           MOVE COM-ESTAT TO TCOM-ESTAT (NUM-COMANDES)
           MOVE COM-DATA-RECEPCIO TO TCOM-DATA-RECEPCIO (NUM-COMANDES)
           IF COM-QUANTITAT-REBUDA IS NUMERIC
               MOVE COM-QUANTITAT-REBUDA
                   TO TCOM-QUANTITAT-REBUDA (NUM-COMANDES)
           ELSE
               MOVE ZERO TO TCOM-QUANTITAT-REBUDA (NUM-COMANDES)
           END-IF.

       CERCAR-COMANDA.
           MOVE "N" TO SW-COM-TROBADA
           PERFORM VARYING IX-COM FROM 1 BY 1
               UNTIL IX-COM > NUM-COMANDES OR COMANDA-TROBADA
               IF TCOM-NUMERO (IX-COM) EQUAL COM-NUMERO
                   SET COMANDA-TROBADA TO TRUE
                   SUBTRACT 1 FROM IX-COM
               END-IF
           END-PERFORM.

      ************************************************************
      * RECEPCIO.TXT PENDENT DE COMREC: UNA RECEPCIO D'UNA       *
      * COMANDA DEL MES ENCARA OBERTA EN COMPTA COM A REBUDA     *
      ************************************************************
       APLICAR-RECEPCIONS.
           OPEN INPUT RECEPCIONS
           IF FS-RECEPCIONS EQUAL "00"
               MOVE "FALSE" TO FIN-FICHERO
               PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
                   READ RECEPCIONS
                   AT END SET FIN-FICHERO TO "TRUE"
                   NOT AT END
                       PERFORM APLICAR-RECEPCIO
                   END-READ
               END-PERFORM
               CLOSE RECEPCIONS
           END-IF.

       APLICAR-RECEPCIO.
           MOVE REC-COMANDA TO COM-NUMERO
           PERFORM CERCAR-COMANDA
           IF COMANDA-TROBADA
               IF TCOM-ESTAT (IX-COM) EQUAL "O"
                       AND REC-DATA NUMERIC
                   ADD 1 TO CNT-RECEPCIONS-NOVES
                   MOVE "R" TO TCOM-ESTAT (IX-COM)
                   MOVE REC-DATA TO TCOM-DATA-RECEPCIO (IX-COM)
                   MOVE REC-QUANTITAT TO TCOM-QUANTITAT-REBUDA (IX-COM)
               END-IF
           END-IF.

      ************************************************************
      * CLASSIFICACIO DE LA COMANDA: REBUDA AMB DATA (A TEMPS O  *
      * TARDANA SEGONS PROV-TERMINI), REBUDA SENSE DATA, OBERTA  *
      * VENCUDA (TARDANA) O OBERTA DINS DE TERMINI (PENDENT)     *
      ************************************************************
       ACUMULAR-COMANDA.
           PERFORM CERCAR-PROVEIDOR
           IF PROVEIDOR-TROBAT
               PERFORM CLASSIFICAR-COMANDA
           END-IF.

       CLASSIFICAR-COMANDA.
           ADD 1 TO CNT-COMANDES-MES
           ADD 1 TO TPRV-COMANDES (IX-PROV)
           ADD TCOM-QUANTITAT (IX-COM) TO TPRV-DEMANADA (IX-PROV)
           ADD TCOM-QUANTITAT-REBUDA (IX-COM) TO TPRV-REBUDA (IX-PROV)
           MOVE TCOM-DATA (IX-COM) TO DC-DATA-RTN
           PERFORM DATA-A-DIES
           MOVE DC-DIES-RTN TO DIES-COMANDA
           IF TCOM-ESTAT (IX-COM) EQUAL "R"
               IF TCOM-DATA-RECEPCIO (IX-COM) NUMERIC
                   MOVE TCOM-DATA-RECEPCIO (IX-COM) TO DC-DATA-RTN
                   PERFORM DATA-A-DIES
                   COMPUTE DIES-RECEPCIO = DC-DIES-RTN - DIES-COMANDA
                   IF DIES-RECEPCIO < ZERO
                       MOVE ZERO TO DIES-RECEPCIO
                   END-IF
                   ADD 1 TO TPRV-AMB-DATA (IX-PROV)
                   ADD DIES-RECEPCIO TO TPRV-DIES (IX-PROV)
                   IF DIES-RECEPCIO > TPRV-TERMINI (IX-PROV)
                       ADD 1 TO TPRV-TARDANES (IX-PROV)
                   ELSE
                       ADD 1 TO TPRV-A-TEMPS (IX-PROV)
                   END-IF
               ELSE
                   ADD 1 TO TPRV-SENSE-DATA (IX-PROV)
               END-IF
           ELSE
               COMPUTE DIES-TERMINI = DIES-COMANDA
                   + TPRV-TERMINI (IX-PROV)
               IF DIES-TERMINI < DIES-AVUI
                   ADD 1 TO TPRV-TARDANES (IX-PROV)
               ELSE
                   ADD 1 TO TPRV-PENDENTS (IX-PROV)
               END-IF
           END-IF.

      ************************************************************
      * UN PROVEIDOR DE L'HISTORIA QUE JA NO ES AL MESTRE ES     *
      * DONA D'ALTA A LA TAULA AMB TERMINI ZERO                  *
      ************************************************************
       CERCAR-PROVEIDOR.
           MOVE "N" TO SW-PROV-TROBAT
           PERFORM VARYING IX-PROV FROM 1 BY 1
               UNTIL IX-PROV > NUM-PROVEIDORS OR PROVEIDOR-TROBAT
               IF TPRV-CODI (IX-PROV) EQUAL TCOM-PROVEIDOR (IX-COM)
                   SET PROVEIDOR-TROBAT TO TRUE
                   SUBTRACT 1 FROM IX-PROV
               END-IF
           END-PERFORM
           IF NOT PROVEIDOR-TROBAT
               IF NUM-PROVEIDORS < MAX-PROVEIDORS
                   ADD 1 TO NUM-PROVEIDORS
                   MOVE NUM-PROVEIDORS TO IX-PROV
                   INITIALIZE PROVEIDOR-ENTRY (IX-PROV)
                   MOVE TCOM-PROVEIDOR (IX-COM) TO TPRV-CODI (IX-PROV)
                   MOVE "*** NO AL MESTRE ***" TO TPRV-NOM (IX-PROV)
                   MOVE ZERO TO TPRV-TERMINI (IX-PROV)
                   SET PROVEIDOR-TROBAT TO TRUE
               ELSE
                   IF NOT TAULA-PROV-DESBORDADA
                       SET TAULA-PROV-DESBORDADA TO TRUE
                       DISPLAY "PROVSCOR: TAULA DE PROVEIDORS PLENA,"
                           " QUADRE INCOMPLET"
                   END-IF
               END-IF
           END-IF.

       GENERAR-PAGINA.
           OPEN OUTPUT WEB
           IF FS-WEB NOT EQUAL "00"
               DISPLAY "PROVSCOR: ERROR OBRIR HTML FS=" FS-WEB
               GO TO PROVSCOR-ABEND
           END-IF
           PERFORM CONSTRUIR-CAPCALERA
           WRITE REG-WEB FROM HTML00
           WRITE REG-WEB FROM HTML01
           WRITE REG-WEB FROM HTML02
           WRITE REG-WEB FROM HTML0202
           IF BRANDING-INFORME NOT EQUAL SPACES
               WRITE REG-WEB FROM HTML-MARCA
           END-IF
           WRITE REG-WEB FROM HTML-PERIODE
           WRITE REG-WEB FROM HTML03
           WRITE REG-WEB FROM HTML-CAP-TAULA
           PERFORM VARYING IX-PROV FROM 1 BY 1
                   UNTIL IX-PROV > NUM-PROVEIDORS
               IF TPRV-COMANDES (IX-PROV) > ZERO
                   PERFORM ESCRIURE-FILA
               END-IF
           END-PERFORM
           WRITE REG-WEB FROM HTML08
           CLOSE WEB.

       CONSTRUIR-CAPCALERA.
           MOVE SPACES TO HTML01
           STRING "<head><title>" DELIMITED BY SIZE
               TITOL-INFORME DELIMITED BY SIZE
               "</title></head>" DELIMITED BY SIZE
               INTO HTML01
           MOVE SPACES TO HTML02
           STRING "<body STYLE=""background-color:grey""><h1>"
                   DELIMITED BY SIZE
               TITOL-INFORME DELIMITED BY SIZE
               "</h1>" DELIMITED BY SIZE
               INTO HTML02
           MOVE SPACES TO HTML0202
           STRING "<h1 STYLE=""align:center"">" DELIMITED BY SIZE
               TITOL-INFORME DELIMITED BY SIZE
               " - GENERAT EL " DELIMITED BY SIZE
               DATA-EXECUCIO-DISPLAY DELIMITED BY SIZE
               "</h1>" DELIMITED BY SIZE
               INTO HTML0202
           MOVE SPACES TO HTML-MARCA
           STRING "<p>" DELIMITED BY SIZE
               BRANDING-INFORME DELIMITED BY SIZE
               "</p>" DELIMITED BY SIZE
               INTO HTML-MARCA
           MOVE PERIODE-INFORME TO EDIT-PERIODE
           MOVE OBJECTIU-PCT TO EDIT-OBJECTIU
           MOVE SPACES TO HTML-PERIODE
           STRING "<p>COMANDES FETES EL MES " DELIMITED BY SIZE
               EDIT-PERIODE DELIMITED BY SIZE
               " - OBJECTIU A TEMPS " DELIMITED BY SIZE
               EDIT-OBJECTIU DELIMITED BY SIZE
               "%</p>" DELIMITED BY SIZE
               INTO HTML-PERIODE.

      ************************************************************
      * TERMINI REAL: MITJANA DE DIES DE LES REBUDES AMB DATA.   *
      * % A TEMPS: A TEMPS SOBRE (A TEMPS + TARDANES); SENSE CAP *
      * COMANDA MESURABLE ES MOSTRA N/D I NO ES RESSALTA         *
      ************************************************************
       ESCRIURE-FILA.
           IF TPRV-AMB-DATA (IX-PROV) > ZERO
               COMPUTE TERMINI-MIG ROUNDED = TPRV-DIES (IX-PROV)
                   / TPRV-AMB-DATA (IX-PROV)
               MOVE TERMINI-MIG TO EDIT-TERMINI-MIG
               MOVE EDIT-TERMINI-MIG TO TEXT-TERMINI-MIG
           ELSE
               MOVE "N/D" TO TEXT-TERMINI-MIG
           END-IF
           MOVE "<tr>" TO TR-OBERTURA
           COMPUTE MESURADES = TPRV-A-TEMPS (IX-PROV)
               + TPRV-TARDANES (IX-PROV)
           IF MESURADES > ZERO
               COMPUTE PCT-A-TEMPS ROUNDED =
                   TPRV-A-TEMPS (IX-PROV) * 100 / MESURADES
               MOVE PCT-A-TEMPS TO EDIT-PCT
               MOVE EDIT-PCT TO TEXT-PCT
               IF PCT-A-TEMPS < OBJECTIU-PCT
                   ADD 1 TO CNT-SOTA-OBJECTIU
                   MOVE "<tr STYLE=""background-color:red"">"
                       TO TR-OBERTURA
               END-IF
           ELSE
               MOVE "N/D" TO TEXT-PCT
           END-IF
           IF TPRV-DEMANADA (IX-PROV) > ZERO
               COMPUTE PCT-SERVIT ROUNDED =
                   TPRV-REBUDA (IX-PROV) * 100 / TPRV-DEMANADA (IX-PROV)
           ELSE
               MOVE ZERO TO PCT-SERVIT
           END-IF
           MOVE TPRV-COMANDES (IX-PROV) TO EDIT-COMANDES
           MOVE TPRV-TERMINI (IX-PROV) TO EDIT-TERMINI
           MOVE TPRV-DEMANADA (IX-PROV) TO EDIT-QUANTITAT
           MOVE TPRV-REBUDA (IX-PROV) TO EDIT-REBUDA
           MOVE PCT-SERVIT TO EDIT-PCT-SERVIT
           MOVE TPRV-PENDENTS (IX-PROV) TO EDIT-PENDENTS
           MOVE SPACES TO LINIA-HTML
           STRING TR-OBERTURA DELIMITED BY SIZE
               "<td>" DELIMITED BY SIZE
               TPRV-CODI (IX-PROV) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               TPRV-NOM (IX-PROV) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               EDIT-COMANDES DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               EDIT-TERMINI DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               TEXT-TERMINI-MIG DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               TEXT-PCT DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               EDIT-QUANTITAT DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               EDIT-REBUDA DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               EDIT-PCT-SERVIT DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               EDIT-PENDENTS DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO LINIA-HTML
           WRITE REG-WEB FROM LINIA-HTML.

       COPY DATARTN.

       COPY AUDITRTN.

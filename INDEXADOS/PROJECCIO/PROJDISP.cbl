       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJDISP.
      ************************************************************
      * PROJECCIO DEL DISPONIBLE PER PROMETRE PER CLAU           *
      * PER CADA CLAU D'INDEXAT.TXT PARTEIX DE LA CANTIDAD MENYS *
      * LA RESERVA DE RESERVES.TXT I LA DEMANDA PENDENT DE       *
      * PENDENTS.TXT, I HI SUMA LES COMANDES DE COMPRA OBERTES   *
      * (ESTAT O) DE COMANDES.TXT EL DIA PREVIST D'ARRIBADA:     *
      * COM-DATA MES EL PROV-TERMINI DEL PROVEIDOR. UNA COMANDA  *
      * QUE JA HAURIA D'HAVER ARRIBAT ES COMPTA AVUI.            *
      * PROJDISP.PRM: HORITZO 9(3) EN DIES (DEFECTE 14, MAXIM    *
      * 60). LES ARRIBADES MES ENLLA DE L'HORITZO NO COMPTEN.    *
      * PROJDISP.INF: PER CLAU, ESTOC, RESERVAT, PENDENT,        *
      * RETINGUT I DISPONIBLE INICIAL, I A SOTA EL DISPONIBLE    *
      * PROJECTAT DIA PER DIA. EL RETINGUT (LINIES R DE          *
      * COMCLI.TXT, RETINGUDES PER CONTROL DE CREDIT) ES NOMES   *
      * INFORMATIU: NO TE RESERVA FINS QUE ASSIGNA L'ALLIBERA.   *
      * LES CLAUS EN NEGATIU ABANS DE LA SEVA PROPERA ENTRADA ES *
      * MARQUEN I ES RESUMEIXEN AL FINAL.                        *
      * PROJECCIO.TXT: UNA LINIA PER CLAU I DIA AMB L'ENTRADA    *
      * DEL DIA, LES ENTRADES ACUMULADES, EL PENDENT I EL        *
      * DISPONIBLE; ASSIGNA LA FA SERVIR PER DONAR DATA PROMESA  *
      * A LES LINIES CURTES.                                     *
      * RC 4 SI ALGUNA CLAU QUEDA EN NEGATIU O SI LES TAULES DE  *
      * PROVEIDORS O D'ENTRADES ES DESBORDEN (PROVEIDORS SENSE   *
      * TERMINI O COMANDES IGNORADES, COMPTATS ALS TOTALS)       *
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
                       OF INDEXADO-REG WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT RESERVES
               ASSIGN TO "RESERVES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RESERVES.
           SELECT PENDENTS
               ASSIGN TO "PENDENTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PENDENTS.
           SELECT COMANDES-CLIENT
               ASSIGN TO "COMCLI.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMCLI.
           SELECT COMANDES
               ASSIGN TO "COMANDES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMANDES.
           SELECT PROVEIDORS
               ASSIGN TO "PROVEIDORS.TXT"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PROV-CODI
                   FILE STATUS IS FS-PROVEIDORS.
           SELECT PARAMETRE
               ASSIGN TO "PROJDISP.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT PROJECCIO
               ASSIGN TO "PROJECCIO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PROJECCIO.
           SELECT INFORME
               ASSIGN TO "PROJDISP.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXADO.
       01 INDEXADO-REG.
            05 CLAU-INDEXAT.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).

       FD RESERVES.
       01 RESERVA-REG.
            05 RES-NUMERO          PIC 9(5).
            05 RES-MAGATZEM        PIC X(2).
            05 RES-QUANTITAT       PIC 9(7).

       FD PENDENTS.
       01 PENDENT-REG.
            05 PEN-NUMERO          PIC 9(5).
            05 PEN-MAGATZEM        PIC X(2).
            05 PEN-QUANTITAT       PIC 9(7).
            05 PEN-DOCUMENT        PIC X(10).
            05 PEN-DATA            PIC X(8).

       FD COMANDES-CLIENT.
       01 COMCLI-REG.
            05 CLI-COMANDA         PIC 9(5).
            05 CLI-CLIENT          PIC X(5).
            05 CLI-PRODUCTE        PIC 9(5).
            05 CLI-MAGATZEM        PIC X(2).
            05 CLI-QUANTITAT       PIC 9(7).
            05 CLI-ASSIGNADA       PIC 9(7).
            05 CLI-ESTAT           PIC X(1).

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

       FD PROVEIDORS.
       01 PROVEIDOR-REG.
            05 PROV-CODI           PIC X(5).
            05 PROV-NOM            PIC X(30).
            05 PROV-TERMINI        PIC 9(3).
            05 PROV-GRUPS.
                10 PROV-GRUP       PIC X(2) OCCURS 5 TIMES.

       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-HORITZO        PIC X(3).

       FD PROJECCIO.
       01 PROJECCIO-REG.
            05 PRJ-NUMERO          PIC 9(5).
            05 PRJ-MAGATZEM        PIC X(2).
            05 PRJ-DATA            PIC X(8).
            05 PRJ-ENTRADA         PIC 9(7).
            05 PRJ-ENTRADES-ACUM   PIC 9(8).
            05 PRJ-PENDENT         PIC 9(8).
            05 PRJ-DISPONIBLE      PIC S9(9) SIGN LEADING SEPARATE.

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FIN-FICHERO PIC X(5) VALUE "FALSE".
           01 FS-INDEXADO PIC X(2).
           01 FS-RESERVES PIC X(2).
           01 FS-PENDENTS PIC X(2).
           01 FS-COMCLI PIC X(2).
           01 FS-COMANDES PIC X(2).
           01 FS-PROVEIDORS PIC X(2).
           01 FS-PARAMETRE PIC X(2).
           01 FS-PROJECCIO PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 DIES-AVUI PIC S9(7).
           01 HORITZO PIC 9(3) VALUE 14.
           01 COMPTADORS.
               05 CNT-CLAUS            PIC 9(7) VALUE ZERO.
               05 CNT-COMANDES-OBERTES PIC 9(7) VALUE ZERO.
               05 CNT-DINS-HORITZO     PIC 9(7) VALUE ZERO.
               05 CNT-VENCUDES         PIC 9(7) VALUE ZERO.
               05 CNT-FORA-HORITZO     PIC 9(7) VALUE ZERO.
               05 CNT-NEGATIVES        PIC 9(7) VALUE ZERO.
               05 CNT-PROV-IGNORATS    PIC 9(7) VALUE ZERO.
               05 CNT-ENT-IGNORADES    PIC 9(7) VALUE ZERO.
      ************************************************************
      * DEMANDA COMPROMESA PER CLAU: RESERVAT (RESERVES.TXT),    *
      * PENDENT (PENDENTS.TXT) I RETINGUT (LINIES R DE COMCLI)   *
      ************************************************************
           01 NUM-DEMANDES PIC 9(3) VALUE ZERO.
           01 TAULA-DEMANDES.
               05 DEMANDA-ENTRY OCCURS 500 TIMES.
                   10 TDEM-NUMERO      PIC 9(5).
                   10 TDEM-MAGATZEM    PIC X(2).
                   10 TDEM-RESERVAT    PIC 9(8).
                   10 TDEM-PENDENT     PIC 9(8).
                   10 TDEM-RETINGUT    PIC 9(8).
           01 CONTROL-DEMANDES.
               05 MAX-DEMANDES   PIC 9(3) VALUE 500.
               05 IX-DEM         PIC 9(3).
               05 DEM-ACTUAL     PIC 9(3).
               05 SW-DEM-TROBADA PIC X VALUE "N".
                   88 DEMANDA-TROBADA VALUE "S".
               05 CLAU-CERCADA.
                   10 CERCA-NUMERO   PIC 9(5).
                   10 CERCA-MAGATZEM PIC X(2).
           01 DEMANDA-CLAU.
               05 RESERVAT-CLAU  PIC 9(8).
               05 PENDENT-CLAU   PIC 9(8).
               05 RETINGUT-CLAU  PIC 9(8).
           01 NUM-PROVEIDORS PIC 9(3) VALUE ZERO.
           01 TAULA-PROVEIDORS.
               05 PROVEIDOR-ENTRY OCCURS 100 TIMES.
                   10 TPRV-CODI        PIC X(5).
                   10 TPRV-TERMINI     PIC 9(3).
           01 CONTROL-PROVEIDORS.
               05 MAX-PROVEIDORS PIC 9(3) VALUE 100.
               05 IX-PROV        PIC 9(3).
               05 TERMINI-ACTUAL PIC 9(3).
      ************************************************************
      * ENTRADES PREVISTES DINS L'HORITZO: CLAU, DIA (1 = AVUI)  *
      * I QUANTITAT DE CADA COMANDA DE COMPRA OBERTA             *
      ************************************************************
           01 NUM-ENTRADES PIC 9(3) VALUE ZERO.
           01 TAULA-ENTRADES.
               05 ENTRADA-ENTRY OCCURS 500 TIMES.
                   10 TENT-NUMERO      PIC 9(5).
                   10 TENT-MAGATZEM    PIC X(2).
                   10 TENT-DIA         PIC 9(3).
                   10 TENT-QUANTITAT   PIC 9(7).
           01 CONTROL-ENTRADES.
               05 MAX-ENTRADES   PIC 9(3) VALUE 500.
               05 IX-ENT         PIC 9(3).
               05 DIES-ARRIBADA  PIC S9(7).
               05 DIA-ARRIBADA   PIC S9(5).
           01 TAULA-CALENDARI.
               05 CALENDARI-ENTRY OCCURS 60 TIMES.
                   10 TCAL-DATA        PIC X(8).
           01 CONTROL-CALENDARI.
               05 MAX-HORITZO    PIC 9(3) VALUE 60.
               05 IX-DIA         PIC 9(3).
               05 DIES-MESOS     PIC X(24)
                   VALUE "312831303130313130313031".
               05 FILLER REDEFINES DIES-MESOS.
                   10 DIES-MES   PIC 9(2) OCCURS 12 TIMES.
               05 DATA-CALCUL.
                   10 DCA-ANY        PIC 9(4).
                   10 DCA-MES        PIC 9(2).
                   10 DCA-DIA        PIC 9(2).
               05 DARRER-DIA-MES PIC 9(2).
               05 QUOCIENT-ANY   PIC 9(4).
               05 RESTA-4        PIC 9(4).
               05 RESTA-100      PIC 9(4).
               05 RESTA-400      PIC 9(4).
           01 CALCUL-PROJECCIO.
               05 DISPONIBLE-INICIAL PIC S9(9).
               05 DISPONIBLE-DIA     PIC S9(9).
               05 ENTRADA-DIA        PIC 9(8).
               05 ENTRADES-ACUM      PIC 9(8).
               05 DATA-PROPERA-ENTRADA PIC X(8).
               05 DATA-RECUPERACIO   PIC X(8).
      ************************************************************
      * CLAUS EN NEGATIU PER AL RESUM FINAL                      *
      ************************************************************
           01 NUM-NEGATIVES PIC 9(3) VALUE ZERO.
           01 TAULA-NEGATIVES.
               05 NEGATIVA-ENTRY OCCURS 200 TIMES.
                   10 TNEG-NUMERO      PIC 9(5).
                   10 TNEG-MAGATZEM    PIC X(2).
                   10 TNEG-DISPONIBLE  PIC S9(9).
                   10 TNEG-DATA        PIC X(8).
                   10 TNEG-RECUPERACIO PIC X(8).
           01 CONTROL-NEGATIVES.
               05 MAX-NEGATIVES  PIC 9(3) VALUE 200.
               05 IX-NEG         PIC 9(3).
           01 LINIA-CLAU.
               05 FILLER               PIC X(8) VALUE "== CLAU ".
               05 LCL-NUMERO           PIC 9(5).
               05 LCL-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCL-NOMBRE           PIC X(20).
               05 FILLER               PIC X(7) VALUE " ESTOC=".
               05 LCL-ESTOC            PIC Z(6)9.
               05 FILLER               PIC X(3) VALUE " ==".
           01 LINIA-DEMANDA.
               05 FILLER               PIC X(12) VALUE "   RESERVAT=".
               05 LDM-RESERVAT         PIC Z(7)9.
               05 FILLER               PIC X(9) VALUE " PENDENT=".
               05 LDM-PENDENT          PIC Z(7)9.
               05 FILLER               PIC X(10) VALUE " RETINGUT=".
               05 LDM-RETINGUT         PIC Z(7)9.
               05 FILLER               PIC X(12) VALUE " DISPONIBLE=".
               05 LDM-DISPONIBLE       PIC -(8)9.
           01 LINIA-DIA.
               05 FILLER               PIC X(3) VALUE SPACES.
               05 LDI-DATA             PIC X(8).
               05 FILLER               PIC X(9) VALUE " ENTRADA=".
               05 LDI-ENTRADA          PIC Z(7)9.
               05 FILLER               PIC X(12) VALUE " DISPONIBLE=".
               05 LDI-DISPONIBLE       PIC -(8)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDI-NOTA             PIC X(15).
           01 LINIA-NEGATIVA.
               05 LNG-NUMERO           PIC 9(5).
               05 LNG-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(12) VALUE " DISPONIBLE=".
               05 LNG-DISPONIBLE       PIC -(8)9.
               05 FILLER               PIC X(17)
                   VALUE " PROPERA ENTRADA=".
               05 LNG-DATA             PIC X(8).
               05 FILLER               PIC X(10) VALUE " RECUPERA=".
               05 LNG-RECUPERACIO      PIC X(8).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY DATAWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       PROJDISP-RTN.
           MOVE "PROJDISP" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           MOVE DATA-AVUI TO DC-DATA-RTN
           PERFORM DATA-A-DIES
           MOVE DC-DIES-RTN TO DIES-AVUI

           PERFORM LLEGIR-PARAMETRE
           PERFORM CONSTRUIR-CALENDARI
           PERFORM CARREGAR-RESERVES
           PERFORM CARREGAR-PENDENTS
           PERFORM CARREGAR-RETINGUTS
           PERFORM CARREGAR-PROVEIDORS
           PERFORM CARREGAR-ENTRADES

           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "PROJDISP: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO PROJDISP-ABEND
           END-IF
           OPEN OUTPUT PROJECCIO
           IF FS-PROJECCIO NOT EQUAL "00"
               DISPLAY "PROJDISP: ERROR OBRIR PROJECCIO FS="
                   FS-PROJECCIO
               GO TO PROJDISP-ABEND
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "PROJDISP: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO PROJDISP-ABEND
           END-IF

           PERFORM ESCRIURE-CAPCALERA
           PERFORM LLEGIR-INDEXAT

       PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
           ADD 1 TO CNT-CLAUS
           PERFORM PROJECTAR-CLAU
           PERFORM LLEGIR-INDEXAT
       END-PERFORM.

           PERFORM ESCRIURE-NEGATIVES
           PERFORM ESCRIURE-TOTALS
           CLOSE INDEXADO, PROJECCIO, INFORME
           DISPLAY "PROJDISP: CLAUS PROJECTADES  : " CNT-CLAUS
           DISPLAY "PROJDISP: COMANDES OBERTES   : "
               CNT-COMANDES-OBERTES
           DISPLAY "PROJDISP: ENTRADES A L'HORITZO: " CNT-DINS-HORITZO
           DISPLAY "PROJDISP: CLAUS EN NEGATIU   : " CNT-NEGATIVES
           IF CNT-PROV-IGNORATS > ZERO
               DISPLAY "PROJDISP: PROVEIDORS IGNORATS: "
                   CNT-PROV-IGNORATS
           END-IF
           IF CNT-ENT-IGNORADES > ZERO
               DISPLAY "PROJDISP: COMANDES IGNORADES : "
                   CNT-ENT-IGNORADES
           END-IF
           MOVE "PROJDISP" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-CLAUS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-NEGATIVES > ZERO
                   OR CNT-PROV-IGNORATS > ZERO
                   OR CNT-ENT-IGNORADES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       PROJDISP-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, PROJECCIO, INFORME
           MOVE "PROJDISP" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-CLAUS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       LLEGIR-PARAMETRE.
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE EQUAL "00"
               READ PARAMETRE
               AT END CONTINUE
               NOT AT END
                   IF PARM-HORITZO NUMERIC
                           AND PARM-HORITZO > ZERO
                           AND PARM-HORITZO NOT > MAX-HORITZO
                       MOVE PARM-HORITZO TO HORITZO
                   ELSE
                       DISPLAY "PROJDISP: HORITZO " PARM-HORITZO
                           " INCORRECTE, ES PREN " HORITZO " DIES"
                   END-IF
               END-READ
               CLOSE PARAMETRE
           END-IF.

      ************************************************************
      * CALENDARI DE L'HORITZO: DIA 1 = AVUI, I CADA DIA SEGUENT *
      * AVANCANT EL DIA, EL MES I L'ANY                          *
      ************************************************************
       CONSTRUIR-CALENDARI.
           MOVE DATA-AVUI TO DATA-CALCUL
           MOVE DATA-CALCUL TO TCAL-DATA (1)
           PERFORM VARYING IX-DIA FROM 2 BY 1
                   UNTIL IX-DIA > HORITZO
               PERFORM AVANCAR-DIA
               MOVE DATA-CALCUL TO TCAL-DATA (IX-DIA)
           END-PERFORM.

       AVANCAR-DIA.
           MOVE DIES-MES (DCA-MES) TO DARRER-DIA-MES
           IF DCA-MES EQUAL 2
               DIVIDE DCA-ANY BY 4 GIVING QUOCIENT-ANY
                   REMAINDER RESTA-4
               DIVIDE DCA-ANY BY 100 GIVING QUOCIENT-ANY
                   REMAINDER RESTA-100
               DIVIDE DCA-ANY BY 400 GIVING QUOCIENT-ANY
                   REMAINDER RESTA-400
               IF RESTA-4 EQUAL ZERO
                       AND (RESTA-100 NOT EQUAL ZERO
                           OR RESTA-400 EQUAL ZERO)
                   MOVE 29 TO DARRER-DIA-MES
               END-IF
           END-IF
           IF DCA-DIA < DARRER-DIA-MES
               ADD 1 TO DCA-DIA
           ELSE
               MOVE 1 TO DCA-DIA
               IF DCA-MES < 12
                   ADD 1 TO DCA-MES
               ELSE
                   MOVE 1 TO DCA-MES
                   ADD 1 TO DCA-ANY
               END-IF
           END-IF.

      ************************************************************
      * RESERVES.TXT I PENDENTS.TXT PODEN DUR MES D'UNA LINIA    *
      * PER CLAU: S'ACUMULEN. TOTS DOS SON OPCIONALS             *
      ************************************************************
       CARREGAR-RESERVES.
           OPEN INPUT RESERVES
           IF FS-RESERVES EQUAL "00"
               PERFORM LLEGIR-RESERVA
               PERFORM UNTIL FS-RESERVES EQUAL "10"
                   MOVE RES-NUMERO TO CERCA-NUMERO
                   MOVE RES-MAGATZEM TO CERCA-MAGATZEM
                   PERFORM LOCALITZAR-DEMANDA
                   ADD RES-QUANTITAT TO TDEM-RESERVAT (DEM-ACTUAL)
                   PERFORM LLEGIR-RESERVA
               END-PERFORM
               CLOSE RESERVES
           END-IF.

       LLEGIR-RESERVA.
           READ RESERVES
           EVALUATE FS-RESERVES
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROJDISP: ERROR LLEGIR RESERVES FS="
                       FS-RESERVES
                   GO TO PROJDISP-ABEND
           END-EVALUATE.

       CARREGAR-PENDENTS.
           OPEN INPUT PENDENTS
           IF FS-PENDENTS EQUAL "00"
               PERFORM LLEGIR-PENDENT
               PERFORM UNTIL FS-PENDENTS EQUAL "10"
                   MOVE PEN-NUMERO TO CERCA-NUMERO
                   MOVE PEN-MAGATZEM TO CERCA-MAGATZEM
                   PERFORM LOCALITZAR-DEMANDA
                   ADD PEN-QUANTITAT TO TDEM-PENDENT (DEM-ACTUAL)
                   PERFORM LLEGIR-PENDENT
               END-PERFORM
               CLOSE PENDENTS
           END-IF.

       LLEGIR-PENDENT.
           READ PENDENTS
           EVALUATE FS-PENDENTS
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROJDISP: ERROR LLEGIR PENDENTS FS="
                       FS-PENDENTS
                   GO TO PROJDISP-ABEND
           END-EVALUATE.

      ************************************************************
      * LINIES RETINGUDES PER CONTROL DE CREDIT: NO TENEN        *
      * RESERVA, ES MOSTREN PERQUE VENDES SAPIGA QUE HI SON      *
      ************************************************************
       CARREGAR-RETINGUTS.
           OPEN INPUT COMANDES-CLIENT
           IF FS-COMCLI EQUAL "00"
               PERFORM LLEGIR-COMANDA-CLIENT
               PERFORM UNTIL FS-COMCLI EQUAL "10"
                   IF CLI-ESTAT EQUAL "R"
                       MOVE CLI-PRODUCTE TO CERCA-NUMERO
                       MOVE CLI-MAGATZEM TO CERCA-MAGATZEM
                       PERFORM LOCALITZAR-DEMANDA
                       COMPUTE TDEM-RETINGUT (DEM-ACTUAL) =
                           TDEM-RETINGUT (DEM-ACTUAL)
                           + CLI-QUANTITAT - CLI-ASSIGNADA
                   END-IF
                   PERFORM LLEGIR-COMANDA-CLIENT
               END-PERFORM
               CLOSE COMANDES-CLIENT
           END-IF.

       LLEGIR-COMANDA-CLIENT.
           READ COMANDES-CLIENT
           EVALUATE FS-COMCLI
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROJDISP: ERROR LLEGIR COMCLI FS="
                       FS-COMCLI
                   GO TO PROJDISP-ABEND
           END-EVALUATE.

       LOCALITZAR-DEMANDA.
           PERFORM BUSCAR-DEMANDA
           IF NOT DEMANDA-TROBADA
               IF NUM-DEMANDES NOT < MAX-DEMANDES
                   DISPLAY "PROJDISP: TAULA DE DEMANDA PLENA"
                   GO TO PROJDISP-ABEND
               END-IF
               ADD 1 TO NUM-DEMANDES
               MOVE NUM-DEMANDES TO DEM-ACTUAL
               MOVE CERCA-NUMERO TO TDEM-NUMERO (DEM-ACTUAL)
               MOVE CERCA-MAGATZEM TO TDEM-MAGATZEM (DEM-ACTUAL)
               MOVE ZERO TO TDEM-RESERVAT (DEM-ACTUAL)
               MOVE ZERO TO TDEM-PENDENT (DEM-ACTUAL)
               MOVE ZERO TO TDEM-RETINGUT (DEM-ACTUAL)
           END-IF.

       BUSCAR-DEMANDA.
           MOVE "N" TO SW-DEM-TROBADA
           PERFORM VARYING IX-DEM FROM 1 BY 1
               UNTIL IX-DEM > NUM-DEMANDES OR DEMANDA-TROBADA
               IF TDEM-NUMERO (IX-DEM) EQUAL CERCA-NUMERO
                       AND TDEM-MAGATZEM (IX-DEM) EQUAL CERCA-MAGATZEM
                   SET DEMANDA-TROBADA TO TRUE
                   MOVE IX-DEM TO DEM-ACTUAL
               END-IF
           END-PERFORM.

       CARREGAR-PROVEIDORS.
           OPEN INPUT PROVEIDORS
           IF FS-PROVEIDORS NOT EQUAL "00"
               DISPLAY "PROJDISP: SENSE MESTRE DE PROVEIDORS,"
                   " ARRIBADES SENSE TERMINI"
           ELSE
               PERFORM LLEGIR-PROVEIDOR
               PERFORM UNTIL FS-PROVEIDORS EQUAL "10"
                   IF NUM-PROVEIDORS < MAX-PROVEIDORS
                       ADD 1 TO NUM-PROVEIDORS
                       MOVE PROV-CODI TO TPRV-CODI (NUM-PROVEIDORS)
                       MOVE PROV-TERMINI
                           TO TPRV-TERMINI (NUM-PROVEIDORS)
                   ELSE
                       ADD 1 TO CNT-PROV-IGNORATS
                       DISPLAY "PROJDISP: TAULA DE PROVEIDORS PLENA,"
                           " PROVEIDOR " PROV-CODI " SENSE TERMINI"
                   END-IF
                   PERFORM LLEGIR-PROVEIDOR
               END-PERFORM
               CLOSE PROVEIDORS
           END-IF.

       LLEGIR-PROVEIDOR.
           READ PROVEIDORS NEXT
           EVALUATE FS-PROVEIDORS
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROJDISP: ERROR LLEGIR PROVEIDORS FS="
                       FS-PROVEIDORS
                   GO TO PROJDISP-ABEND
           END-EVALUATE.

      ************************************************************
      * ARRIBADA PREVISTA = COM-DATA + PROV-TERMINI. SI JA HA    *
      * PASSAT ES COMPTA AVUI; MES ENLLA DE L'HORITZO NO COMPTA  *
      ************************************************************
       CARREGAR-ENTRADES.
           OPEN INPUT COMANDES
           IF FS-COMANDES NOT EQUAL "00"
               DISPLAY "PROJDISP: SENSE COMANDES DE COMPRA,"
                   " PROJECCIO SENSE ENTRADES"
           ELSE
               PERFORM LLEGIR-COMANDA
               PERFORM UNTIL FS-COMANDES EQUAL "10"
                   IF COM-ESTAT EQUAL "O"
                       ADD 1 TO CNT-COMANDES-OBERTES
                       PERFORM PREVEURE-ARRIBADA
                   END-IF
                   PERFORM LLEGIR-COMANDA
               END-PERFORM
               CLOSE COMANDES
           END-IF.

       LLEGIR-COMANDA.
           READ COMANDES
           EVALUATE FS-COMANDES
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROJDISP: ERROR LLEGIR COMANDES FS="
                       FS-COMANDES
                   GO TO PROJDISP-ABEND
           END-EVALUATE.

       PREVEURE-ARRIBADA.
           MOVE ZERO TO TERMINI-ACTUAL
           PERFORM VARYING IX-PROV FROM 1 BY 1
                   UNTIL IX-PROV > NUM-PROVEIDORS
               IF TPRV-CODI (IX-PROV) EQUAL COM-PROVEIDOR
                   MOVE TPRV-TERMINI (IX-PROV) TO TERMINI-ACTUAL
               END-IF
           END-PERFORM
           IF COM-DATA NUMERIC
               MOVE COM-DATA TO DC-DATA-RTN
               PERFORM DATA-A-DIES
               COMPUTE DIES-ARRIBADA = DC-DIES-RTN + TERMINI-ACTUAL
           ELSE
               MOVE DIES-AVUI TO DIES-ARRIBADA
           END-IF
           COMPUTE DIA-ARRIBADA = DIES-ARRIBADA - DIES-AVUI + 1
           IF DIA-ARRIBADA < 1
               ADD 1 TO CNT-VENCUDES
               MOVE 1 TO DIA-ARRIBADA
           END-IF
           IF DIA-ARRIBADA > HORITZO
               ADD 1 TO CNT-FORA-HORITZO
           ELSE
               IF NUM-ENTRADES < MAX-ENTRADES
                   ADD 1 TO NUM-ENTRADES
                   ADD 1 TO CNT-DINS-HORITZO
                   MOVE COM-PRODUCTE TO TENT-NUMERO (NUM-ENTRADES)
                   MOVE COM-MAGATZEM TO TENT-MAGATZEM (NUM-ENTRADES)
                   MOVE DIA-ARRIBADA TO TENT-DIA (NUM-ENTRADES)
                   MOVE COM-QUANTITAT
                       TO TENT-QUANTITAT (NUM-ENTRADES)
               ELSE
                   ADD 1 TO CNT-ENT-IGNORADES
                   DISPLAY "PROJDISP: TAULA D'ENTRADES PLENA,"
                       " COMANDA " COM-NUMERO " IGNORADA"
               END-IF
           END-IF.

       LLEGIR-INDEXAT.
           READ INDEXADO
           AT END MOVE "TRUE" TO FIN-FICHERO
           NOT AT END
               IF FS-INDEXADO NOT EQUAL "00"
                   DISPLAY "PROJDISP: ERROR LLEGIR IDX FS="
                       FS-INDEXADO
                   GO TO PROJDISP-ABEND
               END-IF
           END-READ.

      ************************************************************
      * DISPONIBLE INICIAL = CANTIDAD - RESERVAT - PENDENT; CADA *
      * DIA S'HI SUMEN LES ENTRADES PREVISTES D'AQUELL DIA. UNA  *
      * CLAU SENSE DEMANDA NO ENTRA A LA TAULA: VAL ZERO         *
      ************************************************************
       PROJECTAR-CLAU.
           MOVE NUMERO1 TO CERCA-NUMERO
           MOVE MAGATZEM TO CERCA-MAGATZEM
           PERFORM BUSCAR-DEMANDA
           IF DEMANDA-TROBADA
               MOVE TDEM-RESERVAT (DEM-ACTUAL) TO RESERVAT-CLAU
               MOVE TDEM-PENDENT (DEM-ACTUAL) TO PENDENT-CLAU
               MOVE TDEM-RETINGUT (DEM-ACTUAL) TO RETINGUT-CLAU
           ELSE
               MOVE ZERO TO RESERVAT-CLAU, PENDENT-CLAU,
                   RETINGUT-CLAU
           END-IF
           COMPUTE DISPONIBLE-INICIAL = CANTIDAD
               - RESERVAT-CLAU - PENDENT-CLAU
           MOVE NUMERO1 TO LCL-NUMERO
           MOVE MAGATZEM TO LCL-MAGATZEM
           MOVE NOMBRE TO LCL-NOMBRE
           MOVE CANTIDAD TO LCL-ESTOC
           WRITE INFORME-REG FROM LINIA-CLAU
           MOVE RESERVAT-CLAU TO LDM-RESERVAT
           MOVE PENDENT-CLAU TO LDM-PENDENT
           MOVE RETINGUT-CLAU TO LDM-RETINGUT
           MOVE DISPONIBLE-INICIAL TO LDM-DISPONIBLE
           WRITE INFORME-REG FROM LINIA-DEMANDA
           MOVE ZERO TO ENTRADES-ACUM
           MOVE SPACES TO DATA-PROPERA-ENTRADA
           MOVE SPACES TO DATA-RECUPERACIO
           PERFORM PROJECTAR-DIA
               VARYING IX-DIA FROM 1 BY 1
               UNTIL IX-DIA > HORITZO
           IF DISPONIBLE-INICIAL < ZERO
               PERFORM MARCAR-NEGATIVA
           END-IF.

       PROJECTAR-DIA.
           MOVE ZERO TO ENTRADA-DIA
           PERFORM VARYING IX-ENT FROM 1 BY 1
                   UNTIL IX-ENT > NUM-ENTRADES
               IF TENT-NUMERO (IX-ENT) EQUAL NUMERO1
                       AND TENT-MAGATZEM (IX-ENT) EQUAL MAGATZEM
                       AND TENT-DIA (IX-ENT) EQUAL IX-DIA
                   ADD TENT-QUANTITAT (IX-ENT) TO ENTRADA-DIA
               END-IF
           END-PERFORM
           IF ENTRADA-DIA > ZERO
                   AND DATA-PROPERA-ENTRADA EQUAL SPACES
               MOVE TCAL-DATA (IX-DIA) TO DATA-PROPERA-ENTRADA
           END-IF
           ADD ENTRADA-DIA TO ENTRADES-ACUM
           COMPUTE DISPONIBLE-DIA = DISPONIBLE-INICIAL + ENTRADES-ACUM
           IF DISPONIBLE-DIA NOT < ZERO
                   AND DATA-RECUPERACIO EQUAL SPACES
               MOVE TCAL-DATA (IX-DIA) TO DATA-RECUPERACIO
           END-IF
           MOVE TCAL-DATA (IX-DIA) TO LDI-DATA
           MOVE ENTRADA-DIA TO LDI-ENTRADA
           MOVE DISPONIBLE-DIA TO LDI-DISPONIBLE
           IF DISPONIBLE-DIA < ZERO
               MOVE "*** NEGATIU ***" TO LDI-NOTA
           ELSE
               MOVE SPACES TO LDI-NOTA
           END-IF
           WRITE INFORME-REG FROM LINIA-DIA
           MOVE NUMERO1 TO PRJ-NUMERO
           MOVE MAGATZEM TO PRJ-MAGATZEM
           MOVE TCAL-DATA (IX-DIA) TO PRJ-DATA
           MOVE ENTRADA-DIA TO PRJ-ENTRADA
           MOVE ENTRADES-ACUM TO PRJ-ENTRADES-ACUM
           MOVE PENDENT-CLAU TO PRJ-PENDENT
           MOVE DISPONIBLE-DIA TO PRJ-DISPONIBLE
           WRITE PROJECCIO-REG.

      ************************************************************
      * LA CLAU JA ES NEGATIVA AVUI I HO SERA FINS A LA PROPERA  *
      * ENTRADA; ES DONA TAMBE EL DIA QUE LES ENTRADES LA TORNEN *
      * A POSAR EN POSITIU, SI ES DINS L'HORITZO                 *
      ************************************************************
       MARCAR-NEGATIVA.
           ADD 1 TO CNT-NEGATIVES
           MOVE SPACES TO INFORME-REG
           EVALUATE TRUE
               WHEN DATA-PROPERA-ENTRADA EQUAL SPACES
                   MOVE "   *** NEGATIU SENSE ENTRADES A L'HORITZO ***"
                       TO INFORME-REG
               WHEN DATA-RECUPERACIO EQUAL SPACES
                   STRING "   *** NEGATIU, PROPERA ENTRADA "
                           DELIMITED BY SIZE
                       DATA-PROPERA-ENTRADA DELIMITED BY SIZE
                       ", NO COBREIX A L'HORITZO ***" DELIMITED BY SIZE
                       INTO INFORME-REG
               WHEN OTHER
                   STRING "   *** NEGATIU, PROPERA ENTRADA "
                           DELIMITED BY SIZE
                       DATA-PROPERA-ENTRADA DELIMITED BY SIZE
                       ", POSITIU EL " DELIMITED BY SIZE
                       DATA-RECUPERACIO DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                       INTO INFORME-REG
           END-EVALUATE
           WRITE INFORME-REG
           IF NUM-NEGATIVES < MAX-NEGATIVES
               ADD 1 TO NUM-NEGATIVES
               MOVE NUMERO1 TO TNEG-NUMERO (NUM-NEGATIVES)
               MOVE MAGATZEM TO TNEG-MAGATZEM (NUM-NEGATIVES)
               MOVE DISPONIBLE-INICIAL
                   TO TNEG-DISPONIBLE (NUM-NEGATIVES)
               MOVE DATA-PROPERA-ENTRADA TO TNEG-DATA (NUM-NEGATIVES)
               MOVE DATA-RECUPERACIO
                   TO TNEG-RECUPERACIO (NUM-NEGATIVES)
           ELSE
               DISPLAY "PROJDISP: TAULA DE NEGATIVES PLENA, CLAU "
                   CLAU-INDEXAT " FORA DEL RESUM"
           END-IF.

       ESCRIURE-CAPCALERA.
           MOVE "===== PROJECCIO DEL DISPONIBLE PER PROMETRE ====="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           STRING "DATA " DELIMITED BY SIZE
               DATA-AVUI DELIMITED BY SIZE
               "  HORITZO " DELIMITED BY SIZE
               HORITZO DELIMITED BY SIZE
               " DIES" DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG.

       ESCRIURE-NEGATIVES.
           MOVE "--- CLAUS EN NEGATIU ABANS DE LA PROPERA ENTRADA ---"
               TO INFORME-REG
           WRITE INFORME-REG
           IF NUM-NEGATIVES EQUAL ZERO
               MOVE "(CAP)" TO INFORME-REG
               WRITE INFORME-REG
           END-IF
           PERFORM VARYING IX-NEG FROM 1 BY 1
                   UNTIL IX-NEG > NUM-NEGATIVES
               MOVE TNEG-NUMERO (IX-NEG) TO LNG-NUMERO
               MOVE TNEG-MAGATZEM (IX-NEG) TO LNG-MAGATZEM
               MOVE TNEG-DISPONIBLE (IX-NEG) TO LNG-DISPONIBLE
               IF TNEG-DATA (IX-NEG) EQUAL SPACES
                   MOVE "CAP" TO LNG-DATA
               ELSE
                   MOVE TNEG-DATA (IX-NEG) TO LNG-DATA
               END-IF
               IF TNEG-RECUPERACIO (IX-NEG) EQUAL SPACES
                   MOVE "CAP" TO LNG-RECUPERACIO
               ELSE
                   MOVE TNEG-RECUPERACIO (IX-NEG) TO LNG-RECUPERACIO
               END-IF
               WRITE INFORME-REG FROM LINIA-NEGATIVA
           END-PERFORM.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "CLAUS PROJECTADES" TO TOT-TITOL
           MOVE CNT-CLAUS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "COMANDES OBERTES" TO TOT-TITOL
           MOVE CNT-COMANDES-OBERTES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "ENTRADES A L'HORITZO" TO TOT-TITOL
           MOVE CNT-DINS-HORITZO TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "ENTRADES VENCUDES" TO TOT-TITOL
           MOVE CNT-VENCUDES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "ENTRADES FORA HORITZO" TO TOT-TITOL
           MOVE CNT-FORA-HORITZO TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS EN NEGATIU" TO TOT-TITOL
           MOVE CNT-NEGATIVES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "PROVEIDORS SENSE TERMINI" TO TOT-TITOL
           MOVE CNT-PROV-IGNORATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "COMANDES IGNORADES" TO TOT-TITOL
           MOVE CNT-ENT-IGNORADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY DATARTN.

       COPY AUDITRTN.

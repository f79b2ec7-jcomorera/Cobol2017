       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSIC.
      ************************************************************
      * RECOMANACIO DE PUNT DE COMANDA PER CLAU SEGONS DEMANDA   *
      * LLEGEIX LES SORTIDES (TIPUS S) DEL DIARI MOVIMENTS.TXT   *
      * DATADES DINS DE LA FINESTRA DELS DARRERS N DIES,         *
      * LES ORDENA PER CLAU I DATA I CALCULA PER CADA            *
      * CLAU-INDEXAT LA DEMANDA DIARIA MITJANA (TOTAL / DIES DE  *
      * LA FINESTRA) I LA PUNTA (EL DIA DE MES SORTIDES). AMB EL *
      * TERMINI DEL PRIMER PROVEIDOR QUE SERVEIX EL GRUP         *
      * ID-PRODUCTE (PROV-TERMINI, MINIM UN DIA) RECOMANA:       *
      *   PUNT DE COMANDA = PUNTA DIARIA X TERMINI               *
      *   QUANTITAT       = MITJANA DIARIA X DIES DE COBERTURA   *
      * I HO COMPARA AMB EL MINIM VIGENT: EL PROPI DE LA CLAU A  *
      * NIVCLAU.TXT SI EN TE, SINO EL DEL GRUP A NIVELLS.TXT.    *
      * INFORME A REPOSIC.INF; LES CLAUS SENSE SORTIDES A LA     *
      * FINESTRA NO TENEN RECOMANACIO I ES DEIXEN COM ESTAN.     *
      * REPOSIC.PRM: DIES DE FINESTRA 9(3) (DEFECTE 90) + DIES   *
      * DE COBERTURA 9(3) (DEFECTE 30) + S/N TRANSACCIONS. AMB   *
      * S, CADA CLAU AMB RECOMANACIO DIFERENT DE LA VIGENT       *
      * GENERA UNA TRANSACCIO A NIVTRANS.TXT (A SI LA CLAU NO TE *
      * MINIM PROPI, M SI JA EN TE) QUE COMPRES REVISA I NIVMANT *
      * APLICA. NO ES PAS DE LA CADENA DE NIT                    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTS
               ASSIGN TO "MOVIMENTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MOVIMENTS.
           SELECT INDEXADO
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLAU-INDEXAT
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-IN WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT NIVELLS
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
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PROV-CODI
                   FILE STATUS IS FS-PROVEIDORS.
           SELECT PARAMETRE
               ASSIGN TO "REPOSIC.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT TRANSACCIONS
               ASSIGN TO "NIVTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TRANSACCIONS.
           SELECT INFORME
               ASSIGN TO "REPOSIC.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           SELECT ORDENACIO ASSIGN TO "REPOSIC.TMP".
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTS.
       01 MOVIMENT-IN.
            05 MOV-NUMERO          PIC 9(5).
            05 MOV-MAGATZEM        PIC X(2).
            05 MOV-TIPUS           PIC X(1).
            05 MOV-QUANTITAT       PIC 9(7).
            05 MOV-DOCUMENT        PIC X(10).
            05 MOV-MAGATZEM-DESTI  PIC X(2).
            05 MOV-DATA            PIC X(8).
            05 MOV-CADUCITAT       PIC X(8).

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
            05 PROV-CODI           PIC X(5).
            05 PROV-NOM            PIC X(30).
            05 PROV-TERMINI        PIC 9(3).
            05 PROV-GRUPS.
                10 PROV-GRUP       PIC X(2) OCCURS 5 TIMES.

       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-FINESTRA       PIC X(3).
            05 PARM-COBERTURA      PIC X(3).
            05 PARM-TRANSACCIONS   PIC X(1).

       FD TRANSACCIONS.
       01 TRANSACCIO-REG.
            05 TNV-ACCIO           PIC X(1).
            05 TNV-NUMERO          PIC 9(5).
            05 TNV-MAGATZEM        PIC X(2).
            05 TNV-MINIM           PIC 9(7).
            05 TNV-QUANTITAT       PIC 9(7).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       SD ORDENACIO.
       01 ORDENACIO-REG.
            05 ORD-CLAU.
                10 ORD-NUMERO      PIC 9(5).
                10 ORD-MAGATZEM    PIC X(2).
            05 ORD-DATA            PIC X(8).
            05 ORD-QUANTITAT       PIC 9(7).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FIN-FICHERO PIC X(5) VALUE "FALSE".
           01 FS-MOVIMENTS PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-NIVELLS PIC X(2).
           01 FS-NIVELLS-CLAU PIC X(2).
           01 FS-PROVEIDORS PIC X(2).
           01 FS-PARAMETRE PIC X(2).
           01 FS-TRANSACCIONS PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 SW-NIVCLAU-OBERT PIC X VALUE "N".
               88 NIVCLAU-OBERT VALUE "S".
           01 PARAMETRES-CALCUL.
               05 DIES-FINESTRA    PIC 9(3) VALUE 90.
               05 DIES-COBERTURA   PIC 9(3) VALUE 30.
               05 SW-TRANSACCIONS  PIC X VALUE "N".
                   88 GENERAR-TRANSACCIONS VALUE "S".
               05 DIA-AVUI         PIC S9(7).
               05 DIA-INICI        PIC S9(7).
           01 COMPTADORS.
               05 CNT-MOVIMENTS        PIC 9(7) VALUE ZERO.
               05 CNT-SORTIDES         PIC 9(7) VALUE ZERO.
               05 CNT-CLAUS            PIC 9(7) VALUE ZERO.
               05 CNT-AMB-DEMANDA      PIC 9(7) VALUE ZERO.
               05 CNT-DIFERENTS        PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-PROVEIDOR  PIC 9(7) VALUE ZERO.
               05 CNT-TRANSACCIONS     PIC 9(7) VALUE ZERO.
           01 TAULA-NIVELLS.
               05 NIVELL-ENTRY OCCURS 100 TIMES.
                   10 TNIV-ID-PRODUCTE PIC X(2).
                   10 TNIV-MINIM       PIC 9(7).
           01 CONTROL-NIVELLS.
               05 NUM-NIVELLS    PIC 9(3) VALUE ZERO.
               05 MAX-NIVELLS    PIC 9(3) VALUE 100.
               05 IX-NIVELL      PIC 9(3).
           01 TAULA-PROVEIDORS.
               05 PROVEIDOR-ENTRY OCCURS 100 TIMES.
                   10 TPRV-CODI        PIC X(5).
                   10 TPRV-TERMINI     PIC 9(3).
                   10 TPRV-GRUPS.
                       15 TPRV-GRUP    PIC X(2) OCCURS 5 TIMES.
           01 CONTROL-PROVEIDORS.
               05 NUM-PROVEIDORS PIC 9(3) VALUE ZERO.
               05 MAX-PROVEIDORS PIC 9(3) VALUE 100.
               05 IX-PROV        PIC 9(3).
               05 IX-GRUP        PIC 9(1).
               05 SW-PROV-TROBAT PIC X VALUE "N".
                   88 PROVEIDOR-TROBAT VALUE "S".
               05 TERMINI-ACTUAL PIC 9(3).
           01 TAULA-DEMANDA.
               05 DEMANDA-ENTRY OCCURS 3000 TIMES.
                   10 TDEM-CLAU.
                       15 TDEM-NUMERO  PIC 9(5).
                       15 TDEM-MAGATZEM PIC X(2).
                   10 TDEM-TOTAL       PIC 9(9).
                   10 TDEM-PUNTA       PIC 9(8).
           01 CONTROL-DEMANDA.
               05 NUM-DEMANDES   PIC 9(4) VALUE ZERO.
               05 MAX-DEMANDES   PIC 9(4) VALUE 3000.
               05 IX-DEM         PIC 9(4).
               05 SW-DEM-TROBADA PIC X VALUE "N".
                   88 DEMANDA-TROBADA VALUE "S".
               05 SW-DEM-PLENA   PIC X VALUE "N".
                   88 TAULA-DEM-DESBORDADA VALUE "S".
               05 CLAU-ANTERIOR.
                   10 CLA-NUMERO   PIC 9(5).
                   10 CLA-MAGATZEM PIC X(2).
               05 DATA-ANTERIOR  PIC X(8).
               05 QUANTITAT-DIA  PIC 9(8).
           01 CALCUL-RECOMANACIO.
               05 MITJANA-DIA    PIC 9(7)V99.
               05 PUNTA-DIA      PIC 9(8).
               05 MINIM-RECOMANAT PIC 9(7).
               05 QUANTITAT-RECOMANADA PIC 9(7).
               05 MINIM-VIGENT   PIC 9(7).
               05 QUANTITAT-VIGENT PIC 9(7).
               05 ORIGEN-VIGENT  PIC X(4).
               05 CALCUL-GRAN    PIC 9(11).
           01 LINIA-CAPCALERA.
               05 FILLER PIC X(45) VALUE
               "CLAU    GR   MITJANA   PUNTA TERM ORIG  MINIM".
               05 FILLER PIC X(45) VALUE
               "  QUANTITAT  RECOM.MIN  RECOM.QUANT".
           01 LINIA-DETALL.
               05 DET-NUMERO           PIC 9(5).
               05 DET-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-GRUP             PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-MITJANA          PIC Z(6)9.99.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-PUNTA            PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-TERMINI          PIC ZZ9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-ORIGEN           PIC X(4).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-MINIM            PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-QUANTITAT        PIC Z(9)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-RECOMANAT        PIC Z(9)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-RECOMANADA       PIC Z(9)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 DET-MARCA            PIC X(5).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY DATAWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       REPOSIC-RTN.
           MOVE "REPOSIC" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           MOVE DATA-AVUI TO DC-DATA-RTN
           PERFORM DATA-A-DIES
           MOVE DC-DIES-RTN TO DIA-AVUI

           PERFORM LLEGIR-PARAMETRES
           COMPUTE DIA-INICI = DIA-AVUI - DIES-FINESTRA + 1
           PERFORM CARREGAR-NIVELLS
           PERFORM CARREGAR-PROVEIDORS

           OPEN INPUT MOVIMENTS
           IF FS-MOVIMENTS NOT EQUAL "00"
               DISPLAY "REPOSIC: ERROR OBRIR MOVIMENTS FS="
                   FS-MOVIMENTS
               GO TO REPOSIC-ABEND
           END-IF
           SORT ORDENACIO
               ON ASCENDING KEY ORD-CLAU ORD-DATA
               INPUT PROCEDURE ALIMENTAR-ORDENACIO
               OUTPUT PROCEDURE ACUMULAR-DEMANDA
           CLOSE MOVIMENTS

           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "REPOSIC: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO REPOSIC-ABEND
           END-IF
           OPEN INPUT NIVELLS-CLAU
           IF FS-NIVELLS-CLAU EQUAL "00"
               SET NIVCLAU-OBERT TO TRUE
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "REPOSIC: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO REPOSIC-ABEND
           END-IF
           IF GENERAR-TRANSACCIONS
               OPEN OUTPUT TRANSACCIONS
               IF FS-TRANSACCIONS NOT EQUAL "00"
                   DISPLAY "REPOSIC: ERROR OBRIR NIVTRANS FS="
                       FS-TRANSACCIONS
                   GO TO REPOSIC-ABEND
               END-IF
           END-IF

           PERFORM ESCRIURE-CAPCALERA
           MOVE "FALSE" TO FIN-FICHERO
           PERFORM LLEGIR-INDEXAT

       PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
           ADD 1 TO CNT-CLAUS
           PERFORM AVALUAR-CLAU
           PERFORM LLEGIR-INDEXAT
       END-PERFORM.

           PERFORM ESCRIURE-TOTALS
           CLOSE INDEXADO, INFORME
           IF NIVCLAU-OBERT
               CLOSE NIVELLS-CLAU
           END-IF
           IF GENERAR-TRANSACCIONS
               CLOSE TRANSACCIONS
           END-IF
           DISPLAY "REPOSIC: SORTIDES A LA FINESTRA: " CNT-SORTIDES
           DISPLAY "REPOSIC: CLAUS LLEGIDES        : " CNT-CLAUS
           DISPLAY "REPOSIC: CLAUS AMB DEMANDA     : " CNT-AMB-DEMANDA
           DISPLAY "REPOSIC: RECOMANACIONS NOVES   : " CNT-DIFERENTS
           DISPLAY "REPOSIC: TRANSACCIONS ESCRITES : " CNT-TRANSACCIONS
           MOVE "REPOSIC" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-CLAUS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF TAULA-DEM-DESBORDADA OR CNT-SENSE-PROVEIDOR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       REPOSIC-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE MOVIMENTS, INDEXADO, INFORME
           IF NIVCLAU-OBERT
               CLOSE NIVELLS-CLAU
           END-IF
           IF GENERAR-TRANSACCIONS
               CLOSE TRANSACCIONS
           END-IF
           MOVE "REPOSIC" TO AL-PROGRAMA-RTN
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
                   IF PARM-FINESTRA NUMERIC
                           AND PARM-FINESTRA NOT EQUAL "000"
                       MOVE PARM-FINESTRA TO DIES-FINESTRA
                   END-IF
                   IF PARM-COBERTURA NUMERIC
                           AND PARM-COBERTURA NOT EQUAL "000"
                       MOVE PARM-COBERTURA TO DIES-COBERTURA
                   END-IF
                   IF PARM-TRANSACCIONS EQUAL "S"
                       SET GENERAR-TRANSACCIONS TO TRUE
                   END-IF
               END-READ
               CLOSE PARAMETRE
           END-IF.

       CARREGAR-NIVELLS.
           OPEN INPUT NIVELLS
           IF FS-NIVELLS NOT EQUAL "00"
               DISPLAY "REPOSIC: SENSE NIVELLS.TXT, CAP MINIM DE GRUP"
           ELSE
               PERFORM LLEGIR-NIVELL
               PERFORM UNTIL FS-NIVELLS EQUAL "10"
                   IF NUM-NIVELLS < MAX-NIVELLS
                       ADD 1 TO NUM-NIVELLS
                       MOVE NIV-ID-PRODUCTE
                           TO TNIV-ID-PRODUCTE (NUM-NIVELLS)
                       MOVE NIV-MINIM TO TNIV-MINIM (NUM-NIVELLS)
                   ELSE
                       DISPLAY "REPOSIC: TAULA NIVELLS PLENA, ENTRADA "
                           NIV-ID-PRODUCTE " IGNORADA"
                   END-IF
                   PERFORM LLEGIR-NIVELL
               END-PERFORM
               CLOSE NIVELLS
           END-IF.

       LLEGIR-NIVELL.
           READ NIVELLS
           EVALUATE FS-NIVELLS
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REPOSIC: ERROR LLEGIR NIVELLS FS="
                       FS-NIVELLS
                   GO TO REPOSIC-ABEND
           END-EVALUATE.

       CARREGAR-PROVEIDORS.
           OPEN INPUT PROVEIDORS
           IF FS-PROVEIDORS NOT EQUAL "00"
               DISPLAY "REPOSIC: SENSE MESTRE DE PROVEIDORS,"
                   " TERMINI D'UN DIA PER A TOTES LES CLAUS"
           ELSE
               PERFORM LLEGIR-PROVEIDOR
               PERFORM UNTIL FS-PROVEIDORS EQUAL "10"
                   IF NUM-PROVEIDORS < MAX-PROVEIDORS
                       ADD 1 TO NUM-PROVEIDORS
                       MOVE PROV-CODI TO TPRV-CODI (NUM-PROVEIDORS)
                       MOVE PROV-TERMINI
                           TO TPRV-TERMINI (NUM-PROVEIDORS)
                       MOVE PROV-GRUPS TO TPRV-GRUPS (NUM-PROVEIDORS)
                   ELSE
                       DISPLAY "REPOSIC: TAULA PROVEIDORS PLENA,"
                           " ENTRADA " PROV-CODI " IGNORADA"
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
                   DISPLAY "REPOSIC: ERROR LLEGIR PROVEIDORS FS="
                       FS-PROVEIDORS
                   GO TO REPOSIC-ABEND
           END-EVALUATE.

      ************************************************************
      * ENTRADA DE L'ORDENACIO: NOMES SORTIDES AMB DATA VALIDA   *
      * DINS DE LA FINESTRA; ELS TRASPASSOS NO SON DEMANDA       *
      ************************************************************
       ALIMENTAR-ORDENACIO.
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               READ MOVIMENTS
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO CNT-MOVIMENTS
                   IF MOV-TIPUS EQUAL "S" AND MOV-DATA NUMERIC
                       PERFORM FILTRAR-SORTIDA
                   END-IF
               END-READ
           END-PERFORM.

       FILTRAR-SORTIDA.
           MOVE MOV-DATA TO DC-DATA-RTN
           PERFORM DATA-A-DIES
           IF DC-DIES-RTN NOT < DIA-INICI
                   AND DC-DIES-RTN NOT > DIA-AVUI
               ADD 1 TO CNT-SORTIDES
               MOVE MOV-NUMERO TO ORD-NUMERO
               MOVE MOV-MAGATZEM TO ORD-MAGATZEM
               MOVE MOV-DATA TO ORD-DATA
               MOVE MOV-QUANTITAT TO ORD-QUANTITAT
               RELEASE ORDENACIO-REG
           END-IF.

      ************************************************************
      * SORTIDA DE L'ORDENACIO: RUPTURA PER CLAU I DIA. CADA     *
      * CLAU ACUMULA EL TOTAL DE LA FINESTRA I EL DIA MES ALT    *
      ************************************************************
       ACUMULAR-DEMANDA.
           MOVE "N" TO SW-FI-LECTURA
           MOVE HIGH-VALUES TO CLAU-ANTERIOR
           MOVE SPACES TO DATA-ANTERIOR
           MOVE ZERO TO QUANTITAT-DIA
           PERFORM UNTIL FI-LECTURA
               RETURN ORDENACIO
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   PERFORM TRACTAR-SORTIDA
               END-RETURN
           END-PERFORM
           IF CLAU-ANTERIOR NOT EQUAL HIGH-VALUES
               PERFORM TANCAR-DIA
           END-IF.

       TRACTAR-SORTIDA.
           IF ORD-CLAU NOT EQUAL CLAU-ANTERIOR
               IF CLAU-ANTERIOR NOT EQUAL HIGH-VALUES
                   PERFORM TANCAR-DIA
               END-IF
               PERFORM OBRIR-CLAU
           ELSE
               IF ORD-DATA NOT EQUAL DATA-ANTERIOR
                   PERFORM TANCAR-DIA
               END-IF
           END-IF
           MOVE ORD-DATA TO DATA-ANTERIOR
           ADD ORD-QUANTITAT TO QUANTITAT-DIA.

       OBRIR-CLAU.
           MOVE ORD-CLAU TO CLAU-ANTERIOR
           IF NUM-DEMANDES < MAX-DEMANDES
               ADD 1 TO NUM-DEMANDES
               MOVE ORD-CLAU TO TDEM-CLAU (NUM-DEMANDES)
               MOVE ZERO TO TDEM-TOTAL (NUM-DEMANDES)
               MOVE ZERO TO TDEM-PUNTA (NUM-DEMANDES)
           ELSE
               IF NOT TAULA-DEM-DESBORDADA
                   SET TAULA-DEM-DESBORDADA TO TRUE
                   DISPLAY "REPOSIC: TAULA DE DEMANDA PLENA, CLAUS"
                       " SENSE RECOMANACIO"
               END-IF
           END-IF.

       TANCAR-DIA.
           IF NOT TAULA-DEM-DESBORDADA
               ADD QUANTITAT-DIA TO TDEM-TOTAL (NUM-DEMANDES)
               IF QUANTITAT-DIA > TDEM-PUNTA (NUM-DEMANDES)
                   MOVE QUANTITAT-DIA TO TDEM-PUNTA (NUM-DEMANDES)
               END-IF
           END-IF
           MOVE ZERO TO QUANTITAT-DIA.

       LLEGIR-INDEXAT.
           READ INDEXADO
           AT END SET FIN-FICHERO TO "TRUE"
           NOT AT END
               IF FS-INDEXADO NOT EQUAL "00"
                   DISPLAY "REPOSIC: ERROR LLEGIR IDX FS="
                       FS-INDEXADO
                   GO TO REPOSIC-ABEND
               END-IF
           END-READ.

       ESCRIURE-CAPCALERA.
           MOVE "===== PUNTS DE COMANDA PER CLAU SEGONS DEMANDA ====="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE DIES-FINESTRA TO DET-TERMINI
           MOVE SPACES TO INFORME-REG
           STRING "FINESTRA DE DIES: " DELIMITED BY SIZE
               DET-TERMINI DELIMITED BY SIZE
               " FINS A " DELIMITED BY SIZE
               DATA-AVUI DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           MOVE DIES-COBERTURA TO DET-TERMINI
           MOVE SPACES TO INFORME-REG
           STRING "DIES DE COBERTURA PER COMANDA: " DELIMITED BY SIZE
               DET-TERMINI DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           WRITE INFORME-REG FROM LINIA-CAPCALERA.

      ************************************************************
      * PER CADA CLAU DEL MESTRE: VIGENT (PROPI O DE GRUP),      *
      * RECOMANAT SI HI HA DEMANDA, I TRANSACCIO SI ES DEMANA I  *
      * LA RECOMANACIO DIFEREIX DE LA VIGENT                     *
      ************************************************************
       AVALUAR-CLAU.
           PERFORM CERCAR-VIGENT
           PERFORM CERCAR-DEMANDA
           IF DEMANDA-TROBADA
               ADD 1 TO CNT-AMB-DEMANDA
               PERFORM CERCAR-TERMINI
               PERFORM CALCULAR-RECOMANACIO
               PERFORM ESCRIURE-DETALL
           ELSE
               IF ORIGEN-VIGENT EQUAL "CLAU"
                   MOVE ZERO TO MITJANA-DIA
                   MOVE ZERO TO PUNTA-DIA
                   MOVE ZERO TO TERMINI-ACTUAL
                   MOVE MINIM-VIGENT TO MINIM-RECOMANAT
                   MOVE QUANTITAT-VIGENT TO QUANTITAT-RECOMANADA
                   PERFORM ESCRIURE-DETALL
               END-IF
           END-IF.

       CERCAR-VIGENT.
           MOVE ZERO TO MINIM-VIGENT
           MOVE ZERO TO QUANTITAT-VIGENT
           MOVE "----" TO ORIGEN-VIGENT
           PERFORM VARYING IX-NIVELL FROM 1 BY 1
                   UNTIL IX-NIVELL > NUM-NIVELLS
               IF TNIV-ID-PRODUCTE (IX-NIVELL) EQUAL ID-PRODUCTE
                   MOVE TNIV-MINIM (IX-NIVELL) TO MINIM-VIGENT
                   MOVE "GRUP" TO ORIGEN-VIGENT
               END-IF
           END-PERFORM
           IF NIVCLAU-OBERT
               MOVE CLAU-INDEXAT TO NVC-CLAU
               READ NIVELLS-CLAU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NVC-MINIM TO MINIM-VIGENT
                       MOVE NVC-QUANTITAT TO QUANTITAT-VIGENT
                       MOVE "CLAU" TO ORIGEN-VIGENT
               END-READ
           END-IF.

       CERCAR-DEMANDA.
           MOVE "N" TO SW-DEM-TROBADA
           PERFORM VARYING IX-DEM FROM 1 BY 1
               UNTIL IX-DEM > NUM-DEMANDES OR DEMANDA-TROBADA
               IF TDEM-CLAU (IX-DEM) EQUAL CLAU-INDEXAT
                   SET DEMANDA-TROBADA TO TRUE
                   SUBTRACT 1 FROM IX-DEM
               END-IF
           END-PERFORM.

      ************************************************************
      * TERMINI DEL PRIMER PROVEIDOR DEL GRUP, COM TRIA COMGEN;  *
      * SENSE PROVEIDOR O AMB TERMINI ZERO ES COMPTA UN DIA      *
      ************************************************************
       CERCAR-TERMINI.
           MOVE "N" TO SW-PROV-TROBAT
           MOVE 1 TO TERMINI-ACTUAL
           PERFORM VARYING IX-PROV FROM 1 BY 1
               UNTIL IX-PROV > NUM-PROVEIDORS OR PROVEIDOR-TROBAT
               PERFORM VARYING IX-GRUP FROM 1 BY 1
                   UNTIL IX-GRUP > 5 OR PROVEIDOR-TROBAT
                   IF TPRV-GRUP (IX-PROV, IX-GRUP) EQUAL ID-PRODUCTE
                       SET PROVEIDOR-TROBAT TO TRUE
                       IF TPRV-TERMINI (IX-PROV) > ZERO
                           MOVE TPRV-TERMINI (IX-PROV)
                               TO TERMINI-ACTUAL
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF NOT PROVEIDOR-TROBAT
               ADD 1 TO CNT-SENSE-PROVEIDOR
           END-IF.

       CALCULAR-RECOMANACIO.
           COMPUTE MITJANA-DIA ROUNDED =
               TDEM-TOTAL (IX-DEM) / DIES-FINESTRA
           MOVE TDEM-PUNTA (IX-DEM) TO PUNTA-DIA
           COMPUTE CALCUL-GRAN = PUNTA-DIA * TERMINI-ACTUAL
           IF CALCUL-GRAN > 9999999
               MOVE 9999999 TO MINIM-RECOMANAT
           ELSE
               MOVE CALCUL-GRAN TO MINIM-RECOMANAT
           END-IF
           COMPUTE CALCUL-GRAN ROUNDED =
               TDEM-TOTAL (IX-DEM) * DIES-COBERTURA / DIES-FINESTRA
           IF CALCUL-GRAN > 9999999
               MOVE 9999999 TO QUANTITAT-RECOMANADA
           ELSE
               MOVE CALCUL-GRAN TO QUANTITAT-RECOMANADA
           END-IF
           IF QUANTITAT-RECOMANADA EQUAL ZERO
               MOVE 1 TO QUANTITAT-RECOMANADA
           END-IF.

       ESCRIURE-DETALL.
           MOVE NUMERO1 TO DET-NUMERO
           MOVE MAGATZEM TO DET-MAGATZEM
           MOVE ID-PRODUCTE TO DET-GRUP
           MOVE MITJANA-DIA TO DET-MITJANA
           MOVE PUNTA-DIA TO DET-PUNTA
           MOVE TERMINI-ACTUAL TO DET-TERMINI
           MOVE ORIGEN-VIGENT TO DET-ORIGEN
           MOVE MINIM-VIGENT TO DET-MINIM
           MOVE QUANTITAT-VIGENT TO DET-QUANTITAT
           MOVE MINIM-RECOMANAT TO DET-RECOMANAT
           MOVE QUANTITAT-RECOMANADA TO DET-RECOMANADA
           MOVE SPACES TO DET-MARCA
           IF NOT DEMANDA-TROBADA
               MOVE "S/DEM" TO DET-MARCA
           ELSE
               IF MINIM-RECOMANAT NOT EQUAL MINIM-VIGENT
                       OR QUANTITAT-RECOMANADA NOT EQUAL
                           QUANTITAT-VIGENT
                   ADD 1 TO CNT-DIFERENTS
                   MOVE "*" TO DET-MARCA
                   IF GENERAR-TRANSACCIONS
                       PERFORM ESCRIURE-TRANSACCIO
                   END-IF
               END-IF
           END-IF
           WRITE INFORME-REG FROM LINIA-DETALL.

       ESCRIURE-TRANSACCIO.
           IF ORIGEN-VIGENT EQUAL "CLAU"
               MOVE "M" TO TNV-ACCIO
           ELSE
               MOVE "A" TO TNV-ACCIO
           END-IF
           MOVE NUMERO1 TO TNV-NUMERO
           MOVE MAGATZEM TO TNV-MAGATZEM
           MOVE MINIM-RECOMANAT TO TNV-MINIM
           MOVE QUANTITAT-RECOMANADA TO TNV-QUANTITAT
           WRITE TRANSACCIO-REG
           ADD 1 TO CNT-TRANSACCIONS.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "MOVIMENTS LLEGITS" TO TOT-TITOL
           MOVE CNT-MOVIMENTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "SORTIDES A LA FINESTRA" TO TOT-TITOL
           MOVE CNT-SORTIDES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS LLEGIDES" TO TOT-TITOL
           MOVE CNT-CLAUS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS AMB DEMANDA" TO TOT-TITOL
           MOVE CNT-AMB-DEMANDA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "RECOMANACIONS DIFERENTS" TO TOT-TITOL
           MOVE CNT-DIFERENTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CLAUS SENSE PROVEIDOR" TO TOT-TITOL
           MOVE CNT-SENSE-PROVEIDOR TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "TRANSACCIONS ESCRITES" TO TOT-TITOL
           MOVE CNT-TRANSACCIONS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY DATARTN.

       COPY AUDITRTN.

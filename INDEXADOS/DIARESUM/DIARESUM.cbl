      *     SORTI)                                               *
      *   - VALOR D'OBERTURA I DE TANCAMENT DE L'ESTOC           *
      *     D'INDEXAT.TXT (EL TANCAMENT D'AHIR ES GUARDA A       *
      *     DIAVALOR.CKP I FA D'OBERTURA D'AVUI), A PREU-UNITAT  *
      *     O A COST MIG PONDERAT SEGONS BASEVAL.PRM; SI LA BASE *
      *     HA CANVIAT DES D'AHIR L'OBERTURA ES DESCONEGUDA      *
      *   - ELS CINC MOVIMENTS DE MES VALOR DEL DIA              *
      *   - FACTURES EMESES AVUI AMB BASE, IVA I TOTAL (REGISTRES*
      *     T DE FACTURES.TXT) I COMANDES NO FACTURADES DE       *
      *     FACTURA.INF                                          *
      * I DIU EN CLAR SI TOTS ELS COMPTADORS DE REBUIG SON ZERO. *
      * UNA PAGINA QUE L'OPERADOR DE GUARDIA SIGNA, EN LLOC DE   *
      * CINC FITXERS I UNA SUPOSICIO                             *
               ASSIGN TO "DIAVALOR.CKP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PUNT-VALOR.
           SELECT FACTURES
               ASSIGN TO "FACTURES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FACTURES.
           SELECT INFORME
               ASSIGN TO "DIARESUM.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY COSTSEL.
           COPY AUDITSEL.

       DATA DIVISION.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
            05 MOV-NUMERO          PIC 9(5).
            05 MOV-MAGATZEM        PIC X(2).
            05 MOV-TIPUS           PIC X(1).
            05 MOV-QUANTITAT       PIC 9(7).
            05 MOV-DOCUMENT        PIC X(10).
            05 MOV-MAGATZEM-DESTI  PIC X(2).
            05 MOV-DATA            PIC X(8).
       01 PUNT-VALOR-REG.
            05 CKP-DATA            PIC X(8).
            05 CKP-VALOR           PIC 9(11)V99.
            05 CKP-BASE            PIC X(1).

       FD FACTURES.
       01 FACTURA-REG              PIC X(121).
       01 FACTURA-TOTALS.
            05 FTO-TIPUS           PIC X(1).
            05 FTO-NUMERO          PIC 9(7).
            05 FTO-DATA            PIC X(8).
            05 FTO-EMISSIO         PIC X(8).
            05 FTO-COMANDA         PIC 9(5).
            05 FTO-CLIENT          PIC X(5).
            05 FTO-BASE            PIC 9(11)V99.
            05 FTO-IVA             PIC 9(11)V99.
            05 FTO-TOTAL           PIC 9(11)V99.

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY COSTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-INDEXADO PIC X(2).
           01 FS-MOVIMENTS PIC X(2).
           01 FS-PUNT-VALOR PIC X(2).
           01 FS-FACTURES PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 NOM-INFORME-PAS PIC X(20).
           01 GRAN-TREBALL.
               05 TRB-VALOR       PIC 9(11)V99.
               05 TRB-NUMERO      PIC 9(5).
               05 TRB-MAGATZEM    PIC X(2).
               05 TRB-TIPUS       PIC X(1).
               05 TRB-QUANTITAT   PIC 9(7).
               05 TRB-DOCUMENT    PIC X(10).
           01 COMPTADOR-NET PIC X(7).
           01 COMPTADOR-N REDEFINES COMPTADOR-NET PIC 9(7).
               05 CAR-CARREGATS   PIC 9(7) VALUE ZERO.
               05 CAR-LLEGITS     PIC 9(7) VALUE ZERO.
               05 CAR-REBUTJATS   PIC 9(7) VALUE ZERO.
               05 FAC-NO-FACTURADES PIC 9(7) VALUE ZERO.
           01 FACTURACIO-DIA.
               05 FAC-EMESES      PIC 9(7) VALUE ZERO.
               05 FAC-BASE        PIC 9(11)V99 VALUE ZERO.
               05 FAC-IVA         PIC 9(11)V99 VALUE ZERO.
               05 FAC-TOTAL       PIC 9(11)V99 VALUE ZERO.
           01 FONTS-ABSENTS PIC 9(2) VALUE ZERO.
           01 CALCUL-VALOR.
               05 VALOR-TANCAMENT PIC 9(11)V99 VALUE ZERO.
               05 VALOR-OBERTURA  PIC 9(11)V99 VALUE ZERO.
               05 SW-OBERTURA     PIC X VALUE "N".
                   88 OBERTURA-CONEGUDA VALUE "S".
               05 CLAUS-SENSE-COST PIC 9(7) VALUE ZERO.
               05 SW-BASE-CANVIADA PIC X VALUE "N".
                   88 BASE-CANVIADA VALUE "S".
               05 VARIACIO-VALOR  PIC S9(11)V99.
           01 CALCUL-MOVIMENT.
               05 VALOR-MOVIMENT  PIC 9(11)V99.
               05 SW-PRODUCTE-LLEGIT PIC X VALUE "N".
                   88 PRODUCTE-LLEGIT VALUE "S".
           01 NUM-GRANS PIC 9(1) VALUE ZERO.
           01 TAULA-GRANS-MOVIMENTS.
               05 GRAN-ENTRY OCCURS 5 TIMES.
                   10 TGRA-VALOR       PIC 9(11)V99.
                   10 TGRA-NUMERO      PIC 9(5).
                   10 TGRA-MAGATZEM    PIC X(2).
                   10 TGRA-TIPUS       PIC X(1).
                   10 TGRA-QUANTITAT   PIC 9(7).
                   10 TGRA-DOCUMENT    PIC X(10).
           01 CONTROL-GRANS.
               05 IX-GRA         PIC 9(1).
               05 FILLER               PIC X(7) VALUE " TIPUS=".
               05 GRA-TIPUS            PIC X(1).
               05 FILLER               PIC X(11) VALUE " QUANTITAT=".
               05 GRA-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(5) VALUE " DOC=".
               05 GRA-DOCUMENT         PIC X(10).
               05 FILLER               PIC X(7) VALUE " VALOR=".
               05 GRA-VALOR            PIC Z(10)9.99.
           COPY COSTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
           PERFORM RECOLLIR-MOVPOST
           PERFORM RECOLLIR-INVENT
           PERFORM RECOLLIR-AUDITLOG
           PERFORM RECOLLIR-FACTURACIO
           MOVE "DIARESUM" TO CM-PROGRAMA-RTN
           PERFORM COST-INICIAR
           PERFORM VALORAR-ESTOC
           MOVE CM-SENSE-COST-RTN TO CLAUS-SENSE-COST
           PERFORM CERCAR-GRANS-MOVIMENTS
           PERFORM COST-TANCAR

           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               END-IF
           END-READ.

      ************************************************************
      * FACTURACIO: LES FACTURES EMESES AVUI ES SUMEN DELS       *
      * REGISTRES DE TOTALS DE FACTURES.TXT (UN FITXER QUE       *
      * ENCARA NO EXISTEIX VOL DIR CAP FACTURA, NO UNA FONT      *
      * ABSENT) I LES COMANDES NO FACTURADES ES PRENEN DE        *
      * FACTURA.INF                                              *
      ************************************************************
       RECOLLIR-FACTURACIO.
           MOVE "FACTURA.INF" TO NOM-INFORME-PAS
           MOVE "COMANDES NO FACTURADES" TO TITOL-CERCAT
           MOVE 25 TO LONGITUD-TITOL
           MOVE 26 TO POSICIO-VALOR
           PERFORM CERCAR-TOTAL-INFORME
           IF VALOR-LOCALITZAT
               MOVE VALOR-TROBAT TO FAC-NO-FACTURADES
           END-IF
           MOVE "FALSE" TO FIN-FICHERO
           OPEN INPUT FACTURES
           IF FS-FACTURES NOT EQUAL "00"
               DISPLAY "DIARESUM: SENSE FACTURES.TXT, CAP FACTURA"
           ELSE
               PERFORM LLEGIR-FACTURA
               PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
                   IF FTO-TIPUS EQUAL "T"
                           AND FTO-EMISSIO EQUAL DATA-AVUI
                       ADD 1 TO FAC-EMESES
                       ADD FTO-BASE TO FAC-BASE
                       ADD FTO-IVA TO FAC-IVA
                       ADD FTO-TOTAL TO FAC-TOTAL
                   END-IF
                   PERFORM LLEGIR-FACTURA
               END-PERFORM
               CLOSE FACTURES
           END-IF.

       LLEGIR-FACTURA.
           READ FACTURES
           AT END SET FIN-FICHERO TO "TRUE"
           NOT AT END
               IF FS-FACTURES NOT EQUAL "00"
                   SET FIN-FICHERO TO "TRUE"
               END-IF
           END-READ.

      ************************************************************
      * PREUMASS I CARGA NO DEIXEN LINIES DE TOTALS EN INFORME:  *
      * LES SEVES XIFRES DEL DIA ES PRENEN DE L'AUDITLOG (FINAL  *
           END-IF
           PERFORM LLEGIR-INDEXAT
           PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
               MOVE NUMERO1 TO CM-NUMERO-RTN
               MOVE MAGATZEM TO CM-MAGATZEM-RTN
               MOVE PREU-UNITAT TO CM-PREU-RTN
               PERFORM COST-UNITARI
               COMPUTE VALOR-TANCAMENT ROUNDED = VALOR-TANCAMENT
                   + CANTIDAD * CM-UNITARI-RTN
               PERFORM LLEGIR-INDEXAT
           END-PERFORM
           CLOSE INDEXADO.
               READ PUNT-VALOR
               AT END CONTINUE
               NOT AT END
                   IF CKP-BASE EQUAL SPACE
                       MOVE "P" TO CKP-BASE
                   END-IF
                   IF CKP-BASE EQUAL SW-BASE-COST-RTN
                       MOVE CKP-VALOR TO VALOR-OBERTURA
                       SET OBERTURA-CONEGUDA TO TRUE
                   ELSE
                       SET BASE-CANVIADA TO TRUE
                   END-IF
               END-READ
               CLOSE PUNT-VALOR
           END-IF.
           OPEN OUTPUT PUNT-VALOR
           MOVE DATA-AVUI TO CKP-DATA
           MOVE VALOR-TANCAMENT TO CKP-VALOR
           MOVE SW-BASE-COST-RTN TO CKP-BASE
           WRITE PUNT-VALOR-REG
           CLOSE PUNT-VALOR.

                   SET PRODUCTE-LLEGIT TO TRUE
           END-READ
           IF PRODUCTE-LLEGIT
               MOVE NUMERO1 TO CM-NUMERO-RTN
               MOVE MAGATZEM TO CM-MAGATZEM-RTN
               MOVE PREU-UNITAT TO CM-PREU-RTN
               PERFORM COST-UNITARI
               COMPUTE VALOR-MOVIMENT ROUNDED = MOV-QUANTITAT
                   * CM-UNITARI-RTN
               PERFORM INSERIR-GRAN-MOVIMENT
           END-IF.

           MOVE CAR-REBUTJATS TO CMP-VALOR
           WRITE INFORME-REG FROM LINIA-COMPTADOR
           PERFORM ESCRIURE-SECCIO-VALOR
           PERFORM ESCRIURE-SECCIO-FACTURACIO
           PERFORM ESCRIURE-SECCIO-GRANS
           PERFORM ESCRIURE-VEREDICTE.

       ESCRIURE-SECCIO-VALOR.
           MOVE "--- VALOR DE L'ESTOC ---" TO INFORME-REG
           WRITE INFORME-REG
           IF BASE-COST-MIG
               MOVE "BASE DE VALORACIO: COST MIG PONDERAT"
                   TO INFORME-REG
           ELSE
               MOVE "BASE DE VALORACIO: PREU-UNITAT" TO INFORME-REG
           END-IF
           WRITE INFORME-REG
           IF OBERTURA-CONEGUDA
               MOVE "VALOR D'OBERTURA" TO VLR-TITOL
               MOVE VALOR-OBERTURA TO VLR-VALOR
               WRITE INFORME-REG FROM LINIA-VALOR
           ELSE
               IF BASE-CANVIADA
                   MOVE "VALOR D'OBERTURA DESCONEGUT (BASE CANVIADA)"
                       TO INFORME-REG
               ELSE
                   MOVE "VALOR D'OBERTURA DESCONEGUT (PRIMER DIA)"
                       TO INFORME-REG
               END-IF
               WRITE INFORME-REG
           END-IF
           MOVE "VALOR DE TANCAMENT" TO VLR-TITOL
           MOVE VALOR-TANCAMENT TO VLR-VALOR
           WRITE INFORME-REG FROM LINIA-VALOR
           IF BASE-COST-MIG
               MOVE "CLAUS SENSE COST MIG (A PREU)" TO CMP-TITOL
               MOVE CLAUS-SENSE-COST TO CMP-VALOR
               WRITE INFORME-REG FROM LINIA-COMPTADOR
           END-IF
           IF OBERTURA-CONEGUDA
               COMPUTE VARIACIO-VALOR = VALOR-TANCAMENT
                   - VALOR-OBERTURA
               WRITE INFORME-REG FROM LINIA-VALOR
           END-IF.

       ESCRIURE-SECCIO-FACTURACIO.
           MOVE "--- FACTURACIO DEL DIA ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "FACTURA FACTURES EMESES" TO CMP-TITOL
           MOVE FAC-EMESES TO CMP-VALOR
           WRITE INFORME-REG FROM LINIA-COMPTADOR
           MOVE "FACTURA COMANDES NO FACTURADES" TO CMP-TITOL
           MOVE FAC-NO-FACTURADES TO CMP-VALOR
           WRITE INFORME-REG FROM LINIA-COMPTADOR
           MOVE "BASE IMPOSABLE" TO VLR-TITOL
           MOVE FAC-BASE TO VLR-VALOR
           WRITE INFORME-REG FROM LINIA-VALOR
           MOVE "IVA REPERCUTIT" TO VLR-TITOL
           MOVE FAC-IVA TO VLR-VALOR
           WRITE INFORME-REG FROM LINIA-VALOR
           MOVE "TOTAL FACTURAT" TO VLR-TITOL
           MOVE FAC-TOTAL TO VLR-VALOR
           WRITE INFORME-REG FROM LINIA-VALOR.

       ESCRIURE-SECCIO-GRANS.
           MOVE "--- MOVIMENTS DE MES VALOR DEL DIA ---"
               TO INFORME-REG
       ESCRIURE-VEREDICTE.
           COMPUTE TOTAL-REBUTJATS = MAN-REBUTJADES + MOV-REBUTJATS
               + MOV-PENDENTS + INV-NO-FITXER + CAR-REBUTJATS
               + FAC-NO-FACTURADES
           MOVE "--- VEREDICTE ---" TO INFORME-REG
           WRITE INFORME-REG
           IF TOTAL-REBUTJATS EQUAL ZERO AND FONTS-ABSENTS EQUAL ZERO
           END-IF
           WRITE INFORME-REG.

       COPY COSTRTN.

       COPY AUDITRTN.

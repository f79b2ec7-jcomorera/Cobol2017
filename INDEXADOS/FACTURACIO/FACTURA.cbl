       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURA.
      ************************************************************
      * FACTURACIO DE LES EXPEDICIONS CONFIRMADES                *
      * PAS DE LA CADENA QUE VA DARRERE D'EXPEDEIX. LLEGEIX      *
      * EXPEDFAC.TXT (LINIES EXPEDIDES: COMANDA, CLIENT, CLAU,   *
      * QUANTITAT I DATA D'EXPEDICIO) I FA UNA FACTURA PER CADA  *
      * COMANDA I DATA D'EXPEDICIO:                              *
      *   - NUMERO DE FACTURA CORRELATIU (FACTNUM.CKP)           *
      *   - LINIES AL PREU VIGENT EL DIA DE L'EXPEDICIO SEGONS   *
      *     PREUHIST.TXT (EL DARRER CANVI FINS A AQUELLA DATA;   *
      *     SENSE CANVIS ANTERIORS, EL PREU ANTIC DEL PRIMER     *
      *     CANVI POSTERIOR; SENSE CAP CANVI, EL PREU-UNITAT     *
      *     D'INDEXAT.TXT)                                       *
      *   - IVA PEL GRUP ID-PRODUCTE SEGONS IVAGRUP.PRM (GRUP +  *
      *     PERCENTATGE 9(2)V99, "**" VAL PER ALS GRUPS QUE NO   *
      *     HI SIGUIN)                                           *
      *   - TOTALS DE BASE, IVA I TOTAL                          *
      * LES FACTURES S'AFEGEIXEN A FACTURES.TXT (REGISTRES C     *
      * CAPCALERA, L LINIA I T TOTALS, AQUEST AMB LA DATA        *
      * D'EMISSIO) I FACTURA.INF ES EL REGISTRE DE FACTURES AMB  *
      * TOTALS PER DIA. DIARESUM EN TREU LA FACTURACIO DEL DIA I *
      * INTERGL LES VENDES DEL PERIODE PER GRUP.                 *
      * UNA COMANDA AMB UNA CLAU QUE NO ES AL MESTRE, UN GRUP    *
      * SENSE IVA O UN CLIENT QUE NO ES A CLIENTS.TXT NO ES      *
      * FACTURA: SURT A L'INFORME AMB EL MOTIU, LES SEVES LINIES *
      * ES QUEDEN A EXPEDFAC.TXT PER A LA NIT SEGUENT I EL PAS   *
      * ACABA AMB 4. LES LINIES FACTURADES ES TREUEN D'EXPEDFAC  *
      * (ES REESCRIU SOBRE EXPEDFAC.NEW, L'ANTERIOR QUEDA COM    *
      * EXPEDFAC.ANT)                                            *
      * ORDRE: PRIMER ES VALIDEN TOTES LES COMANDES, DESPRES ES  *
      * TREUEN D'EXPEDFAC LES QUE ES FACTURARAN I NOMES LLAVORS  *
      * S'ESCRIU FACTURES.TXT I S'AVANCA FACTNUM.CKP; UN PAS     *
      * QUE S'ATURA A MITGES NO TORNA A FACTURAR LES LINIES A LA *
      * NIT SEGUENT (LES ORIGINALS ES TROBEN A EXPEDFAC.ANT)     *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPEDIDES
               ASSIGN TO "EXPEDFAC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EXPEDIDES.
           SELECT EXPEDIDES-NOU
               ASSIGN TO "EXPEDFAC.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EXPEDIDES-NOU.
           SELECT INDEXADO
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLAU-INDEXAT
                   ALTERNATE RECORD KEY IS ID-PRODUCTE
                       OF INDEXADO-REG WITH DUPLICATES
                   FILE STATUS IS FS-INDEXADO.
           SELECT CLIENTS
               ASSIGN TO "CLIENTS.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLT-CODI
                   FILE STATUS IS FS-CLIENTS.
           SELECT PREUHIST
               ASSIGN TO "PREUHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PREUHIST.
           SELECT IVAGRUP
               ASSIGN TO "IVAGRUP.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-IVAGRUP.
           SELECT NUMERACIO
               ASSIGN TO "FACTNUM.CKP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NUMERACIO.
           SELECT FACTURES
               ASSIGN TO "FACTURES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FACTURES.
           SELECT INFORME
               ASSIGN TO "FACTURA.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD EXPEDIDES.
       01 EXPEDIDA-REG.
            05 EXF-COMANDA         PIC 9(5).
            05 EXF-CLIENT          PIC X(5).
            05 EXF-PRODUCTE        PIC 9(5).
            05 EXF-MAGATZEM        PIC X(2).
            05 EXF-QUANTITAT       PIC 9(7).
            05 EXF-DATA            PIC X(8).

       FD EXPEDIDES-NOU.
       01 EXPEDIDA-NOU-REG         PIC X(32).

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

       FD CLIENTS.
       01 CLIENT-REG.
            05 CLT-CODI            PIC X(5).
            05 CLT-NOM             PIC X(30).
            05 CLT-ADRECA          PIC X(40).
            05 CLT-POBLACIO        PIC X(25).
            05 CLT-ESTAT           PIC X(1).
            05 CLT-LIMIT-CREDIT    PIC 9(9)V99.

       FD PREUHIST.
       01 PREUHIST-REG.
            05 PH-NUMERO           PIC 9(5).
            05 PH-MAGATZEM         PIC X(2).
            05 PH-DATA-EFECTIVA    PIC X(8).
            05 PH-PREU-ANTIC       PIC 9(4)V99.
            05 PH-PREU-NOU         PIC 9(4)V99.
            05 PH-ORIGEN           PIC X(8).

       FD IVAGRUP.
       01 IVAGRUP-REG.
            05 IVA-GRUP            PIC X(2).
            05 IVA-PERCENTATGE     PIC 9(2)V99.

       FD NUMERACIO.
       01 NUMERACIO-REG.
            05 FNM-NUMERO          PIC 9(7).

      ************************************************************
      * FACTURES.TXT: TRES TIPUS DE REGISTRE AMB EL NUMERO I LA  *
      * DATA DE FACTURA (LA D'EXPEDICIO) AL DAVANT               *
      ************************************************************
       FD FACTURES.
       01 FACTURA-CAPCALERA.
            05 FAC-TIPUS           PIC X(1).
            05 FAC-NUMERO          PIC 9(7).
            05 FAC-DATA            PIC X(8).
            05 FAC-COMANDA         PIC 9(5).
            05 FAC-CLIENT          PIC X(5).
            05 FAC-NOM             PIC X(30).
            05 FAC-ADRECA          PIC X(40).
            05 FAC-POBLACIO        PIC X(25).
       01 FACTURA-LINIA.
            05 FLN-TIPUS           PIC X(1).
            05 FLN-NUMERO          PIC 9(7).
            05 FLN-DATA            PIC X(8).
            05 FLN-PRODUCTE        PIC 9(5).
            05 FLN-MAGATZEM        PIC X(2).
            05 FLN-ID-PRODUCTE     PIC X(2).
            05 FLN-NOMBRE          PIC X(20).
            05 FLN-QUANTITAT       PIC 9(7).
            05 FLN-PREU            PIC 9(4)V99.
            05 FLN-BASE            PIC 9(11)V99.
            05 FLN-PCT-IVA         PIC 9(2)V99.
            05 FLN-IVA             PIC 9(11)V99.
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

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-EXPEDIDES PIC X(2).
           01 FS-EXPEDIDES-NOU PIC X(2).
           01 FS-INDEXADO PIC X(2).
           01 FS-CLIENTS PIC X(2).
           01 FS-PREUHIST PIC X(2).
           01 FS-IVAGRUP PIC X(2).
           01 FS-NUMERACIO PIC X(2).
           01 FS-FACTURES PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 NUMERO-FACTURA PIC 9(7) VALUE ZERO.
           01 SW-PRODUCTE-LLEGIT PIC X VALUE "N".
               88 PRODUCTE-LLEGIT VALUE "S".
           01 COMPTADORS.
               05 CNT-LINIES           PIC 9(7) VALUE ZERO.
               05 CNT-FACTURES         PIC 9(7) VALUE ZERO.
               05 CNT-LINIES-FACTURADES PIC 9(7) VALUE ZERO.
               05 CNT-NO-FACTURADES    PIC 9(7) VALUE ZERO.
           01 NUM-LINIES PIC 9(4) VALUE ZERO.
           01 TAULA-LINIES.
               05 LINIA-ENTRY OCCURS 1000 TIMES.
                   10 TLIN-COMANDA     PIC 9(5).
                   10 TLIN-CLIENT      PIC X(5).
                   10 TLIN-PRODUCTE    PIC 9(5).
                   10 TLIN-MAGATZEM    PIC X(2).
                   10 TLIN-QUANTITAT   PIC 9(7).
                   10 TLIN-DATA        PIC X(8).
                   10 TLIN-ESTAT       PIC X(1).
                       88 TLIN-PENDENT VALUE " ".
                       88 TLIN-FACTURADA VALUE "F".
                       88 TLIN-VALIDADA VALUE "V".
                       88 TLIN-NO-FACTURADA VALUE "N".
                   10 TLIN-ID-PRODUCTE PIC X(2).
                   10 TLIN-NOMBRE      PIC X(20).
                   10 TLIN-PREU        PIC 9(4)V99.
                   10 TLIN-PCT-IVA     PIC 9(2)V99.
                   10 TLIN-MOTIU       PIC X(25).
           01 CONTROL-LINIES.
               05 MAX-LINIES     PIC 9(4) VALUE 1000.
               05 IX-LIN         PIC 9(4).
               05 IX-COM         PIC 9(4).
           01 NUM-PREUS PIC 9(4) VALUE ZERO.
           01 TAULA-PREUS.
               05 PREU-ENTRY OCCURS 3000 TIMES.
                   10 TPRE-NUMERO      PIC 9(5).
                   10 TPRE-MAGATZEM    PIC X(2).
                   10 TPRE-DATA        PIC X(8).
                   10 TPRE-PREU-ANTIC  PIC 9(4)V99.
                   10 TPRE-PREU-NOU    PIC 9(4)V99.
           01 CONTROL-PREUS.
               05 MAX-PREUS      PIC 9(4) VALUE 3000.
               05 IX-PRE         PIC 9(4).
               05 DATA-ANTERIOR  PIC X(8).
               05 DATA-POSTERIOR PIC X(8).
               05 PREU-FACTURA   PIC 9(4)V99.
           01 NUM-IVES PIC 9(2) VALUE ZERO.
           01 TAULA-IVES.
               05 IVA-ENTRY OCCURS 50 TIMES.
                   10 TIVA-GRUP        PIC X(2).
                   10 TIVA-PERCENTATGE PIC 9(2)V99.
           01 CONTROL-IVES.
               05 MAX-IVES       PIC 9(2) VALUE 50.
               05 IX-IVA         PIC 9(2).
               05 SW-IVA-TROBAT  PIC X VALUE "N".
                   88 IVA-TROBAT VALUE "S".
               05 SW-IVA-DEFECTE PIC X VALUE "N".
                   88 HI-HA-IVA-DEFECTE VALUE "S".
               05 IVA-DEFECTE    PIC 9(2)V99 VALUE ZERO.
           01 NUM-DIES PIC 9(3) VALUE ZERO.
           01 TAULA-DIES.
               05 DIA-ENTRY OCCURS 100 TIMES.
                   10 TDIA-DATA        PIC X(8).
                   10 TDIA-FACTURES    PIC 9(7).
                   10 TDIA-BASE        PIC 9(13)V99.
                   10 TDIA-IVA         PIC 9(13)V99.
                   10 TDIA-TOTAL       PIC 9(13)V99.
           01 CONTROL-DIES.
               05 MAX-DIES       PIC 9(3) VALUE 100.
               05 IX-DIA         PIC 9(3).
               05 SW-DIA-TROBAT  PIC X VALUE "N".
                   88 DIA-TROBAT VALUE "S".
           01 CALCUL-FACTURA.
               05 COMANDA-ACTUAL  PIC 9(5).
               05 DATA-ACTUAL     PIC X(8).
               05 MOTIU-REBUIG    PIC X(25).
               05 BASE-LINIA      PIC 9(11)V99.
               05 IVA-LINIA       PIC 9(11)V99.
               05 BASE-FACTURA    PIC 9(11)V99.
               05 IVA-FACTURA     PIC 9(11)V99.
               05 TOTAL-FACTURA   PIC 9(11)V99.
           01 TOTALS-GENERALS.
               05 TOT-BASE        PIC 9(13)V99 VALUE ZERO.
               05 TOT-IVA         PIC 9(13)V99 VALUE ZERO.
               05 TOT-TOTAL       PIC 9(13)V99 VALUE ZERO.
           01 NOMS-FITXERS.
               05 NOM-EXPEDFAC-NOU PIC X(12) VALUE "EXPEDFAC.NEW".
               05 NOM-EXPEDFAC     PIC X(12) VALUE "EXPEDFAC.TXT".
               05 NOM-EXPEDFAC-ANT PIC X(12) VALUE "EXPEDFAC.ANT".
           01 LINIA-FACTURA.
               05 LFA-NUMERO           PIC 9(7).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LFA-DATA             PIC X(8).
               05 FILLER               PIC X(5) VALUE " CMD=".
               05 LFA-COMANDA          PIC 9(5).
               05 FILLER               PIC X(5) VALUE " CLI=".
               05 LFA-CLIENT           PIC X(5).
               05 FILLER               PIC X(6) VALUE " BASE=".
               05 LFA-BASE             PIC Z(8)9.99.
               05 FILLER               PIC X(5) VALUE " IVA=".
               05 LFA-IVA              PIC Z(8)9.99.
               05 FILLER               PIC X(7) VALUE " TOTAL=".
               05 LFA-TOTAL            PIC Z(8)9.99.
           01 LINIA-REBUIG.
               05 LRB-COMANDA          PIC 9(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRB-DATA             PIC X(8).
               05 FILLER               PIC X(5) VALUE " CLI=".
               05 LRB-CLIENT           PIC X(5).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRB-CLAU             PIC X(7).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRB-MOTIU            PIC X(25).
           01 LINIA-DIA.
               05 LDI-DATA             PIC X(8).
               05 FILLER               PIC X(10) VALUE " FACTURES=".
               05 LDI-FACTURES         PIC Z(6)9.
               05 FILLER               PIC X(6) VALUE " BASE=".
               05 LDI-BASE             PIC Z(10)9.99.
               05 FILLER               PIC X(5) VALUE " IVA=".
               05 LDI-IVA              PIC Z(10)9.99.
               05 FILLER               PIC X(7) VALUE " TOTAL=".
               05 LDI-TOTAL            PIC Z(10)9.99.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           01 LINIA-IMPORT.
               05 IMP-TITOL            PIC X(25).
               05 IMP-VALOR            PIC Z(12)9.99.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       FACTURA-RTN.
           MOVE "FACTURA" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD

           PERFORM CARREGAR-EXPEDIDES
               THRU CARREGAR-EXPEDIDES-EXIT
           PERFORM CARREGAR-IVES
               THRU CARREGAR-IVES-EXIT
           PERFORM CARREGAR-PREUS
               THRU CARREGAR-PREUS-EXIT
           PERFORM LLEGIR-NUMERACIO

           OPEN INPUT INDEXADO
           IF FS-INDEXADO NOT EQUAL "00"
               DISPLAY "FACTURA: ERROR OBRIR IDX FS=" FS-INDEXADO
               GO TO FACTURA-ABEND
           END-IF
           OPEN INPUT CLIENTS
           IF FS-CLIENTS NOT EQUAL "00"
               DISPLAY "FACTURA: ERROR OBRIR MESTRE DE CLIENTS FS="
                   FS-CLIENTS
               GO TO FACTURA-ABEND
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "FACTURA: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO FACTURA-ABEND
           END-IF

           MOVE SPACES TO INFORME-REG
           STRING "===== REGISTRE DE FACTURES " DELIMITED BY SIZE
               DATA-AVUI DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- FACTURES EMESES ---" TO INFORME-REG
           WRITE INFORME-REG

           PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
               IF TLIN-PENDENT (IX-LIN)
                   PERFORM VALIDAR-COMANDA
               END-IF
           END-PERFORM
           PERFORM REESCRIURE-EXPEDIDES

           OPEN EXTEND FACTURES
           IF FS-FACTURES EQUAL "35"
               OPEN OUTPUT FACTURES
           END-IF
           IF FS-FACTURES NOT EQUAL "00"
               DISPLAY "FACTURA: ERROR OBRIR FACTURES FS=" FS-FACTURES
               GO TO FACTURA-ABEND
           END-IF
           PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
               IF TLIN-VALIDADA (IX-LIN)
                   PERFORM FACTURAR-COMANDA
               END-IF
           END-PERFORM
           IF CNT-FACTURES EQUAL ZERO
               MOVE "CAP FACTURA EMESA" TO INFORME-REG
               WRITE INFORME-REG
           END-IF

           CLOSE INDEXADO, CLIENTS, FACTURES
           PERFORM ACTUALITZAR-NUMERACIO
           PERFORM ESCRIURE-NO-FACTURADES
           PERFORM ESCRIURE-TOTALS-DIA
           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME

           DISPLAY "FACTURA: LINIES EXPEDIDES   : " CNT-LINIES
           DISPLAY "FACTURA: FACTURES EMESES    : " CNT-FACTURES
           DISPLAY "FACTURA: LINIES FACTURADES  : "
               CNT-LINIES-FACTURADES
           DISPLAY "FACTURA: COMANDES NO FACTUR.: " CNT-NO-FACTURADES
           MOVE "FACTURA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-FACTURES TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-NO-FACTURADES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       FACTURA-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, CLIENTS, FACTURES, INFORME
           DISPLAY "FACTURA: FACTURES EMESES    : " CNT-FACTURES
           MOVE "FACTURA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-FACTURES TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       CARREGAR-EXPEDIDES.
           OPEN INPUT EXPEDIDES
           IF FS-EXPEDIDES NOT EQUAL "00"
               DISPLAY "FACTURA: SENSE EXPEDFAC.TXT, RES A FACTURAR"
               GO TO CARREGAR-EXPEDIDES-EXIT
           END-IF
           PERFORM LLEGIR-EXPEDIDA
           PERFORM UNTIL FS-EXPEDIDES EQUAL "10"
               IF NUM-LINIES < MAX-LINIES
                   ADD 1 TO NUM-LINIES
                   ADD 1 TO CNT-LINIES
                   MOVE EXF-COMANDA TO TLIN-COMANDA (NUM-LINIES)
                   MOVE EXF-CLIENT TO TLIN-CLIENT (NUM-LINIES)
                   MOVE EXF-PRODUCTE TO TLIN-PRODUCTE (NUM-LINIES)
                   MOVE EXF-MAGATZEM TO TLIN-MAGATZEM (NUM-LINIES)
                   MOVE EXF-QUANTITAT TO TLIN-QUANTITAT (NUM-LINIES)
                   MOVE EXF-DATA TO TLIN-DATA (NUM-LINIES)
                   MOVE SPACE TO TLIN-ESTAT (NUM-LINIES)
               ELSE
                   DISPLAY "FACTURA: TAULA DE LINIES PLENA, NO ES"
                       " FACTURA RES PER NO PERDRE EXPEDICIONS"
                   GO TO FACTURA-ABEND
               END-IF
               PERFORM LLEGIR-EXPEDIDA
           END-PERFORM
           CLOSE EXPEDIDES.
       CARREGAR-EXPEDIDES-EXIT. EXIT.

       LLEGIR-EXPEDIDA.
           READ EXPEDIDES
           EVALUATE FS-EXPEDIDES
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FACTURA: ERROR LLEGIR EXPEDFAC FS="
                       FS-EXPEDIDES
                   GO TO FACTURA-ABEND
           END-EVALUATE.

      ************************************************************
      * IVAGRUP.PRM: PERCENTATGE D'IVA PER GRUP ID-PRODUCTE; EL  *
      * GRUP "**" ES EL PERCENTATGE PER DEFECTE                  *
      ************************************************************
       CARREGAR-IVES.
           OPEN INPUT IVAGRUP
           IF FS-IVAGRUP NOT EQUAL "00"
               DISPLAY "FACTURA: SENSE IVAGRUP.PRM, NO ES POT"
                   " FACTURAR CAP GRUP"
               GO TO CARREGAR-IVES-EXIT
           END-IF
           READ IVAGRUP
           PERFORM UNTIL FS-IVAGRUP NOT EQUAL "00"
               IF IVA-PERCENTATGE IS NUMERIC
                   IF IVA-GRUP EQUAL "**"
                       SET HI-HA-IVA-DEFECTE TO TRUE
                       MOVE IVA-PERCENTATGE TO IVA-DEFECTE
                   ELSE
                       IF NUM-IVES < MAX-IVES
                           ADD 1 TO NUM-IVES
                           MOVE IVA-GRUP TO TIVA-GRUP (NUM-IVES)
                           MOVE IVA-PERCENTATGE
                               TO TIVA-PERCENTATGE (NUM-IVES)
                       ELSE
                           DISPLAY "FACTURA: TAULA D'IVA PLENA, GRUP "
                               IVA-GRUP " IGNORAT"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "FACTURA: PERCENTATGE D'IVA DOLENT PER AL"
                       " GRUP " IVA-GRUP
               END-IF
               READ IVAGRUP
           END-PERFORM
           CLOSE IVAGRUP.
       CARREGAR-IVES-EXIT. EXIT.

      ************************************************************
      * PREUHIST.TXT SENCER A MEMORIA: SENSE TOT L'HISTORIC NO   *
      * ES POT GARANTIR EL PREU DEL DIA, PER AIXO UNA TAULA      *
      * PLENA ATURA EL PAS                                       *
      ************************************************************
       CARREGAR-PREUS.
           OPEN INPUT PREUHIST
           IF FS-PREUHIST NOT EQUAL "00"
               GO TO CARREGAR-PREUS-EXIT
           END-IF
           READ PREUHIST
           PERFORM UNTIL FS-PREUHIST NOT EQUAL "00"
               IF NUM-PREUS NOT < MAX-PREUS
                   DISPLAY "FACTURA: TAULA D'HISTORIC DE PREUS PLENA"
                   CLOSE PREUHIST
                   GO TO FACTURA-ABEND
               END-IF
               ADD 1 TO NUM-PREUS
               MOVE PH-NUMERO TO TPRE-NUMERO (NUM-PREUS)
               MOVE PH-MAGATZEM TO TPRE-MAGATZEM (NUM-PREUS)
               MOVE PH-DATA-EFECTIVA TO TPRE-DATA (NUM-PREUS)
               MOVE PH-PREU-ANTIC TO TPRE-PREU-ANTIC (NUM-PREUS)
               MOVE PH-PREU-NOU TO TPRE-PREU-NOU (NUM-PREUS)
               READ PREUHIST
           END-PERFORM
           CLOSE PREUHIST.
       CARREGAR-PREUS-EXIT. EXIT.

       LLEGIR-NUMERACIO.
           OPEN INPUT NUMERACIO
           IF FS-NUMERACIO EQUAL "00"
               READ NUMERACIO
               AT END CONTINUE
               NOT AT END
                   MOVE FNM-NUMERO TO NUMERO-FACTURA
               END-READ
               CLOSE NUMERACIO
           END-IF.

       ACTUALITZAR-NUMERACIO.
           OPEN OUTPUT NUMERACIO
           IF FS-NUMERACIO NOT EQUAL "00"
               DISPLAY "FACTURA: ERROR OBRIR FACTNUM FS=" FS-NUMERACIO
               DISPLAY "FACTURA: DARRERA FACTURA EMESA " NUMERO-FACTURA
               GO TO FACTURA-ABEND
           END-IF
           MOVE NUMERO-FACTURA TO FNM-NUMERO
           WRITE NUMERACIO-REG
           IF FS-NUMERACIO NOT EQUAL "00"
               DISPLAY "FACTURA: ERROR ESCRIURE FACTNUM FS="
                   FS-NUMERACIO
               DISPLAY "FACTURA: DARRERA FACTURA EMESA " NUMERO-FACTURA
               CLOSE NUMERACIO
               GO TO FACTURA-ABEND
           END-IF
           CLOSE NUMERACIO.

      ************************************************************
      * UNA FACTURA PER COMANDA I DATA D'EXPEDICIO: PRIMER ES    *
      * VALIDEN TOTES LES LINIES (CLAU, GRUP AMB IVA I CLIENT) I *
      * NOMES SI TOTES SON BONES ES MARCA LA COMANDA PER EMETRE  *
      * LA FACTURA SENCERA                                       *
      ************************************************************
       VALIDAR-COMANDA.
           MOVE TLIN-COMANDA (IX-LIN) TO COMANDA-ACTUAL
           MOVE TLIN-DATA (IX-LIN) TO DATA-ACTUAL
           MOVE SPACES TO MOTIU-REBUIG
           MOVE TLIN-CLIENT (IX-LIN) TO CLT-CODI
           READ CLIENTS
               INVALID KEY
                   MOVE "CLIENT NO TROBAT" TO MOTIU-REBUIG
           END-READ
           PERFORM VARYING IX-COM FROM IX-LIN BY 1
                   UNTIL IX-COM > NUM-LINIES
               IF TLIN-COMANDA (IX-COM) EQUAL COMANDA-ACTUAL
                       AND TLIN-DATA (IX-COM) EQUAL DATA-ACTUAL
                       AND TLIN-PENDENT (IX-COM)
                       AND MOTIU-REBUIG EQUAL SPACES
                   PERFORM VALIDAR-LINIA
               END-IF
           END-PERFORM
           IF MOTIU-REBUIG NOT EQUAL SPACES
               PERFORM REBUTJAR-COMANDA
           ELSE
               PERFORM MARCAR-VALIDADA
           END-IF.

       MARCAR-VALIDADA.
           PERFORM VARYING IX-COM FROM IX-LIN BY 1
                   UNTIL IX-COM > NUM-LINIES
               IF TLIN-COMANDA (IX-COM) EQUAL COMANDA-ACTUAL
                       AND TLIN-DATA (IX-COM) EQUAL DATA-ACTUAL
                       AND TLIN-PENDENT (IX-COM)
                   MOVE "V" TO TLIN-ESTAT (IX-COM)
               END-IF
           END-PERFORM.

      ************************************************************
      * EMISSIO D'UNA COMANDA JA VALIDADA I TRETA D'EXPEDFAC     *
      ************************************************************
       FACTURAR-COMANDA.
           MOVE TLIN-COMANDA (IX-LIN) TO COMANDA-ACTUAL
           MOVE TLIN-DATA (IX-LIN) TO DATA-ACTUAL
           MOVE TLIN-CLIENT (IX-LIN) TO CLT-CODI
           READ CLIENTS
               INVALID KEY
                   DISPLAY "FACTURA: CLIENT " CLT-CODI
                       " DESAPAREGUT EN EMETRE LA COMANDA "
                       COMANDA-ACTUAL
                   GO TO FACTURA-ABEND
           END-READ
           PERFORM EMETRE-FACTURA.

       VALIDAR-LINIA.
           MOVE "N" TO SW-PRODUCTE-LLEGIT
           MOVE TLIN-PRODUCTE (IX-COM) TO NUMERO1
           MOVE TLIN-MAGATZEM (IX-COM) TO MAGATZEM
           READ INDEXADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRODUCTE-LLEGIT TO TRUE
           END-READ
           IF NOT PRODUCTE-LLEGIT
               STRING "CLAU NO AL MESTRE " DELIMITED BY SIZE
                   CLAU-INDEXAT DELIMITED BY SIZE
                   INTO MOTIU-REBUIG
           ELSE
               MOVE ID-PRODUCTE TO TLIN-ID-PRODUCTE (IX-COM)
               MOVE NOMBRE TO TLIN-NOMBRE (IX-COM)
               PERFORM CERCAR-PREU-A-DATA
               MOVE PREU-FACTURA TO TLIN-PREU (IX-COM)
               PERFORM CERCAR-IVA
               IF IVA-TROBAT
                   MOVE TIVA-PERCENTATGE (IX-IVA)
                       TO TLIN-PCT-IVA (IX-COM)
               ELSE
                   IF HI-HA-IVA-DEFECTE
                       MOVE IVA-DEFECTE TO TLIN-PCT-IVA (IX-COM)
                   ELSE
                       STRING "GRUP SENSE IVA " DELIMITED BY SIZE
                           ID-PRODUCTE DELIMITED BY SIZE
                           INTO MOTIU-REBUIG
                   END-IF
               END-IF
           END-IF.

      ************************************************************
      * PREU DEL DIA D'EXPEDICIO: EL PREU NOU DEL DARRER CANVI   *
      * AMB DATA EFECTIVA FINS AL DIA; SI NOMES N'HI HA DE       *
      * POSTERIORS, EL PREU ANTIC DEL MES PROPER; SI NO N'HI HA  *
      * CAP, EL PREU-UNITAT ACTUAL DEL MESTRE                    *
      ************************************************************
       CERCAR-PREU-A-DATA.
           MOVE PREU-UNITAT TO PREU-FACTURA
           MOVE LOW-VALUES TO DATA-ANTERIOR
           MOVE HIGH-VALUES TO DATA-POSTERIOR
           PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > NUM-PREUS
               IF TPRE-NUMERO (IX-PRE) EQUAL TLIN-PRODUCTE (IX-COM)
                       AND TPRE-MAGATZEM (IX-PRE) EQUAL
                           TLIN-MAGATZEM (IX-COM)
                   IF TPRE-DATA (IX-PRE) NOT > DATA-ACTUAL
                       IF TPRE-DATA (IX-PRE) NOT < DATA-ANTERIOR
                           MOVE TPRE-DATA (IX-PRE) TO DATA-ANTERIOR
                           MOVE TPRE-PREU-NOU (IX-PRE) TO PREU-FACTURA
                       END-IF
                   ELSE
                       IF DATA-ANTERIOR EQUAL LOW-VALUES
                               AND TPRE-DATA (IX-PRE) < DATA-POSTERIOR
                           MOVE TPRE-DATA (IX-PRE) TO DATA-POSTERIOR
                           MOVE TPRE-PREU-ANTIC (IX-PRE)
                               TO PREU-FACTURA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CERCAR-IVA.
           MOVE "N" TO SW-IVA-TROBAT
           PERFORM VARYING IX-IVA FROM 1 BY 1
                   UNTIL IX-IVA > NUM-IVES OR IVA-TROBAT
               IF TIVA-GRUP (IX-IVA) EQUAL ID-PRODUCTE
                   SET IVA-TROBAT TO TRUE
               END-IF
           END-PERFORM
           IF IVA-TROBAT
               SUBTRACT 1 FROM IX-IVA
           END-IF.

       REBUTJAR-COMANDA.
           ADD 1 TO CNT-NO-FACTURADES
           PERFORM VARYING IX-COM FROM IX-LIN BY 1
                   UNTIL IX-COM > NUM-LINIES
               IF TLIN-COMANDA (IX-COM) EQUAL COMANDA-ACTUAL
                       AND TLIN-DATA (IX-COM) EQUAL DATA-ACTUAL
                       AND TLIN-PENDENT (IX-COM)
                   MOVE "N" TO TLIN-ESTAT (IX-COM)
                   MOVE MOTIU-REBUIG TO TLIN-MOTIU (IX-COM)
               END-IF
           END-PERFORM
           DISPLAY "FACTURA: COMANDA " COMANDA-ACTUAL " DEL "
               DATA-ACTUAL " NO FACTURADA: " MOTIU-REBUIG.

      ************************************************************
      * CAPCALERA, LINIES I TOTALS DE LA FACTURA A FACTURES.TXT  *
      * I LINIA AL REGISTRE; LA BASE I L'IVA ES CALCULEN PER     *
      * LINIA I ES SUMEN                                         *
      ************************************************************
       EMETRE-FACTURA.
           ADD 1 TO NUMERO-FACTURA
           ADD 1 TO CNT-FACTURES
           MOVE ZERO TO BASE-FACTURA IVA-FACTURA
           MOVE SPACES TO FACTURA-CAPCALERA
           MOVE "C" TO FAC-TIPUS
           MOVE NUMERO-FACTURA TO FAC-NUMERO
           MOVE DATA-ACTUAL TO FAC-DATA
           MOVE COMANDA-ACTUAL TO FAC-COMANDA
           MOVE CLT-CODI TO FAC-CLIENT
           MOVE CLT-NOM TO FAC-NOM
           MOVE CLT-ADRECA TO FAC-ADRECA
           MOVE CLT-POBLACIO TO FAC-POBLACIO
           WRITE FACTURA-CAPCALERA
           PERFORM VARYING IX-COM FROM IX-LIN BY 1
                   UNTIL IX-COM > NUM-LINIES
               IF TLIN-COMANDA (IX-COM) EQUAL COMANDA-ACTUAL
                       AND TLIN-DATA (IX-COM) EQUAL DATA-ACTUAL
                       AND TLIN-VALIDADA (IX-COM)
                   PERFORM ESCRIURE-LINIA-FACTURA
               END-IF
           END-PERFORM
           COMPUTE TOTAL-FACTURA = BASE-FACTURA + IVA-FACTURA
           MOVE SPACES TO FACTURA-TOTALS
           MOVE "T" TO FTO-TIPUS
           MOVE NUMERO-FACTURA TO FTO-NUMERO
           MOVE DATA-ACTUAL TO FTO-DATA
           MOVE DATA-AVUI TO FTO-EMISSIO
           MOVE COMANDA-ACTUAL TO FTO-COMANDA
           MOVE CLT-CODI TO FTO-CLIENT
           MOVE BASE-FACTURA TO FTO-BASE
           MOVE IVA-FACTURA TO FTO-IVA
           MOVE TOTAL-FACTURA TO FTO-TOTAL
           WRITE FACTURA-TOTALS
           ADD BASE-FACTURA TO TOT-BASE
           ADD IVA-FACTURA TO TOT-IVA
           ADD TOTAL-FACTURA TO TOT-TOTAL
           PERFORM ACUMULAR-DIA
           MOVE NUMERO-FACTURA TO LFA-NUMERO
           MOVE DATA-ACTUAL TO LFA-DATA
           MOVE COMANDA-ACTUAL TO LFA-COMANDA
           MOVE CLT-CODI TO LFA-CLIENT
           MOVE BASE-FACTURA TO LFA-BASE
           MOVE IVA-FACTURA TO LFA-IVA
           MOVE TOTAL-FACTURA TO LFA-TOTAL
           WRITE INFORME-REG FROM LINIA-FACTURA.

       ESCRIURE-LINIA-FACTURA.
           ADD 1 TO CNT-LINIES-FACTURADES
           COMPUTE BASE-LINIA ROUNDED = TLIN-QUANTITAT (IX-COM)
               * TLIN-PREU (IX-COM)
           COMPUTE IVA-LINIA ROUNDED = BASE-LINIA
               * TLIN-PCT-IVA (IX-COM) / 100
           ADD BASE-LINIA TO BASE-FACTURA
           ADD IVA-LINIA TO IVA-FACTURA
           MOVE SPACES TO FACTURA-LINIA
           MOVE "L" TO FLN-TIPUS
           MOVE NUMERO-FACTURA TO FLN-NUMERO
           MOVE DATA-ACTUAL TO FLN-DATA
           MOVE TLIN-PRODUCTE (IX-COM) TO FLN-PRODUCTE
           MOVE TLIN-MAGATZEM (IX-COM) TO FLN-MAGATZEM
           MOVE TLIN-ID-PRODUCTE (IX-COM) TO FLN-ID-PRODUCTE
           MOVE TLIN-NOMBRE (IX-COM) TO FLN-NOMBRE
           MOVE TLIN-QUANTITAT (IX-COM) TO FLN-QUANTITAT
           MOVE TLIN-PREU (IX-COM) TO FLN-PREU
           MOVE BASE-LINIA TO FLN-BASE
           MOVE TLIN-PCT-IVA (IX-COM) TO FLN-PCT-IVA
           MOVE IVA-LINIA TO FLN-IVA
           WRITE FACTURA-LINIA
           MOVE "F" TO TLIN-ESTAT (IX-COM).

       ACUMULAR-DIA.
           MOVE "N" TO SW-DIA-TROBAT
           PERFORM VARYING IX-DIA FROM 1 BY 1
                   UNTIL IX-DIA > NUM-DIES OR DIA-TROBAT
               IF TDIA-DATA (IX-DIA) EQUAL DATA-ACTUAL
                   SET DIA-TROBAT TO TRUE
                   ADD 1 TO TDIA-FACTURES (IX-DIA)
                   ADD BASE-FACTURA TO TDIA-BASE (IX-DIA)
                   ADD IVA-FACTURA TO TDIA-IVA (IX-DIA)
                   ADD TOTAL-FACTURA TO TDIA-TOTAL (IX-DIA)
               END-IF
           END-PERFORM
           IF NOT DIA-TROBAT
               IF NUM-DIES < MAX-DIES
                   ADD 1 TO NUM-DIES
                   MOVE DATA-ACTUAL TO TDIA-DATA (NUM-DIES)
                   MOVE 1 TO TDIA-FACTURES (NUM-DIES)
                   MOVE BASE-FACTURA TO TDIA-BASE (NUM-DIES)
                   MOVE IVA-FACTURA TO TDIA-IVA (NUM-DIES)
                   MOVE TOTAL-FACTURA TO TDIA-TOTAL (NUM-DIES)
               ELSE
                   DISPLAY "FACTURA: TAULA DE DIES PLENA, EL DIA "
                       DATA-ACTUAL " NO SURT ALS TOTALS PER DIA"
               END-IF
           END-IF.

       ESCRIURE-NO-FACTURADES.
           MOVE "--- COMANDES NO FACTURADES (ES QUEDEN A EXPEDFAC) ---"
               TO INFORME-REG
           WRITE INFORME-REG
           IF CNT-NO-FACTURADES EQUAL ZERO
               MOVE "CAP COMANDA PENDENT" TO INFORME-REG
               WRITE INFORME-REG
           END-IF
           PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
               IF TLIN-NO-FACTURADA (IX-LIN)
                   MOVE TLIN-COMANDA (IX-LIN) TO LRB-COMANDA
                   MOVE TLIN-DATA (IX-LIN) TO LRB-DATA
                   MOVE TLIN-CLIENT (IX-LIN) TO LRB-CLIENT
                   MOVE SPACES TO LRB-CLAU
                   STRING TLIN-PRODUCTE (IX-LIN) DELIMITED BY SIZE
                       TLIN-MAGATZEM (IX-LIN) DELIMITED BY SIZE
                       INTO LRB-CLAU
                   MOVE TLIN-MOTIU (IX-LIN) TO LRB-MOTIU
                   WRITE INFORME-REG FROM LINIA-REBUIG
               END-IF
           END-PERFORM.

       ESCRIURE-TOTALS-DIA.
           MOVE "--- TOTALS PER DIA D'EXPEDICIO ---" TO INFORME-REG
           WRITE INFORME-REG
           PERFORM VARYING IX-DIA FROM 1 BY 1
                   UNTIL IX-DIA > NUM-DIES
               MOVE TDIA-DATA (IX-DIA) TO LDI-DATA
               MOVE TDIA-FACTURES (IX-DIA) TO LDI-FACTURES
               MOVE TDIA-BASE (IX-DIA) TO LDI-BASE
               MOVE TDIA-IVA (IX-DIA) TO LDI-IVA
               MOVE TDIA-TOTAL (IX-DIA) TO LDI-TOTAL
               WRITE INFORME-REG FROM LINIA-DIA
           END-PERFORM.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "LINIES EXPEDIDES" TO TOT-TITOL
           MOVE CNT-LINIES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "FACTURES EMESES" TO TOT-TITOL
           MOVE CNT-FACTURES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "LINIES FACTURADES" TO TOT-TITOL
           MOVE CNT-LINIES-FACTURADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "COMANDES NO FACTURADES" TO TOT-TITOL
           MOVE CNT-NO-FACTURADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "BASE IMPOSABLE" TO IMP-TITOL
           MOVE TOT-BASE TO IMP-VALOR
           WRITE INFORME-REG FROM LINIA-IMPORT
           MOVE "IVA REPERCUTIT" TO IMP-TITOL
           MOVE TOT-IVA TO IMP-VALOR
           WRITE INFORME-REG FROM LINIA-IMPORT
           MOVE "TOTAL FACTURAT" TO IMP-TITOL
           MOVE TOT-TOTAL TO IMP-VALOR
           WRITE INFORME-REG FROM LINIA-IMPORT.

      ************************************************************
      * A EXPEDFAC.TXT NOMES HI QUEDEN LES LINIES NO FACTURADES; *
      * ES FA ABANS D'EMETRE CAP FACTURA                         *
      ************************************************************
       REESCRIURE-EXPEDIDES.
           OPEN OUTPUT EXPEDIDES-NOU
           IF FS-EXPEDIDES-NOU NOT EQUAL "00"
               DISPLAY "FACTURA: ERROR OBRIR EXPEDFAC.NEW FS="
                   FS-EXPEDIDES-NOU
               GO TO FACTURA-ABEND
           END-IF
           PERFORM VARYING IX-LIN FROM 1 BY 1
                   UNTIL IX-LIN > NUM-LINIES
               IF NOT TLIN-VALIDADA (IX-LIN)
                   MOVE TLIN-COMANDA (IX-LIN) TO EXF-COMANDA
                   MOVE TLIN-CLIENT (IX-LIN) TO EXF-CLIENT
                   MOVE TLIN-PRODUCTE (IX-LIN) TO EXF-PRODUCTE
                   MOVE TLIN-MAGATZEM (IX-LIN) TO EXF-MAGATZEM
                   MOVE TLIN-QUANTITAT (IX-LIN) TO EXF-QUANTITAT
                   MOVE TLIN-DATA (IX-LIN) TO EXF-DATA
                   WRITE EXPEDIDA-NOU-REG FROM EXPEDIDA-REG
                   IF FS-EXPEDIDES-NOU NOT EQUAL "00"
                       DISPLAY "FACTURA: ERROR ESCRIURE EXPEDFAC.NEW"
                           " FS=" FS-EXPEDIDES-NOU
                       CLOSE EXPEDIDES-NOU
                       GO TO FACTURA-ABEND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EXPEDIDES-NOU
           CALL "CBL_DELETE_FILE" USING NOM-EXPEDFAC-ANT
           CALL "CBL_RENAME_FILE" USING NOM-EXPEDFAC NOM-EXPEDFAC-ANT
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "FACTURA: SENSE FITXER ANTERIOR A CONSERVAR"
           END-IF
           CALL "CBL_RENAME_FILE" USING NOM-EXPEDFAC-NOU NOM-EXPEDFAC
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "FACTURA: ERROR CANVIANT EXPEDFAC.NEW RC="
                   RETURN-CODE
               CALL "CBL_RENAME_FILE" USING NOM-EXPEDFAC-ANT
                   NOM-EXPEDFAC
               DISPLAY "FACTURA: FITXER ANTERIOR RESTAURAT RC="
                   RETURN-CODE
               GO TO FACTURA-ABEND
           END-IF
           MOVE ZERO TO RETURN-CODE.

       COPY AUDITRTN.

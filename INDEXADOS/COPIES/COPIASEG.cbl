       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIASEG.
      ************************************************************
      * COPIES DE SEGURETAT DATADES DELS FITXERS MESTRES I       *
      * D'ESTAT, PER PASSAR COM A PRIMER PAS DE LA CADENA.       *
      * CADA FITXER DE LA TAULA DE COPIWS ES COPIA A UNA         *
      * GENERACIO ARREL.AAAAMMDD (ELS INDEXATS ES DESCARREGUEN   *
      * EN ORDRE DE CLAU COM A SEQUENCIAL) PASSANT PER           *
      * ARREL.CPW: NOMES SI EL RELLEGIT QUADRA EN REGISTRES I    *
      * TOTAL DE CONTROL AMB L'ORIGINAL ES CANVIA PER LA         *
      * GENERACIO I S'ANOTA A COPIES.CAT. UNA SEGONA COPIA EL    *
      * MATEIX DIA SUBSTITUEIX LA DEL DIA.                       *
      * ES CONSERVEN COPIASEG.PRM (2 XIFRES, PER DEFECTE 07)     *
      * GENERACIONS PER FITXER: LES MES ANTIGUES S'ESBORREN I    *
      * SURTEN DEL CATALEG. EL CATALEG ES REESCRIU VIA           *
      * COPIES.NEW I L'ANTERIOR QUEDA COM COPIES.ANT.            *
      * ES PREN EL TESTIMONI DE INDEXAT.TXT MENTRE ES COPIA.     *
      * UN FITXER ABSENT NOMES S'INFORMA. INFORME A COPIASEG.INF *
      * RETURN-CODE 8 SI ALGUNA COPIA NO QUADRA O NO ES POT      *
      * ANOTAR. LA RESTAURACIO LA FA RESTAURA                    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE
               ASSIGN TO "COPIASEG.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT ORIGEN
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ORIGEN.
           SELECT TREBALL
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TREBALL.
           SELECT MESTRE
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS MES-CLAU
                   ALTERNATE RECORD KEY IS MES-ID-PRODUCTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-ORIGEN.
           SELECT LOTS
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LOT-CLAU
                   FILE STATUS IS FS-ORIGEN.
           SELECT CLIENTS
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLT-CODI
                   FILE STATUS IS FS-ORIGEN.
           SELECT PROVEIDORS
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PROV-CODI
                   FILE STATUS IS FS-ORIGEN.
           SELECT UBICACIONS
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS UBI-CLAU
                   FILE STATUS IS FS-ORIGEN.
           SELECT COST-MIG
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CST-CLAU
                   FILE STATUS IS FS-ORIGEN.
           SELECT NIVELLS-CLAU
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS NVC-CLAU
                   FILE STATUS IS FS-ORIGEN.
           SELECT HISTORIC
               ASSIGN TO DYNAMIC NOM-ORIGEN
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS HIS-CLAU
                   FILE STATUS IS FS-ORIGEN.
           COPY COPISEL.
           SELECT CATALEG-NOU
               ASSIGN TO "COPIES.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CATALEG-NOU.
           SELECT INFORME
               ASSIGN TO "COPIASEG.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY TESTISEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-GENERACIONS    PIC X(2).

       FD ORIGEN.
       01 ORIGEN-REG               PIC X(200).

       FD TREBALL.
       01 TREBALL-REG              PIC X(200).

       FD MESTRE.
       01 MESTRE-REG.
            05 MES-CLAU.
                10 MES-NUMERO1     PIC 9(5).
                10 MES-MAGATZEM    PIC X(2).
            05 MES-NOMBRE          PIC X(20).
            05 MES-CANTIDAD        PIC 9(7).
            05 MES-PREU-UNITAT     PIC 9(4)V99.
            05 MES-ORDRE           PIC 9(3).
            05 MES-ID-PRODUCTE     PIC X(2).

       FD LOTS.
       01 LOT-REG.
            05 LOT-CLAU.
                10 LOT-NUMERO1     PIC 9(5).
                10 LOT-MAGATZEM    PIC X(2).
                10 LOT-CODI        PIC X(10).
            05 LOT-RECEPCIO        PIC X(8).
            05 LOT-CADUCITAT       PIC X(8).
            05 LOT-QUANTITAT       PIC 9(7).

       FD CLIENTS.
       01 CLIENT-REG.
            05 CLT-CODI            PIC X(5).
            05 CLT-NOM             PIC X(30).
            05 CLT-ADRECA          PIC X(40).
            05 CLT-POBLACIO        PIC X(25).
            05 CLT-ESTAT           PIC X(1).
            05 CLT-LIMIT-CREDIT    PIC 9(9)V99.

       FD PROVEIDORS.
       01 PROVEIDOR-REG.
            05 PROV-CODI           PIC X(5).
            05 PROV-NOM            PIC X(30).
            05 PROV-TERMINI        PIC 9(3).
            05 PROV-GRUPS.
                10 PROV-GRUP       PIC X(2) OCCURS 5 TIMES.

       FD UBICACIONS.
       01 UBICACIO-REG.
            05 UBI-CLAU.
                10 UBI-NUMERO      PIC 9(5).
                10 UBI-MAGATZEM    PIC X(2).
            05 UBI-PASSADIS        PIC X(3).
            05 UBI-PRESTATGE       PIC X(3).
            05 UBI-NIVELL          PIC X(2).

       FD COST-MIG.
       01 COST-MIG-REG.
            05 CST-CLAU.
                10 CST-NUMERO      PIC 9(5).
                10 CST-MAGATZEM    PIC X(2).
            05 CST-COST-MIG        PIC 9(5)V9(4).
            05 CST-DATA            PIC X(8).
            05 CST-DOCUMENT        PIC X(10).

       FD NIVELLS-CLAU.
       01 NIVELL-CLAU-REG.
            05 NVC-CLAU.
                10 NVC-NUMERO      PIC 9(5).
                10 NVC-MAGATZEM    PIC X(2).
            05 NVC-MINIM           PIC 9(7).
            05 NVC-QUANTITAT       PIC 9(7).

       FD HISTORIC.
       01 HISTORIC-REG.
            05 HIS-CLAU.
                10 HIS-NUMERO      PIC 9(5).
                10 HIS-MAGATZEM    PIC X(2).
                10 HIS-DATA        PIC X(8).
                10 HIS-DOCUMENT    PIC X(10).
                10 HIS-SEQUENCIA   PIC 9(2).
            05 HIS-TIPUS           PIC X(1).
            05 HIS-QUANTITAT       PIC 9(7).
            05 HIS-ANTERIOR        PIC 9(7).
            05 HIS-POSTERIOR       PIC 9(7).
            05 HIS-MAGATZEM-ALTRE  PIC X(2).
            05 HIS-PROGRAMA        PIC X(8).
            05 HIS-DATA-APUNT      PIC X(8).

       COPY COPIFD.

       FD CATALEG-NOU.
       01 CATALEG-NOU-REG          PIC X(83).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY TESTIFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-PARAMETRE PIC X(2).
           01 FS-ORIGEN PIC X(2).
           01 FS-TREBALL PIC X(2).
           01 FS-CATALEG-NOU PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 HORA-AVUI PIC X(8).
           01 MAX-GENERACIONS PIC 9(2) VALUE 7.
           01 NOMS-FITXERS.
               05 NOM-ORIGEN       PIC X(24).
               05 NOM-TREBALL      PIC X(24).
               05 NOM-GENERACIO    PIC X(24).
               05 ARREL-FITXER     PIC X(14).
               05 NOM-CATALEG      PIC X(10) VALUE "COPIES.CAT".
               05 NOM-CATALEG-NOU  PIC X(10) VALUE "COPIES.NEW".
               05 NOM-CATALEG-ANT  PIC X(10) VALUE "COPIES.ANT".
           01 SW-ESTAT-COPIA PIC X VALUE SPACE.
               88 COPIA-ABSENT VALUE "A".
               88 COPIA-FETA VALUE "C".
               88 COPIA-ERRONIA VALUE "E".
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 CONTROL-ORIGEN.
               05 REG-ORIGEN       PIC 9(9).
               05 TOTAL-ORIGEN     PIC 9(15).
           01 CONTROL-GENERACIONS.
               05 GENERACIONS-FITXER PIC 9(3).
               05 IX-MES-ANTIGA    PIC 9(3).
               05 MARCA-MES-ANTIGA PIC X(16).
               05 MARCA-ENTRADA    PIC X(16).
               05 IX-CCT-DIA       PIC 9(3).
           01 COMPTADORS.
               05 CNT-COPIATS      PIC 9(7) VALUE ZERO.
               05 CNT-ABSENTS      PIC 9(7) VALUE ZERO.
               05 CNT-ERRORS       PIC 9(7) VALUE ZERO.
               05 CNT-ESBORRADES   PIC 9(7) VALUE ZERO.
               05 CNT-NO-NUMERICS  PIC 9(7) VALUE ZERO.
               05 CNT-CATALEG      PIC 9(7) VALUE ZERO.
           01 LINIA-COPIA.
               05 LCO-FITXER           PIC X(14).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-ESTAT            PIC X(12).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-REGISTRES        PIC Z(8)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-TOTAL            PIC Z(14)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LCO-GENERACIO        PIC X(24).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY COPIWS.
           COPY TESTIWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       COPIASEG-RTN.
           MOVE "COPIASEG" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           ACCEPT HORA-AVUI FROM TIME
           MOVE "COPIASEG" TO CP-PROGRAMA-RTN
           PERFORM LLEGIR-PARAMETRES
           PERFORM CATALEG-CARREGAR THRU CATALEG-CARREGAR-EXIT
           IF CATALEG-DESBORDAT
               DISPLAY "COPIASEG: EL CATALEG NO ES POT CARREGAR"
                   " SENCER, NO ES FA CAP COPIA"
               GO TO COPIASEG-ABEND
           END-IF

           MOVE "COPIASEG" TO TK-PROGRAMA-RTN
           PERFORM TESTIMONI-PRENDRE
           IF NOT TESTIMONI-OBTINGUT
               DISPLAY "COPIASEG: MESTRE OCUPAT, NO ES FA CAP COPIA"
               MOVE 8 TO RETURN-CODE
               MOVE "COPIASEG" TO AL-PROGRAMA-RTN
               MOVE "FINAL" TO AL-EVENT-RTN
               MOVE ZERO TO AL-COMPTADOR-RTN
               MOVE "08" TO AL-ESTAT-RTN
               PERFORM AUDITLOG-ESCRIURE
               GOBACK
           END-IF

           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO COPIASEG-ABEND
           END-IF
           MOVE "===== COPIES DE SEGURETAT DELS FITXERS MESTRES ====="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           STRING "DATA " DELIMITED BY SIZE
               DATA-AVUI DELIMITED BY SIZE
               "  GENERACIONS CONSERVADES PER FITXER: "
               DELIMITED BY SIZE
               MAX-GENERACIONS DELIMITED BY SIZE
               INTO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "FITXER         ESTAT         REGISTRES"
               TO INFORME-REG
           MOVE "TOTAL CONTROL" TO INFORME-REG (48:13)
           MOVE "GENERACIO" TO INFORME-REG (63:9)
           WRITE INFORME-REG

           PERFORM COPIAR-FITXER THRU COPIAR-FITXER-EXIT
               VARYING IX-FCP FROM 1 BY 1
               UNTIL IX-FCP > NUM-FITXERS-COPIA
           PERFORM TESTIMONI-ALLIBERAR

           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- GENERACIONS ESBORRADES ---" TO INFORME-REG
           WRITE INFORME-REG
           PERFORM PURGAR-FITXER
               VARYING IX-FCP FROM 1 BY 1
               UNTIL IX-FCP > NUM-FITXERS-COPIA
           PERFORM DESAR-CATALEG

           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME
           DISPLAY "COPIASEG: FITXERS COPIATS   : " CNT-COPIATS
           DISPLAY "COPIASEG: FITXERS ABSENTS   : " CNT-ABSENTS
           DISPLAY "COPIASEG: COPIES ERRONIES   : " CNT-ERRORS
           DISPLAY "COPIASEG: GENERACIONS ESBORRADES: " CNT-ESBORRADES
           MOVE "COPIASEG" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-COPIATS TO AL-COMPTADOR-RTN
           IF CNT-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
               MOVE "08" TO AL-ESTAT-RTN
           ELSE
               MOVE ZERO TO RETURN-CODE
               MOVE "00" TO AL-ESTAT-RTN
           END-IF
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       COPIASEG-ABEND.
           CLOSE ORIGEN, TREBALL, MESTRE, LOTS, CLIENTS, PROVEIDORS,
               UBICACIONS, COST-MIG, NIVELLS-CLAU, HISTORIC,
               CATALEG-NOU, INFORME
           PERFORM TESTIMONI-ALLIBERAR
           MOVE 12 TO RETURN-CODE
           MOVE "COPIASEG" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-COPIATS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       LLEGIR-PARAMETRES.
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE EQUAL "00"
               READ PARAMETRE
               AT END CONTINUE
               NOT AT END
                   IF PARM-GENERACIONS IS NUMERIC
                           AND PARM-GENERACIONS NOT EQUAL "00"
                       MOVE PARM-GENERACIONS TO MAX-GENERACIONS
                   ELSE
                       DISPLAY "COPIASEG: GENERACIONS "
                           PARM-GENERACIONS " NO VALIDES, ES"
                           " CONSERVEN " MAX-GENERACIONS
                   END-IF
               END-READ
               CLOSE PARAMETRE
           END-IF.

      ************************************************************
      * COPIA D'UN FITXER: ORIGINAL -> ARREL.CPW, RELECTURA I    *
      * CONTRAST, I CANVI DE ARREL.CPW PER ARREL.AAAAMMDD        *
      ************************************************************
       COPIAR-FITXER.
           MOVE SPACES TO NOM-ORIGEN, NOM-TREBALL, NOM-GENERACIO,
               ARREL-FITXER
           MOVE FCP-NOM (IX-FCP) TO NOM-ORIGEN
           UNSTRING FCP-NOM (IX-FCP) DELIMITED BY "."
               INTO ARREL-FITXER
           END-UNSTRING
           STRING ARREL-FITXER DELIMITED BY SPACE
               ".CPW" DELIMITED BY SIZE
               INTO NOM-TREBALL
           END-STRING
           STRING ARREL-FITXER DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               DATA-AVUI DELIMITED BY SIZE
               INTO NOM-GENERACIO
           END-STRING
           MOVE FCP-POSICIO (IX-FCP) TO CP-POSICIO-RTN
           MOVE FCP-AMPLE (IX-FCP) TO CP-AMPLE-RTN
           MOVE ZERO TO CP-REGISTRES-RTN, CP-TOTAL-RTN,
               CP-NO-NUMERICS-RTN
           MOVE "C" TO SW-ESTAT-COPIA
           EVALUATE TRUE
               WHEN FCP-MESTRE (IX-FCP)
                   PERFORM COPIAR-MESTRE THRU COPIAR-MESTRE-EXIT
               WHEN FCP-LOTS (IX-FCP)
                   PERFORM COPIAR-LOTS THRU COPIAR-LOTS-EXIT
               WHEN FCP-CLIENTS (IX-FCP)
                   PERFORM COPIAR-CLIENTS THRU COPIAR-CLIENTS-EXIT
               WHEN FCP-PROVEIDORS (IX-FCP)
                   PERFORM COPIAR-PROVEIDORS
                       THRU COPIAR-PROVEIDORS-EXIT
               WHEN FCP-UBICACIONS (IX-FCP)
                   PERFORM COPIAR-UBICACIONS
                       THRU COPIAR-UBICACIONS-EXIT
               WHEN FCP-COST-MIG (IX-FCP)
                   PERFORM COPIAR-COST-MIG
                       THRU COPIAR-COST-MIG-EXIT
               WHEN FCP-NIVELLS-CLAU (IX-FCP)
                   PERFORM COPIAR-NIVELLS-CLAU
                       THRU COPIAR-NIVELLS-CLAU-EXIT
               WHEN FCP-HISTORIC (IX-FCP)
                   PERFORM COPIAR-HISTORIC
                       THRU COPIAR-HISTORIC-EXIT
               WHEN OTHER
                   PERFORM COPIAR-SEQUENCIAL
                       THRU COPIAR-SEQUENCIAL-EXIT
           END-EVALUATE
           MOVE FCP-NOM (IX-FCP) TO LCO-FITXER
           MOVE SPACES TO LCO-GENERACIO
           IF COPIA-ABSENT
               ADD 1 TO CNT-ABSENTS
               MOVE "NO EXISTEIX" TO LCO-ESTAT
               MOVE ZERO TO LCO-REGISTRES, LCO-TOTAL
               WRITE INFORME-REG FROM LINIA-COPIA
               GO TO COPIAR-FITXER-EXIT
           END-IF
           MOVE CP-REGISTRES-RTN TO REG-ORIGEN, LCO-REGISTRES
           MOVE CP-TOTAL-RTN TO TOTAL-ORIGEN, LCO-TOTAL
           ADD CP-NO-NUMERICS-RTN TO CNT-NO-NUMERICS
           IF COPIA-FETA
               PERFORM VERIFICAR-COPIA
           END-IF
           IF COPIA-FETA
               CALL "CBL_DELETE_FILE" USING NOM-GENERACIO
               CALL "CBL_RENAME_FILE" USING NOM-TREBALL NOM-GENERACIO
               IF RETURN-CODE NOT EQUAL ZERO
                   DISPLAY "COPIASEG: ERROR CANVIANT " NOM-TREBALL
                       " A " NOM-GENERACIO " RC=" RETURN-CODE
                   MOVE "E" TO SW-ESTAT-COPIA
                   MOVE ZERO TO RETURN-CODE
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING NOM-TREBALL
           END-IF
           IF COPIA-FETA
               PERFORM ANOTAR-CATALEG
           END-IF
           IF COPIA-FETA
               ADD 1 TO CNT-COPIATS
               MOVE "COPIAT" TO LCO-ESTAT
               MOVE NOM-GENERACIO TO LCO-GENERACIO
           ELSE
               ADD 1 TO CNT-ERRORS
               MOVE "ERROR" TO LCO-ESTAT
           END-IF
           WRITE INFORME-REG FROM LINIA-COPIA.
       COPIAR-FITXER-EXIT. EXIT.

       COPIAR-SEQUENCIAL.
           OPEN INPUT ORIGEN
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-SEQUENCIAL-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-SEQUENCIAL-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE ORIGEN
               GO TO COPIAR-SEQUENCIAL-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               MOVE SPACES TO ORIGEN-REG
               READ ORIGEN
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE ORIGEN-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE ORIGEN, TREBALL.
       COPIAR-SEQUENCIAL-EXIT. EXIT.

       COPIAR-MESTRE.
           OPEN INPUT MESTRE
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-MESTRE-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-MESTRE-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE MESTRE
               GO TO COPIAR-MESTRE-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               READ MESTRE NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE MESTRE-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE MESTRE, TREBALL.
       COPIAR-MESTRE-EXIT. EXIT.

       COPIAR-LOTS.
           OPEN INPUT LOTS
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-LOTS-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-LOTS-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE LOTS
               GO TO COPIAR-LOTS-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               READ LOTS NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE LOT-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE LOTS, TREBALL.
       COPIAR-LOTS-EXIT. EXIT.

       COPIAR-CLIENTS.
           OPEN INPUT CLIENTS
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-CLIENTS-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-CLIENTS-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE CLIENTS
               GO TO COPIAR-CLIENTS-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               READ CLIENTS NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE CLIENT-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE CLIENTS, TREBALL.
       COPIAR-CLIENTS-EXIT. EXIT.

       COPIAR-PROVEIDORS.
           OPEN INPUT PROVEIDORS
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-PROVEIDORS-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-PROVEIDORS-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE PROVEIDORS
               GO TO COPIAR-PROVEIDORS-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               READ PROVEIDORS NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE PROVEIDOR-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE PROVEIDORS, TREBALL.
       COPIAR-PROVEIDORS-EXIT. EXIT.

       COPIAR-UBICACIONS.
           OPEN INPUT UBICACIONS
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-UBICACIONS-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-UBICACIONS-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE UBICACIONS
               GO TO COPIAR-UBICACIONS-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               READ UBICACIONS NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE UBICACIO-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE UBICACIONS, TREBALL.
       COPIAR-UBICACIONS-EXIT. EXIT.

       COPIAR-COST-MIG.
           OPEN INPUT COST-MIG
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-COST-MIG-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-COST-MIG-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE COST-MIG
               GO TO COPIAR-COST-MIG-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               READ COST-MIG NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE COST-MIG-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE COST-MIG, TREBALL.
       COPIAR-COST-MIG-EXIT. EXIT.

       COPIAR-NIVELLS-CLAU.
           OPEN INPUT NIVELLS-CLAU
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-NIVELLS-CLAU-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-NIVELLS-CLAU-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE NIVELLS-CLAU
               GO TO COPIAR-NIVELLS-CLAU-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               READ NIVELLS-CLAU NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE NIVELL-CLAU-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE NIVELLS-CLAU, TREBALL.
       COPIAR-NIVELLS-CLAU-EXIT. EXIT.

       COPIAR-HISTORIC.
           OPEN INPUT HISTORIC
           IF FS-ORIGEN EQUAL "35"
               MOVE "A" TO SW-ESTAT-COPIA
               GO TO COPIAR-HISTORIC-EXIT
           END-IF
           IF FS-ORIGEN NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-ORIGEN " FS="
                   FS-ORIGEN
               MOVE "E" TO SW-ESTAT-COPIA
               GO TO COPIAR-HISTORIC-EXIT
           END-IF
           PERFORM OBRIR-TREBALL
           IF NOT COPIA-FETA
               CLOSE HISTORIC
               GO TO COPIAR-HISTORIC-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT COPIA-FETA
               READ HISTORIC NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE HISTORIC-REG TO CP-REGISTRE-RTN
                   PERFORM ESCRIURE-TREBALL
               END-READ
           END-PERFORM
           CLOSE HISTORIC, TREBALL.
       COPIAR-HISTORIC-EXIT. EXIT.

       OBRIR-TREBALL.
           OPEN OUTPUT TREBALL
           IF FS-TREBALL NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR " NOM-TREBALL " FS="
                   FS-TREBALL
               MOVE "E" TO SW-ESTAT-COPIA
           END-IF.

       ESCRIURE-TREBALL.
           PERFORM COPIA-ACUMULAR THRU COPIA-ACUMULAR-EXIT
           WRITE TREBALL-REG FROM CP-REGISTRE-RTN
           IF FS-TREBALL NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR ESCRIURE " NOM-TREBALL " FS="
                   FS-TREBALL
               MOVE "E" TO SW-ESTAT-COPIA
           END-IF.

      ************************************************************
      * RELECTURA DE ARREL.CPW: REGISTRES I TOTAL DE CONTROL HAN *
      * DE SER ELS DE L'ORIGINAL                                 *
      ************************************************************
       VERIFICAR-COPIA.
           MOVE ZERO TO CP-REGISTRES-RTN, CP-TOTAL-RTN,
               CP-NO-NUMERICS-RTN
           OPEN INPUT TREBALL
           IF FS-TREBALL NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR RELLEGIR " NOM-TREBALL " FS="
                   FS-TREBALL
               MOVE "E" TO SW-ESTAT-COPIA
           ELSE
               MOVE "N" TO SW-FI-LECTURA
               PERFORM UNTIL FI-LECTURA
                   MOVE SPACES TO TREBALL-REG
                   READ TREBALL
                   AT END SET FI-LECTURA TO TRUE
                   NOT AT END
                       MOVE TREBALL-REG TO CP-REGISTRE-RTN
                       PERFORM COPIA-ACUMULAR THRU COPIA-ACUMULAR-EXIT
                   END-READ
               END-PERFORM
               CLOSE TREBALL
               IF CP-REGISTRES-RTN NOT EQUAL REG-ORIGEN
                       OR CP-TOTAL-RTN NOT EQUAL TOTAL-ORIGEN
                   DISPLAY "COPIASEG: " NOM-TREBALL " NO QUADRA AMB "
                       NOM-ORIGEN ": " CP-REGISTRES-RTN "/" REG-ORIGEN
                       " REGISTRES"
                   MOVE "E" TO SW-ESTAT-COPIA
               END-IF
           END-IF.

      ************************************************************
      * LA COPIA DEL DIA SUBSTITUEIX L'ENTRADA DEL MATEIX DIA    *
      ************************************************************
       ANOTAR-CATALEG.
           MOVE ZERO TO IX-CCT-DIA
           PERFORM VARYING IX-CCT FROM 1 BY 1
                   UNTIL IX-CCT > NUM-CATALEG OR IX-CCT-DIA > ZERO
               IF CCT-VIGENT (IX-CCT)
                       AND CCT-FITXER (IX-CCT) EQUAL FCP-NOM (IX-FCP)
                       AND CCT-DATA (IX-CCT) EQUAL DATA-AVUI
                   MOVE IX-CCT TO IX-CCT-DIA
               END-IF
           END-PERFORM
           IF IX-CCT-DIA EQUAL ZERO
               IF NUM-CATALEG < MAX-CATALEG
                   ADD 1 TO NUM-CATALEG
                   MOVE NUM-CATALEG TO IX-CCT-DIA
               ELSE
                   DISPLAY "COPIASEG: CATALEG PLE, " NOM-GENERACIO
                       " NO S'HI ANOTA"
                   MOVE "E" TO SW-ESTAT-COPIA
               END-IF
           END-IF
           IF IX-CCT-DIA > ZERO
               MOVE FCP-NOM (IX-FCP) TO CCT-FITXER (IX-CCT-DIA)
               MOVE DATA-AVUI TO CCT-DATA (IX-CCT-DIA)
               MOVE HORA-AVUI TO CCT-HORA (IX-CCT-DIA)
               MOVE NOM-GENERACIO TO CCT-GENERACIO (IX-CCT-DIA)
               MOVE REG-ORIGEN TO CCT-REGISTRES (IX-CCT-DIA)
               MOVE TOTAL-ORIGEN TO CCT-TOTAL (IX-CCT-DIA)
               MOVE "V" TO CCT-ESTAT (IX-CCT-DIA)
           END-IF.

      ************************************************************
      * PURGA: MENTRE UN FITXER TINGUI MES GENERACIONS DE LES    *
      * QUE TOCA, S'ESBORRA LA MES ANTIGA (DATA I HORA)          *
      ************************************************************
       PURGAR-FITXER.
           MOVE ZERO TO GENERACIONS-FITXER
           PERFORM VARYING IX-CCT FROM 1 BY 1
                   UNTIL IX-CCT > NUM-CATALEG
               IF CCT-VIGENT (IX-CCT)
                       AND CCT-FITXER (IX-CCT) EQUAL FCP-NOM (IX-FCP)
                   ADD 1 TO GENERACIONS-FITXER
               END-IF
           END-PERFORM
           PERFORM ESBORRAR-MES-ANTIGA
               UNTIL GENERACIONS-FITXER NOT > MAX-GENERACIONS.

       ESBORRAR-MES-ANTIGA.
           MOVE ZERO TO IX-MES-ANTIGA
           MOVE HIGH-VALUES TO MARCA-MES-ANTIGA
           PERFORM VARYING IX-CCT FROM 1 BY 1
                   UNTIL IX-CCT > NUM-CATALEG
               IF CCT-VIGENT (IX-CCT)
                       AND CCT-FITXER (IX-CCT) EQUAL FCP-NOM (IX-FCP)
                   MOVE CCT-DATA (IX-CCT) TO MARCA-ENTRADA (1:8)
                   MOVE CCT-HORA (IX-CCT) TO MARCA-ENTRADA (9:8)
                   IF MARCA-ENTRADA < MARCA-MES-ANTIGA
                       MOVE MARCA-ENTRADA TO MARCA-MES-ANTIGA
                       MOVE IX-CCT TO IX-MES-ANTIGA
                   END-IF
               END-IF
           END-PERFORM
           MOVE IX-MES-ANTIGA TO IX-CCT
           MOVE CCT-GENERACIO (IX-CCT) TO NOM-GENERACIO
           CALL "CBL_DELETE_FILE" USING NOM-GENERACIO
           MOVE ZERO TO RETURN-CODE
           MOVE "E" TO CCT-ESTAT (IX-CCT)
           SUBTRACT 1 FROM GENERACIONS-FITXER
           ADD 1 TO CNT-ESBORRADES
           MOVE CCT-FITXER (IX-CCT) TO LCO-FITXER
           MOVE "ESBORRADA" TO LCO-ESTAT
           MOVE CCT-REGISTRES (IX-CCT) TO LCO-REGISTRES
           MOVE CCT-TOTAL (IX-CCT) TO LCO-TOTAL
           MOVE CCT-GENERACIO (IX-CCT) TO LCO-GENERACIO
           WRITE INFORME-REG FROM LINIA-COPIA.

      ************************************************************
      * CATALEG NOU AMB LES ENTRADES VIGENTS: COPIES.NEW, I      *
      * CANVI COPIES.CAT -> COPIES.ANT, COPIES.NEW -> COPIES.CAT *
      ************************************************************
       DESAR-CATALEG.
           OPEN OUTPUT CATALEG-NOU
           IF FS-CATALEG-NOU NOT EQUAL "00"
               DISPLAY "COPIASEG: ERROR OBRIR COPIES.NEW FS="
                   FS-CATALEG-NOU
               GO TO COPIASEG-ABEND
           END-IF
           PERFORM VARYING IX-CCT FROM 1 BY 1
                   UNTIL IX-CCT > NUM-CATALEG
               IF CCT-VIGENT (IX-CCT)
                   MOVE SPACES TO CATALEG-COPIES-REG
                   MOVE CCT-FITXER (IX-CCT) TO CCP-FITXER
                   MOVE CCT-DATA (IX-CCT) TO CCP-DATA
                   MOVE CCT-HORA (IX-CCT) TO CCP-HORA
                   MOVE CCT-GENERACIO (IX-CCT) TO CCP-GENERACIO
                   MOVE CCT-REGISTRES (IX-CCT) TO CCP-REGISTRES
                   MOVE CCT-TOTAL (IX-CCT) TO CCP-TOTAL
                   WRITE CATALEG-NOU-REG FROM CATALEG-COPIES-REG
                   IF FS-CATALEG-NOU NOT EQUAL "00"
                       DISPLAY "COPIASEG: ERROR ESCRIURE COPIES.NEW"
                           " FS=" FS-CATALEG-NOU
                       GO TO COPIASEG-ABEND
                   END-IF
                   ADD 1 TO CNT-CATALEG
               END-IF
           END-PERFORM
           CLOSE CATALEG-NOU
           CALL "CBL_DELETE_FILE" USING NOM-CATALEG-ANT
           IF CATALEG-EXISTEIX
               CALL "CBL_RENAME_FILE" USING NOM-CATALEG
                   NOM-CATALEG-ANT
           END-IF
           CALL "CBL_RENAME_FILE" USING NOM-CATALEG-NOU NOM-CATALEG
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "COPIASEG: ERROR CANVIANT COPIES.NEW A"
                   " COPIES.CAT RC=" RETURN-CODE
               GO TO COPIASEG-ABEND
           END-IF
           MOVE ZERO TO RETURN-CODE.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "FITXERS COPIATS" TO TOT-TITOL
           MOVE CNT-COPIATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "FITXERS ABSENTS" TO TOT-TITOL
           MOVE CNT-ABSENTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "COPIES ERRONIES" TO TOT-TITOL
           MOVE CNT-ERRORS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "GENERACIONS ESBORRADES" TO TOT-TITOL
           MOVE CNT-ESBORRADES TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "GENERACIONS AL CATALEG" TO TOT-TITOL
           MOVE CNT-CATALEG TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CAMPS CONTROL NO NUMERICS" TO TOT-TITOL
           MOVE CNT-NO-NUMERICS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY COPIRTN.

       COPY TESTIRTN.

       COPY AUDITRTN.

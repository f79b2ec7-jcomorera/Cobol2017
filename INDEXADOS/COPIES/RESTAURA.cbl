       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.
      ************************************************************
      * RESTAURACIO D'UNA GENERACIO DE COPIA DE SEGURETAT        *
      * RESTAURA.PRM: FITXER X(14) (NOM DE LA TAULA DE COPIWS O  *
      * TOTS PER AL JOC SENCER) + BLANC + DATA AAAAMMDD DE LA    *
      * GENERACIO (EN BLANC, LA MES RECENT DE CADA FITXER).      *
      * PER A CADA FITXER DEMANAT:                               *
      *   - ES CERCA LA GENERACIO A COPIES.CAT                   *
      *   - ES RELLEGEIX LA GENERACIO I ELS REGISTRES I EL TOTAL *
      *     DE CONTROL HAN DE SER ELS DEL CATALEG                *
      * NOMES SI TOTES LES GENERACIONS TRIADES QUADREN ES        *
      * RESTAURA RES: AMB EL TESTIMONI DE INDEXAT.TXT PRES, CADA *
      * GENERACIO ES BOLCA A ARREL.WRK (ELS INDEXATS ES          *
      * RECARREGUEN PER CLAU), EL FITXER VIGENT QUEDA COM        *
      * ARREL.RST I ARREL.WRK PASSA A SER EL FITXER.             *
      * RESTAURAT INDEXAT.TXT, ES COMPARA PER CLAU AMB           *
      * INDEXAT.RST COM FA CARGA AMB INDEXAT.ANT I CADA CLAU     *
      * NOVA (A), CANVIADA (M) O DESAPAREGUDA (D) QUEDA A        *
      * CANVIDX.TXT; SI EL REGISTRE DE CANVIS NO ES POT          *
      * COMPLETAR LA RESTAURACIO ES MANTE I EL PAS ACABA AMB 4.  *
      * CADA FITXER RESTAURAT ES UN EVENT SORTI A AUDITLOG.TXT   *
      * AMB ELS REGISTRES RESTAURATS; EL FINAL PORTA EL NOMBRE   *
      * DE FITXERS. INFORME A RESTAURA.INF.                      *
      * AMB TOTS, UN FITXER SENSE GENERACIO A LA DATA DEMANADA   *
      * ES DEIXA COM ESTA I EL PAS ACABA AMB 4. RETURN-CODE 8    *
      * SI ALGUNA GENERACIO NO HI ES O NO QUADRA (NO ES          *
      * RESTAURA RES) O EL MESTRE ESTA OCUPAT                    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE
               ASSIGN TO "RESTAURA.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           SELECT GENERACIO
               ASSIGN TO DYNAMIC NOM-GENERACIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-GENERACIO.
           SELECT TREBALL
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TREBALL.
           SELECT MESTRE
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS MES-CLAU
                   ALTERNATE RECORD KEY IS MES-ID-PRODUCTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-TREBALL.
           SELECT LOTS
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LOT-CLAU
                   FILE STATUS IS FS-TREBALL.
           SELECT CLIENTS
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CLT-CODI
                   FILE STATUS IS FS-TREBALL.
           SELECT PROVEIDORS
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PROV-CODI
                   FILE STATUS IS FS-TREBALL.
           SELECT UBICACIONS
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS UBI-CLAU
                   FILE STATUS IS FS-TREBALL.
           SELECT COST-MIG
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CST-CLAU
                   FILE STATUS IS FS-TREBALL.
           SELECT NIVELLS-CLAU
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS NVC-CLAU
                   FILE STATUS IS FS-TREBALL.
           SELECT HISTORIC
               ASSIGN TO DYNAMIC NOM-TREBALL
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS HIS-CLAU
                   FILE STATUS IS FS-TREBALL.
           SELECT MESTRE-NOU
               ASSIGN TO "INDEXAT.TXT"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS MNOU-CLAU
                   ALTERNATE RECORD KEY IS MNOU-ID-PRODUCTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-MESTRE-NOU.
           SELECT MESTRE-ANTERIOR
               ASSIGN TO "INDEXAT.RST"
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS MANT-CLAU
                   ALTERNATE RECORD KEY IS MANT-ID-PRODUCTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-MESTRE-ANTERIOR.
           COPY CANVSEL.
           COPY COPISEL.
           SELECT INFORME
               ASSIGN TO "RESTAURA.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY TESTISEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 PARM-FITXER         PIC X(14).
            05 FILLER              PIC X(1).
            05 PARM-DATA           PIC X(8).

       FD GENERACIO.
       01 GENERACIO-REG            PIC X(200).

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

       FD MESTRE-NOU.
       01 MESTRE-NOU-REG.
            05 MNOU-CLAU.
                10 MNOU-NUMERO     PIC 9(5).
                10 MNOU-MAGATZEM   PIC X(2).
            05 MNOU-NOMBRE         PIC X(20).
            05 MNOU-CANTIDAD       PIC 9(7).
            05 MNOU-PREU-UNITAT    PIC 9(4)V99.
            05 MNOU-ORDRE          PIC 9(3).
            05 MNOU-ID-PRODUCTE    PIC X(2).

       FD MESTRE-ANTERIOR.
       01 MESTRE-ANTERIOR-REG.
            05 MANT-CLAU.
                10 MANT-NUMERO     PIC 9(5).
                10 MANT-MAGATZEM   PIC X(2).
            05 MANT-NOMBRE         PIC X(20).
            05 MANT-CANTIDAD       PIC 9(7).
            05 MANT-PREU-UNITAT    PIC 9(4)V99.
            05 MANT-ORDRE          PIC 9(3).
            05 MANT-ID-PRODUCTE    PIC X(2).

       COPY CANVFD.

       COPY COPIFD.

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY TESTIFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-PARAMETRE PIC X(2).
           01 FS-GENERACIO PIC X(2).
           01 FS-TREBALL PIC X(2).
           01 FS-INFORME PIC X(2).
           01 FS-MESTRE-NOU PIC X(2).
           01 FS-MESTRE-ANTERIOR PIC X(2).
           01 FITXER-DEMANAT PIC X(14) VALUE SPACES.
           01 DATA-DEMANADA PIC X(8) VALUE SPACES.
           01 SW-JOC-SENCER PIC X VALUE "N".
               88 JOC-SENCER VALUE "S".
           01 NOMS-FITXERS.
               05 NOM-GENERACIO    PIC X(24).
               05 NOM-TREBALL      PIC X(24).
               05 NOM-VIGENT       PIC X(24).
               05 NOM-RESERVA      PIC X(24).
               05 ARREL-FITXER     PIC X(14).
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 SW-BOLCAT-CORRECTE PIC X VALUE "S".
               88 BOLCAT-CORRECTE VALUE "S".
           01 CONTROL-COMPARACIO.
               05 CLAU-NOU             PIC X(7).
               05 CLAU-ANT             PIC X(7).
               05 SW-CANVIS-INCOMPLET  PIC X VALUE "N".
                   88 CANVIS-INCOMPLET VALUE "S".
      ************************************************************
      * SELECCIO PER FITXER DE LA TAULA: ENTRADA DEL CATALEG I   *
      * ESTAT (N NO DEMANAT, S SENSE GENERACIO, V VERIFICADA,    *
      * D DESQUADRADA, G GENERACIO ABSENT, R RESTAURADA)         *
      ************************************************************
           01 TAULA-SELECCIO.
               05 SELECCIO-ENTRY OCCURS 18 TIMES.
                   10 SEL-IX-CCT      PIC 9(3).
                   10 SEL-ESTAT       PIC X(1).
                       88 SEL-NO-DEMANAT VALUE "N".
                       88 SEL-SENSE-GENERACIO VALUE "S".
                       88 SEL-VERIFICADA VALUE "V".
                       88 SEL-DESQUADRADA VALUE "D".
                       88 SEL-GENERACIO-ABSENT VALUE "G".
                       88 SEL-RESTAURADA VALUE "R".
                   10 SEL-REGISTRES   PIC 9(9).
                   10 SEL-TOTAL       PIC 9(15).
           01 MARCA-ENTRADA PIC X(16).
           01 MARCA-MES-RECENT PIC X(16).
           01 COMPTADORS.
               05 CNT-DEMANATS     PIC 9(7) VALUE ZERO.
               05 CNT-VERIFICATS   PIC 9(7) VALUE ZERO.
               05 CNT-SENSE-GEN    PIC 9(7) VALUE ZERO.
               05 CNT-ERRORS       PIC 9(7) VALUE ZERO.
               05 CNT-RESTAURATS   PIC 9(7) VALUE ZERO.
               05 CNT-ALTES        PIC 9(7) VALUE ZERO.
               05 CNT-MODIFICATS   PIC 9(7) VALUE ZERO.
               05 CNT-BAIXES       PIC 9(7) VALUE ZERO.
           01 LINIA-RESTAURACIO.
               05 LRE-FITXER           PIC X(14).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRE-GENERACIO        PIC X(24).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRE-REGISTRES        PIC Z(8)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRE-TOTAL            PIC Z(14)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRE-ESTAT            PIC X(20).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY COPIWS.
           COPY CANVWS.
           COPY TESTIWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       RESTAURA-RTN.
           MOVE "RESTAURA" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           MOVE "RESTAURA" TO CP-PROGRAMA-RTN
           PERFORM LLEGIR-PARAMETRES
           PERFORM CATALEG-CARREGAR THRU CATALEG-CARREGAR-EXIT
           IF NOT CATALEG-EXISTEIX OR NUM-CATALEG EQUAL ZERO
               DISPLAY "RESTAURA: SENSE CATALEG DE COPIES (COPIES.CAT)"
               GO TO RESTAURA-ABEND
           END-IF
           IF CATALEG-DESBORDAT
               DISPLAY "RESTAURA: EL CATALEG NO ES POT CARREGAR SENCER"
               GO TO RESTAURA-ABEND
           END-IF

           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "RESTAURA: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO RESTAURA-ABEND
           END-IF
           MOVE "===== RESTAURACIO DE COPIES DE SEGURETAT ====="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           STRING "DEMANAT: " DELIMITED BY SIZE
               FITXER-DEMANAT DELIMITED BY SPACE
               "  GENERACIO: " DELIMITED BY SIZE
               INTO INFORME-REG
           END-STRING
           IF DATA-DEMANADA EQUAL SPACES
               MOVE "LA MES RECENT" TO INFORME-REG (40:13)
           ELSE
               MOVE DATA-DEMANADA TO INFORME-REG (40:8)
           END-IF
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "FITXER         GENERACIO" TO INFORME-REG
           MOVE "REGISTRES" TO INFORME-REG (42:9)
           MOVE "TOTAL CONTROL" TO INFORME-REG (54:13)
           MOVE "ESTAT" TO INFORME-REG (68:5)
           WRITE INFORME-REG

           PERFORM SELECCIONAR-GENERACIO
               VARYING IX-FCP FROM 1 BY 1
               UNTIL IX-FCP > NUM-FITXERS-COPIA
           IF CNT-DEMANATS EQUAL ZERO
               DISPLAY "RESTAURA: CAP GENERACIO A RESTAURAR"
               MOVE 1 TO CNT-ERRORS
           END-IF
           PERFORM VERIFICAR-GENERACIO THRU VERIFICAR-GENERACIO-EXIT
               VARYING IX-FCP FROM 1 BY 1
               UNTIL IX-FCP > NUM-FITXERS-COPIA

           IF CNT-ERRORS > ZERO
               DISPLAY "RESTAURA: HI HA GENERACIONS ABSENTS O QUE NO"
                   " QUADREN, NO ES RESTAURA RES"
           ELSE
               MOVE "RESTAURA" TO TK-PROGRAMA-RTN
               PERFORM TESTIMONI-PRENDRE
               IF NOT TESTIMONI-OBTINGUT
                   DISPLAY "RESTAURA: MESTRE OCUPAT, NO ES RESTAURA"
                       " RES"
                   ADD 1 TO CNT-ERRORS
               ELSE
                   PERFORM RESTAURAR-FITXER
                       THRU RESTAURAR-FITXER-EXIT
                       VARYING IX-FCP FROM 1 BY 1
                       UNTIL IX-FCP > NUM-FITXERS-COPIA
                   PERFORM TESTIMONI-ALLIBERAR
               END-IF
           END-IF

           PERFORM ESCRIURE-LINIA
               VARYING IX-FCP FROM 1 BY 1
               UNTIL IX-FCP > NUM-FITXERS-COPIA
           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME
           DISPLAY "RESTAURA: FITXERS DEMANATS  : " CNT-DEMANATS
           DISPLAY "RESTAURA: SENSE GENERACIO   : " CNT-SENSE-GEN
           DISPLAY "RESTAURA: FITXERS RESTAURATS: " CNT-RESTAURATS
           MOVE "RESTAURA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-RESTAURATS TO AL-COMPTADOR-RTN
           EVALUATE TRUE
               WHEN CNT-ERRORS > ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE "08" TO AL-ESTAT-RTN
               WHEN CNT-SENSE-GEN > ZERO OR CANVIS-INCOMPLET
                   MOVE 4 TO RETURN-CODE
                   MOVE "00" TO AL-ESTAT-RTN
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
                   MOVE "00" TO AL-ESTAT-RTN
           END-EVALUATE
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       RESTAURA-ABEND.
           CLOSE GENERACIO, TREBALL, MESTRE, LOTS, CLIENTS,
               PROVEIDORS, UBICACIONS, COST-MIG, NIVELLS-CLAU,
               HISTORIC, INFORME
           PERFORM TESTIMONI-ALLIBERAR
           MOVE 12 TO RETURN-CODE
           DISPLAY "RESTAURA: FITXERS RESTAURATS: " CNT-RESTAURATS
           MOVE "RESTAURA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-RESTAURATS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       LLEGIR-PARAMETRES.
           OPEN INPUT PARAMETRE
           IF FS-PARAMETRE NOT EQUAL "00"
               DISPLAY "RESTAURA: ERROR OBRIR RESTAURA.PRM FS="
                   FS-PARAMETRE
               GO TO RESTAURA-ABEND
           END-IF
           MOVE SPACES TO PARAMETRE-REG
           READ PARAMETRE
           AT END
               DISPLAY "RESTAURA: RESTAURA.PRM BUIT"
               CLOSE PARAMETRE
               GO TO RESTAURA-ABEND
           END-READ
           CLOSE PARAMETRE
           MOVE PARM-FITXER TO FITXER-DEMANAT
           MOVE PARM-DATA TO DATA-DEMANADA
           IF DATA-DEMANADA NOT EQUAL SPACES
                   AND DATA-DEMANADA IS NOT NUMERIC
               DISPLAY "RESTAURA: DATA " DATA-DEMANADA " NO VALIDA"
               GO TO RESTAURA-ABEND
           END-IF
           IF FITXER-DEMANAT EQUAL "TOTS"
               SET JOC-SENCER TO TRUE
           ELSE
               MOVE "N" TO SW-JOC-SENCER
               PERFORM VARYING IX-FCP FROM 1 BY 1
                       UNTIL IX-FCP > NUM-FITXERS-COPIA
                       OR FCP-NOM (IX-FCP) EQUAL FITXER-DEMANAT
                   CONTINUE
               END-PERFORM
               IF IX-FCP > NUM-FITXERS-COPIA
                   DISPLAY "RESTAURA: " FITXER-DEMANAT
                       " NO ES UN DELS FITXERS COPIATS"
                   GO TO RESTAURA-ABEND
               END-IF
           END-IF.

      ************************************************************
      * ENTRADA DEL CATALEG DE CADA FITXER DEMANAT: LA DE LA     *
      * DATA DEMANADA O LA MES RECENT (DATA I HORA)              *
      ************************************************************
       SELECCIONAR-GENERACIO.
           MOVE ZERO TO SEL-IX-CCT (IX-FCP)
           MOVE ZERO TO SEL-REGISTRES (IX-FCP), SEL-TOTAL (IX-FCP)
           IF NOT JOC-SENCER
                   AND FCP-NOM (IX-FCP) NOT EQUAL FITXER-DEMANAT
               MOVE "N" TO SEL-ESTAT (IX-FCP)
           ELSE
               MOVE LOW-VALUES TO MARCA-MES-RECENT
               PERFORM VARYING IX-CCT FROM 1 BY 1
                       UNTIL IX-CCT > NUM-CATALEG
                   IF CCT-FITXER (IX-CCT) EQUAL FCP-NOM (IX-FCP)
                           AND (DATA-DEMANADA EQUAL SPACES
                           OR CCT-DATA (IX-CCT) EQUAL DATA-DEMANADA)
                       MOVE CCT-DATA (IX-CCT) TO MARCA-ENTRADA (1:8)
                       MOVE CCT-HORA (IX-CCT) TO MARCA-ENTRADA (9:8)
                       IF MARCA-ENTRADA > MARCA-MES-RECENT
                           MOVE MARCA-ENTRADA TO MARCA-MES-RECENT
                           MOVE IX-CCT TO SEL-IX-CCT (IX-FCP)
                       END-IF
                   END-IF
               END-PERFORM
               IF SEL-IX-CCT (IX-FCP) EQUAL ZERO
                   MOVE "S" TO SEL-ESTAT (IX-FCP)
                   ADD 1 TO CNT-SENSE-GEN
                   IF NOT JOC-SENCER
                       DISPLAY "RESTAURA: " FITXER-DEMANAT
                           " SENSE GENERACIO AL CATALEG"
                       ADD 1 TO CNT-ERRORS
                   END-IF
               ELSE
                   MOVE "V" TO SEL-ESTAT (IX-FCP)
                   ADD 1 TO CNT-DEMANATS
               END-IF
           END-IF.

      ************************************************************
      * RELECTURA DE LA GENERACIO CONTRA EL CATALEG              *
      ************************************************************
       VERIFICAR-GENERACIO.
           IF NOT SEL-VERIFICADA (IX-FCP)
               GO TO VERIFICAR-GENERACIO-EXIT
           END-IF
           MOVE SEL-IX-CCT (IX-FCP) TO IX-CCT
           MOVE CCT-GENERACIO (IX-CCT) TO NOM-GENERACIO
           MOVE FCP-POSICIO (IX-FCP) TO CP-POSICIO-RTN
           MOVE FCP-AMPLE (IX-FCP) TO CP-AMPLE-RTN
           MOVE ZERO TO CP-REGISTRES-RTN, CP-TOTAL-RTN,
               CP-NO-NUMERICS-RTN
           OPEN INPUT GENERACIO
           IF FS-GENERACIO NOT EQUAL "00"
               DISPLAY "RESTAURA: GENERACIO " NOM-GENERACIO
                   " NO ES POT OBRIR FS=" FS-GENERACIO
               MOVE "G" TO SEL-ESTAT (IX-FCP)
               ADD 1 TO CNT-ERRORS
               GO TO VERIFICAR-GENERACIO-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               MOVE SPACES TO GENERACIO-REG
               READ GENERACIO
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE GENERACIO-REG TO CP-REGISTRE-RTN
                   PERFORM COPIA-ACUMULAR THRU COPIA-ACUMULAR-EXIT
               END-READ
           END-PERFORM
           CLOSE GENERACIO
           MOVE CP-REGISTRES-RTN TO SEL-REGISTRES (IX-FCP)
           MOVE CP-TOTAL-RTN TO SEL-TOTAL (IX-FCP)
           IF CP-REGISTRES-RTN NOT EQUAL CCT-REGISTRES (IX-CCT)
                   OR CP-TOTAL-RTN NOT EQUAL CCT-TOTAL (IX-CCT)
               DISPLAY "RESTAURA: " NOM-GENERACIO " NO QUADRA AMB EL"
                   " CATALEG: " CP-REGISTRES-RTN "/"
                   CCT-REGISTRES (IX-CCT) " REGISTRES"
               MOVE "D" TO SEL-ESTAT (IX-FCP)
               ADD 1 TO CNT-ERRORS
           ELSE
               ADD 1 TO CNT-VERIFICATS
           END-IF.
       VERIFICAR-GENERACIO-EXIT. EXIT.

      ************************************************************
      * BOLCAT DE LA GENERACIO A ARREL.WRK I CANVI: EL VIGENT    *
      * QUEDA COM ARREL.RST. SI EL CANVI FALLA ES TORNA A POSAR  *
      * EL VIGENT I S'ABANDONA                                   *
      ************************************************************
       RESTAURAR-FITXER.
           IF NOT SEL-VERIFICADA (IX-FCP)
               GO TO RESTAURAR-FITXER-EXIT
           END-IF
           MOVE SEL-IX-CCT (IX-FCP) TO IX-CCT
           MOVE SPACES TO NOM-TREBALL, NOM-VIGENT, NOM-RESERVA,
               ARREL-FITXER
           MOVE CCT-GENERACIO (IX-CCT) TO NOM-GENERACIO
           MOVE FCP-NOM (IX-FCP) TO NOM-VIGENT
           UNSTRING FCP-NOM (IX-FCP) DELIMITED BY "."
               INTO ARREL-FITXER
           END-UNSTRING
           STRING ARREL-FITXER DELIMITED BY SPACE
               ".WRK" DELIMITED BY SIZE
               INTO NOM-TREBALL
           END-STRING
           STRING ARREL-FITXER DELIMITED BY SPACE
               ".RST" DELIMITED BY SIZE
               INTO NOM-RESERVA
           END-STRING
           MOVE FCP-POSICIO (IX-FCP) TO CP-POSICIO-RTN
           MOVE FCP-AMPLE (IX-FCP) TO CP-AMPLE-RTN
           MOVE ZERO TO CP-REGISTRES-RTN, CP-TOTAL-RTN,
               CP-NO-NUMERICS-RTN
           MOVE "S" TO SW-BOLCAT-CORRECTE
           CALL "CBL_DELETE_FILE" USING NOM-TREBALL
           PERFORM BOLCAR-GENERACIO
           IF NOT BOLCAT-CORRECTE
                   OR CP-REGISTRES-RTN NOT EQUAL CCT-REGISTRES (IX-CCT)
                   OR CP-TOTAL-RTN NOT EQUAL CCT-TOTAL (IX-CCT)
               DISPLAY "RESTAURA: EL BOLCAT DE " NOM-GENERACIO
                   " A " NOM-TREBALL " NO QUADRA, " NOM-VIGENT
                   " INTACTE"
               GO TO RESTAURA-ABEND
           END-IF
           CALL "CBL_DELETE_FILE" USING NOM-RESERVA
           CALL "CBL_RENAME_FILE" USING NOM-VIGENT NOM-RESERVA
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "RESTAURA: " NOM-VIGENT " NO EXISTIA, NO ES"
                   " GUARDA COM " NOM-RESERVA
           END-IF
           CALL "CBL_RENAME_FILE" USING NOM-TREBALL NOM-VIGENT
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "RESTAURA: ERROR CANVIANT " NOM-TREBALL " A "
                   NOM-VIGENT " RC=" RETURN-CODE
               CALL "CBL_RENAME_FILE" USING NOM-RESERVA NOM-VIGENT
               DISPLAY "RESTAURA: " NOM-VIGENT " ANTERIOR TORNAT A"
                   " POSAR RC=" RETURN-CODE
               GO TO RESTAURA-ABEND
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE "R" TO SEL-ESTAT (IX-FCP)
           ADD 1 TO CNT-RESTAURATS
           DISPLAY "RESTAURA: " NOM-VIGENT " RESTAURAT DE "
               NOM-GENERACIO ", ANTERIOR A " NOM-RESERVA
           IF FCP-MESTRE (IX-FCP)
               PERFORM ANOTAR-CANVIS-RESTAURACIO
                   THRU ANOTAR-CANVIS-RESTAURACIO-EXIT
           END-IF
           MOVE "RESTAURA" TO AL-PROGRAMA-RTN
           MOVE "SORTI" TO AL-EVENT-RTN
           MOVE CP-REGISTRES-RTN TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE.
       RESTAURAR-FITXER-EXIT. EXIT.

       BOLCAR-GENERACIO.
           OPEN INPUT GENERACIO
           IF FS-GENERACIO NOT EQUAL "00"
               DISPLAY "RESTAURA: ERROR OBRIR " NOM-GENERACIO " FS="
                   FS-GENERACIO
               GO TO RESTAURA-ABEND
           END-IF
           EVALUATE TRUE
               WHEN FCP-MESTRE (IX-FCP)
                   OPEN OUTPUT MESTRE
               WHEN FCP-LOTS (IX-FCP)
                   OPEN OUTPUT LOTS
               WHEN FCP-CLIENTS (IX-FCP)
                   OPEN OUTPUT CLIENTS
               WHEN FCP-PROVEIDORS (IX-FCP)
                   OPEN OUTPUT PROVEIDORS
               WHEN FCP-UBICACIONS (IX-FCP)
                   OPEN OUTPUT UBICACIONS
               WHEN FCP-COST-MIG (IX-FCP)
                   OPEN OUTPUT COST-MIG
               WHEN FCP-NIVELLS-CLAU (IX-FCP)
                   OPEN OUTPUT NIVELLS-CLAU
               WHEN FCP-HISTORIC (IX-FCP)
                   OPEN OUTPUT HISTORIC
               WHEN OTHER
                   OPEN OUTPUT TREBALL
           END-EVALUATE
           IF FS-TREBALL NOT EQUAL "00"
               DISPLAY "RESTAURA: ERROR OBRIR " NOM-TREBALL " FS="
                   FS-TREBALL
               CLOSE GENERACIO
               GO TO RESTAURA-ABEND
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA OR NOT BOLCAT-CORRECTE
               MOVE SPACES TO GENERACIO-REG
               READ GENERACIO
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   MOVE GENERACIO-REG TO CP-REGISTRE-RTN
                   PERFORM COPIA-ACUMULAR THRU COPIA-ACUMULAR-EXIT
                   PERFORM ESCRIURE-BOLCAT
               END-READ
           END-PERFORM
           CLOSE GENERACIO
           EVALUATE TRUE
               WHEN FCP-MESTRE (IX-FCP)
                   CLOSE MESTRE
               WHEN FCP-LOTS (IX-FCP)
                   CLOSE LOTS
               WHEN FCP-CLIENTS (IX-FCP)
                   CLOSE CLIENTS
               WHEN FCP-PROVEIDORS (IX-FCP)
                   CLOSE PROVEIDORS
               WHEN FCP-UBICACIONS (IX-FCP)
                   CLOSE UBICACIONS
               WHEN FCP-COST-MIG (IX-FCP)
                   CLOSE COST-MIG
               WHEN FCP-NIVELLS-CLAU (IX-FCP)
                   CLOSE NIVELLS-CLAU
               WHEN FCP-HISTORIC (IX-FCP)
                   CLOSE HISTORIC
               WHEN OTHER
                   CLOSE TREBALL
           END-EVALUATE.

       ESCRIURE-BOLCAT.
           EVALUATE TRUE
               WHEN FCP-MESTRE (IX-FCP)
                   WRITE MESTRE-REG FROM GENERACIO-REG
               WHEN FCP-LOTS (IX-FCP)
                   WRITE LOT-REG FROM GENERACIO-REG
               WHEN FCP-CLIENTS (IX-FCP)
                   WRITE CLIENT-REG FROM GENERACIO-REG
               WHEN FCP-PROVEIDORS (IX-FCP)
                   WRITE PROVEIDOR-REG FROM GENERACIO-REG
               WHEN FCP-UBICACIONS (IX-FCP)
                   WRITE UBICACIO-REG FROM GENERACIO-REG
               WHEN FCP-COST-MIG (IX-FCP)
                   WRITE COST-MIG-REG FROM GENERACIO-REG
               WHEN FCP-NIVELLS-CLAU (IX-FCP)
                   WRITE NIVELL-CLAU-REG FROM GENERACIO-REG
               WHEN FCP-HISTORIC (IX-FCP)
                   WRITE HISTORIC-REG FROM GENERACIO-REG
               WHEN OTHER
                   WRITE TREBALL-REG FROM GENERACIO-REG
           END-EVALUATE
           IF FS-TREBALL NOT EQUAL "00"
               DISPLAY "RESTAURA: ERROR ESCRIURE " NOM-TREBALL " FS="
                   FS-TREBALL " REGISTRE " CP-REGISTRES-RTN
               MOVE "N" TO SW-BOLCAT-CORRECTE
           END-IF.

      ************************************************************
      * REGISTRE DE CANVIS DE LA RESTAURACIO DEL MESTRE: ES      *
      * RECORREN EN ORDRE DE CLAU INDEXAT.TXT RESTAURAT I        *
      * INDEXAT.RST ALHORA, COM A CARGA. SENSE INDEXAT.RST       *
      * TOTES LES CLAUS SON ALTES. EL MESTRE RESTAURAT JA ES     *
      * ACTIU: UN ERROR AQUI NOMES DEIXA EL REGISTRE INCOMPLET   *
      ************************************************************
       ANOTAR-CANVIS-RESTAURACIO.
           MOVE "RESTAURA" TO CV-PROGRAMA-RTN
           PERFORM CANVIDX-OBRIR
           IF NOT CANVIDX-OBERT
               SET CANVIS-INCOMPLET TO TRUE
               GO TO ANOTAR-CANVIS-RESTAURACIO-EXIT
           END-IF
           OPEN INPUT MESTRE-NOU
           IF FS-MESTRE-NOU NOT EQUAL "00"
               DISPLAY "RESTAURA: ERROR OBRIR INDEXAT.TXT FS="
                   FS-MESTRE-NOU
               SET CANVIS-INCOMPLET TO TRUE
               PERFORM CANVIDX-TANCAR
               GO TO ANOTAR-CANVIS-RESTAURACIO-EXIT
           END-IF
           OPEN INPUT MESTRE-ANTERIOR
           EVALUATE FS-MESTRE-ANTERIOR
               WHEN "00"
                   PERFORM LLEGIR-MESTRE-ANTERIOR
               WHEN "35"
                   MOVE HIGH-VALUES TO CLAU-ANT
               WHEN OTHER
                   DISPLAY "RESTAURA: ERROR OBRIR INDEXAT.RST FS="
                       FS-MESTRE-ANTERIOR
                   SET CANVIS-INCOMPLET TO TRUE
                   MOVE HIGH-VALUES TO CLAU-ANT
           END-EVALUATE
           PERFORM LLEGIR-MESTRE-NOU
           PERFORM COMPARAR-MESTRES
               UNTIL (CLAU-NOU EQUAL HIGH-VALUES
                   AND CLAU-ANT EQUAL HIGH-VALUES)
                   OR CANVIS-INCOMPLET
           CLOSE MESTRE-NOU
           IF FS-MESTRE-ANTERIOR NOT EQUAL "35"
               CLOSE MESTRE-ANTERIOR
           END-IF
           PERFORM CANVIDX-TANCAR
           DISPLAY "RESTAURA: CLAUS NOVES       : " CNT-ALTES
           DISPLAY "RESTAURA: CLAUS CANVIADES   : " CNT-MODIFICATS
           DISPLAY "RESTAURA: CLAUS ESBORRADES  : " CNT-BAIXES
           IF CANVIS-INCOMPLET
               DISPLAY "RESTAURA: REGISTRE DE CANVIS INCOMPLET, EL"
                   " MESTRE RESTAURAT QUEDA ACTIU"
           END-IF.
       ANOTAR-CANVIS-RESTAURACIO-EXIT. EXIT.

       COMPARAR-MESTRES.
           EVALUATE TRUE
               WHEN CLAU-ANT < CLAU-NOU
                   MOVE "D" TO CAN-ACCIO
                   MOVE MANT-CLAU TO CAN-CLAU
                   MOVE MESTRE-ANTERIOR-REG TO CAN-ABANS
                   MOVE SPACES TO CAN-DESPRES
                   PERFORM ANOTAR-CANVI
                   ADD 1 TO CNT-BAIXES
                   PERFORM LLEGIR-MESTRE-ANTERIOR
               WHEN CLAU-NOU < CLAU-ANT
                   MOVE "A" TO CAN-ACCIO
                   MOVE MNOU-CLAU TO CAN-CLAU
                   MOVE SPACES TO CAN-ABANS
                   MOVE MESTRE-NOU-REG TO CAN-DESPRES
                   PERFORM ANOTAR-CANVI
                   ADD 1 TO CNT-ALTES
                   PERFORM LLEGIR-MESTRE-NOU
               WHEN OTHER
                   IF MESTRE-NOU-REG NOT EQUAL MESTRE-ANTERIOR-REG
                       MOVE "M" TO CAN-ACCIO
                       MOVE MNOU-CLAU TO CAN-CLAU
                       MOVE MESTRE-ANTERIOR-REG TO CAN-ABANS
                       MOVE MESTRE-NOU-REG TO CAN-DESPRES
                       PERFORM ANOTAR-CANVI
                       ADD 1 TO CNT-MODIFICATS
                   END-IF
                   PERFORM LLEGIR-MESTRE-ANTERIOR
                   PERFORM LLEGIR-MESTRE-NOU
           END-EVALUATE.

       ANOTAR-CANVI.
           MOVE "RESTAURA" TO CAN-REFERENCIA
           PERFORM CANVIDX-ESCRIURE
           IF CANVIDX-ERROR
               SET CANVIS-INCOMPLET TO TRUE
           END-IF.

       LLEGIR-MESTRE-NOU.
           READ MESTRE-NOU NEXT
               AT END
                   MOVE HIGH-VALUES TO CLAU-NOU
               NOT AT END
                   MOVE MNOU-CLAU TO CLAU-NOU
           END-READ.

       LLEGIR-MESTRE-ANTERIOR.
           READ MESTRE-ANTERIOR NEXT
               AT END
                   MOVE HIGH-VALUES TO CLAU-ANT
               NOT AT END
                   MOVE MANT-CLAU TO CLAU-ANT
           END-READ.

       ESCRIURE-LINIA.
           IF NOT SEL-NO-DEMANAT (IX-FCP)
               MOVE FCP-NOM (IX-FCP) TO LRE-FITXER
               MOVE SPACES TO LRE-GENERACIO
               MOVE ZERO TO LRE-REGISTRES, LRE-TOTAL
               IF SEL-IX-CCT (IX-FCP) > ZERO
                   MOVE SEL-IX-CCT (IX-FCP) TO IX-CCT
                   MOVE CCT-GENERACIO (IX-CCT) TO LRE-GENERACIO
                   MOVE CCT-REGISTRES (IX-CCT) TO LRE-REGISTRES
                   MOVE CCT-TOTAL (IX-CCT) TO LRE-TOTAL
               END-IF
               EVALUATE TRUE
                   WHEN SEL-SENSE-GENERACIO (IX-FCP)
                       MOVE "SENSE GENERACIO" TO LRE-ESTAT
                   WHEN SEL-GENERACIO-ABSENT (IX-FCP)
                       MOVE "GENERACIO ABSENT" TO LRE-ESTAT
                   WHEN SEL-DESQUADRADA (IX-FCP)
                       MOVE "NO QUADRA" TO LRE-ESTAT
                   WHEN SEL-RESTAURADA (IX-FCP)
                       MOVE "RESTAURAT" TO LRE-ESTAT
                   WHEN OTHER
                       MOVE "VERIFICAT" TO LRE-ESTAT
               END-EVALUATE
               WRITE INFORME-REG FROM LINIA-RESTAURACIO
               IF SEL-DESQUADRADA (IX-FCP)
                   MOVE SPACES TO INFORME-REG
                   STRING "               LLEGITS: " DELIMITED BY SIZE
                       SEL-REGISTRES (IX-FCP) DELIMITED BY SIZE
                       " REGISTRES, TOTAL " DELIMITED BY SIZE
                       SEL-TOTAL (IX-FCP) DELIMITED BY SIZE
                       INTO INFORME-REG
                   END-STRING
                   WRITE INFORME-REG
               END-IF
           END-IF.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "GENERACIONS TRIADES" TO TOT-TITOL
           MOVE CNT-DEMANATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "GENERACIONS VERIFICADES" TO TOT-TITOL
           MOVE CNT-VERIFICATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "FITXERS SENSE GENERACIO" TO TOT-TITOL
           MOVE CNT-SENSE-GEN TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "FITXERS RESTAURATS" TO TOT-TITOL
           MOVE CNT-RESTAURATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CANVIS DEL MESTRE" TO TOT-TITOL
           MOVE CV-ESCRITS-RTN TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE SPACES TO INFORME-REG
           IF CNT-ERRORS > ZERO
               MOVE "RESULTAT: NO S'HA RESTAURAT CAP FITXER"
                   TO INFORME-REG
           ELSE
               MOVE "RESULTAT: RESTAURACIO FETA, ELS FITXERS ANTERIORS"
                   TO INFORME-REG
               MOVE " QUEDEN COM ARREL.RST" TO INFORME-REG (50:21)
           END-IF
           WRITE INFORME-REG.

       COPY COPIRTN.

       COPY CANVRTN.

       COPY TESTIRTN.

       COPY AUDITRTN.

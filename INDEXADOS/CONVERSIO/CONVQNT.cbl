       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVQNT.
      ************************************************************
      * CONVERSIO UNICA DELS FITXERS AL FORMAT DE QUANTITATS     *
      * DE 7 XIFRES. ES PASSA UNA SOLA VEGADA, AMB LA CADENA     *
      * ATURADA, ABANS DE LA PRIMERA EXECUCIO DELS PROGRAMES     *
      * AMB ELS FORMATS NOUS. PER A CADA FITXER DE LA TAULA      *
      * (VEGEU DEFINIR-FITXERS) I PER A CADA INSTANTANIA         *
      * INDEXATAAAAMM.TXT DELS PERIODES DE PERIODE.TXT:          *
      *   - ES REESCRIU SOBRE NOM.CNV AMPLIANT ELS CAMPS DE      *
      *     QUANTITAT AMB ZEROS A L'ESQUERRA                     *
      *   - ES RELLEGEIX NOM.CNV I ES COMPROVA QUE EL NOMBRE DE  *
      *     REGISTRES I LA SUMA DE QUANTITATS SON ELS MATEIXOS   *
      *     QUE ELS DE L'ORIGINAL                                *
      * NOMES SI TOTS ELS FITXERS PRESENTS QUADREN ES CANVIEN:   *
      * L'ORIGINAL QUEDA COM NOM.PRE I NOM.CNV PASSA A SER NOM.  *
      * SI N'HI HA UN QUE NO QUADRA NO ES TOCA CAP ORIGINAL, ELS *
      * .CNV ES CONSERVEN PER DIAGNOSTIC I EL PAS ACABA AMB 8.   *
      * UN CAMP DE QUANTITAT NO NUMERIC ES COPIA TAL QUAL, NO    *
      * ENTRA A LES SUMES I EL PAS ACABA AMB 4.                  *
      * CONVQNT.INF PORTA UNA LINIA PER FITXER AMB REGISTRES I   *
      * SUMA DE QUANTITATS ABANS I DESPRES. EN ACABAR BE ES      *
      * DEIXA CONVQNT.CKP AMB LA DATA I UNA SEGONA EXECUCIO ES   *
      * REFUSA AMB 8 (LA CONVERSIO NO ES POT FER DUES VEGADES)   *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIC
               ASSIGN TO DYNAMIC NOM-ANTIC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ANTIC.
           SELECT NOU
               ASSIGN TO DYNAMIC NOM-NOU
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NOU.
           SELECT MESTRE-ANTIC
               ASSIGN TO DYNAMIC NOM-ANTIC
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS MAN-CLAU
                   ALTERNATE RECORD KEY IS MAN-ID-PRODUCTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-ANTIC.
           SELECT MESTRE-NOU
               ASSIGN TO DYNAMIC NOM-NOU
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS MNO-CLAU
                   ALTERNATE RECORD KEY IS MNO-ID-PRODUCTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-NOU.
           SELECT LOTS-ANTIC
               ASSIGN TO DYNAMIC NOM-ANTIC
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LAN-CLAU
                   FILE STATUS IS FS-ANTIC.
           SELECT LOTS-NOU
               ASSIGN TO DYNAMIC NOM-NOU
                   ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LNO-CLAU
                   FILE STATUS IS FS-NOU.
           SELECT PERIODES
               ASSIGN TO "PERIODE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODES.
           SELECT PUNT-CONTROL
               ASSIGN TO "CONVQNT.CKP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PUNT-CONTROL.
           SELECT INFORME
               ASSIGN TO "CONVQNT.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY TESTISEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ANTIC.
       01 ANTIC-REG                PIC X(200).

       FD NOU.
       01 NOU-REG                  PIC X(200).

      ************************************************************
      * MESTRE (INDEXAT.TXT I INDEXAT.ANT) AMB LA QUANTITAT DE 3 *
      * XIFRES (41 POSICIONS) I AMB LA DE 7 (45 POSICIONS)       *
      ************************************************************
       FD MESTRE-ANTIC.
       01 MESTRE-ANTIC-REG.
            05 MAN-CLAU.
                10 MAN-NUMERO1     PIC 9(5).
                10 MAN-MAGATZEM    PIC X(2).
            05 MAN-NOMBRE          PIC X(20).
            05 MAN-CANTIDAD        PIC 9(3).
            05 MAN-PREU-UNITAT     PIC 9(4)V99.
            05 MAN-ORDRE           PIC 9(3).
            05 MAN-ID-PRODUCTE     PIC X(2).

       FD MESTRE-NOU.
       01 MESTRE-NOU-REG.
            05 MNO-CLAU.
                10 MNO-NUMERO1     PIC 9(5).
                10 MNO-MAGATZEM    PIC X(2).
            05 MNO-NOMBRE          PIC X(20).
            05 MNO-CANTIDAD        PIC 9(7).
            05 MNO-PREU-UNITAT     PIC 9(4)V99.
            05 MNO-ORDRE           PIC 9(3).
            05 MNO-ID-PRODUCTE     PIC X(2).

      ************************************************************
      * DETALL PER LOTS (LOTS.TXT) ABANS (36) I DESPRES (40)     *
      ************************************************************
       FD LOTS-ANTIC.
       01 LOTS-ANTIC-REG.
            05 LAN-CLAU.
                10 LAN-NUMERO1     PIC 9(5).
                10 LAN-MAGATZEM    PIC X(2).
                10 LAN-CODI        PIC X(10).
            05 LAN-RECEPCIO        PIC X(8).
            05 LAN-CADUCITAT       PIC X(8).
            05 LAN-QUANTITAT       PIC 9(3).

       FD LOTS-NOU.
       01 LOTS-NOU-REG.
            05 LNO-CLAU.
                10 LNO-NUMERO1     PIC 9(5).
                10 LNO-MAGATZEM    PIC X(2).
                10 LNO-CODI        PIC X(10).
            05 LNO-RECEPCIO        PIC X(8).
            05 LNO-CADUCITAT       PIC X(8).
            05 LNO-QUANTITAT       PIC 9(7).

       FD PERIODES.
       01 PERIODE-REG.
            05 PER-ANYMES          PIC 9(6).
            05 PER-ESTAT           PIC X(1).

       FD PUNT-CONTROL.
       01 PUNT-CONTROL-REG.
            05 CKP-PROGRAMA        PIC X(8).
            05 FILLER              PIC X(1).
            05 CKP-DATA            PIC X(8).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY TESTIFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-ANTIC PIC X(2).
           01 FS-NOU PIC X(2).
           01 FS-PERIODES PIC X(2).
           01 FS-PUNT-CONTROL PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 NOM-ANTIC PIC X(24).
           01 NOM-NOU PIC X(24).
           01 NOM-GUARDAT PIC X(24).
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 COMPTADORS.
               05 CNT-FITXERS          PIC 9(7) VALUE ZERO.
               05 CNT-CONVERTITS       PIC 9(7) VALUE ZERO.
               05 CNT-ABSENTS          PIC 9(7) VALUE ZERO.
               05 CNT-DESQUADRATS      PIC 9(7) VALUE ZERO.
               05 CNT-CANVIATS         PIC 9(7) VALUE ZERO.
               05 CNT-NO-NUMERICS      PIC 9(7) VALUE ZERO.
      ************************************************************
      * UN FITXER PER ENTRADA: TIPUS S (SEQUENCIAL, CONVERSIO    *
      * PER POSICIONS), M (MESTRE INDEXAT) O L (LOTS INDEXAT).   *
      * PER ALS SEQUENCIALS, LONGITUD ANTIGA DEL REGISTRE I FINS *
      * A DOS CAMPS A AMPLIAR (POSICIO ANTIGA, AMPLE ANTIC I     *
      * AMPLE NOU), EN ORDRE DE POSICIO                          *
      ************************************************************
           01 TAULA-FITXERS.
               05 FITXER-ENTRY OCCURS 60 TIMES.
                   10 TFIT-NOM         PIC X(20).
                   10 TFIT-TIPUS       PIC X(1).
                       88 TFIT-SEQUENCIAL VALUE "S".
                       88 TFIT-MESTRE  VALUE "M".
                       88 TFIT-LOTS    VALUE "L".
                   10 TFIT-LONGITUD    PIC 9(3).
                   10 TFIT-NUM-CAMPS   PIC 9(1).
                   10 TFIT-CAMP OCCURS 2 TIMES.
                       15 TFIT-POSICIO PIC 9(3).
                       15 TFIT-AMPLE-ANT PIC 9(2).
                       15 TFIT-AMPLE-NOU PIC 9(2).
                   10 TFIT-ESTAT       PIC X(1).
                       88 TFIT-ABSENT  VALUE "A".
                       88 TFIT-CONVERTIT VALUE "C".
                       88 TFIT-DESQUADRAT VALUE "D".
                       88 TFIT-CANVIAT VALUE "F".
                   10 TFIT-REG-ANT     PIC 9(9).
                   10 TFIT-REG-NOU     PIC 9(9).
                   10 TFIT-SUMA-ANT    PIC 9(13).
                   10 TFIT-SUMA-NOU    PIC 9(13).
                   10 TFIT-NO-NUMERICS PIC 9(7).
           01 CONTROL-FITXERS.
               05 NUM-FITXERS      PIC 9(2) VALUE ZERO.
               05 MAX-FITXERS      PIC 9(2) VALUE 60.
               05 IX-FIT           PIC 9(2).
               05 IX-CAMP          PIC 9(1).
      ************************************************************
      * CAMPS DE TREBALL DE LA CONVERSIO PER POSICIONS. LA       *
      * QUANTITAT ANTIGA ES JUSTIFICA A LA DRETA SOBRE 11 XIFRES *
      * I ES REOMPLE DE ZEROS; EL CAMP NOU SON LES DARRERES       *
      * XIFRES SEGONS L'AMPLE NOU                                *
      ************************************************************
           01 CONVERSIO-CAMPS.
               05 POS-ANT          PIC 9(3).
               05 POS-NOU          PIC 9(3).
               05 LON-TRAM         PIC S9(3).
               05 AMPLE-ANT        PIC 9(2).
               05 AMPLE-NOU        PIC 9(2).
               05 POS-XIFRES       PIC 9(2).
               05 DESPLACAMENT     PIC 9(3).
           01 QUANT-DRETA PIC X(11) JUSTIFIED RIGHT.
           01 QUANT-DRETA-N REDEFINES QUANT-DRETA PIC 9(11).
           01 NOMS-FIXOS.
               05 SUFIX-NOU        PIC X(4) VALUE ".CNV".
               05 SUFIX-GUARDAT    PIC X(4) VALUE ".PRE".
           01 LINIA-FITXER.
               05 LFI-NOM              PIC X(20).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LFI-ESTAT            PIC X(10).
               05 FILLER               PIC X(5) VALUE " REG=".
               05 LFI-REG-ANT          PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE "/".
               05 LFI-REG-NOU          PIC Z(6)9.
               05 FILLER               PIC X(7) VALUE " QUANT=".
               05 LFI-SUMA-ANT         PIC Z(10)9.
               05 FILLER               PIC X(1) VALUE "/".
               05 LFI-SUMA-NOU         PIC Z(10)9.
           01 LINIA-NO-NUMERICS.
               05 FILLER               PIC X(21) VALUE SPACES.
               05 FILLER               PIC X(36)
                   VALUE "QUANTITATS NO NUMERIQUES COPIADES: ".
               05 LNN-NOMBRE           PIC Z(6)9.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY TESTIWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       CONVQNT-RTN.
           MOVE "CONVQNT" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD

           PERFORM VERIFICAR-CONVERSIO-FETA
               THRU VERIFICAR-CONVERSIO-FETA-EXIT
           MOVE "CONVQNT" TO TK-PROGRAMA-RTN
           PERFORM TESTIMONI-PRENDRE
           IF NOT TESTIMONI-OBTINGUT
               DISPLAY "CONVQNT: MESTRE OCUPAT, NO ES CONVERTEIX RES"
               MOVE 8 TO RETURN-CODE
               MOVE "CONVQNT" TO AL-PROGRAMA-RTN
               MOVE "FINAL" TO AL-EVENT-RTN
               MOVE ZERO TO AL-COMPTADOR-RTN
               MOVE "08" TO AL-ESTAT-RTN
               PERFORM AUDITLOG-ESCRIURE
               GOBACK
           END-IF

           PERFORM DEFINIR-FITXERS
           PERFORM AFEGIR-INSTANTANIES
               THRU AFEGIR-INSTANTANIES-EXIT
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "CONVQNT: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO CONVQNT-ABEND
           END-IF
           MOVE "===== CONVERSIO DE QUANTITATS A 7 XIFRES ====="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- FITXER, ESTAT, REGISTRES, QUANTITATS (ANT/NOU) ---"
               TO INFORME-REG
           WRITE INFORME-REG

           PERFORM VARYING IX-FIT FROM 1 BY 1
                   UNTIL IX-FIT > NUM-FITXERS
               PERFORM CONVERTIR-FITXER
                   THRU CONVERTIR-FITXER-EXIT
           END-PERFORM

           IF CNT-DESQUADRATS EQUAL ZERO
               PERFORM CANVIAR-FITXERS
           ELSE
               DISPLAY "CONVQNT: HI HA FITXERS QUE NO QUADREN, NO ES"
                   " CANVIA CAP ORIGINAL, ELS .CNV ES CONSERVEN"
           END-IF

           PERFORM VARYING IX-FIT FROM 1 BY 1
                   UNTIL IX-FIT > NUM-FITXERS
               PERFORM ESCRIURE-LINIA-FITXER
           END-PERFORM
           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME

           EVALUATE TRUE
               WHEN CNT-DESQUADRATS > ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE "08" TO AL-ESTAT-RTN
               WHEN CNT-NO-NUMERICS > ZERO
                   PERFORM ESCRIURE-PUNT-CONTROL
                   MOVE 4 TO RETURN-CODE
                   MOVE "00" TO AL-ESTAT-RTN
               WHEN OTHER
                   PERFORM ESCRIURE-PUNT-CONTROL
                   MOVE ZERO TO RETURN-CODE
                   MOVE "00" TO AL-ESTAT-RTN
           END-EVALUATE
           PERFORM TESTIMONI-ALLIBERAR
           DISPLAY "CONVQNT: FITXERS TRACTATS  : " CNT-FITXERS
           DISPLAY "CONVQNT: FITXERS CONVERTITS: " CNT-CONVERTITS
           DISPLAY "CONVQNT: FITXERS ABSENTS   : " CNT-ABSENTS
           DISPLAY "CONVQNT: FITXERS NO QUADREN: " CNT-DESQUADRATS
           DISPLAY "CONVQNT: FITXERS CANVIATS  : " CNT-CANVIATS
           MOVE "CONVQNT" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-CANVIATS TO AL-COMPTADOR-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       CONVQNT-ABEND.
           CLOSE ANTIC, NOU, MESTRE-ANTIC, MESTRE-NOU, LOTS-ANTIC,
               LOTS-NOU, INFORME.
           PERFORM TESTIMONI-ALLIBERAR
           MOVE 12 TO RETURN-CODE
           DISPLAY "CONVQNT: CONVERSIO ABANDONADA, ELS ORIGINALS"
               " CANVIATS ES CONSERVEN COM NOM.PRE"
           DISPLAY "CONVQNT: FITXERS CANVIATS  : " CNT-CANVIATS
           MOVE "CONVQNT" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-CANVIATS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * SI CONVQNT.CKP EXISTEIX LA CONVERSIO JA ES VA FER I NO   *
      * ES POT REPETIR: ELS FITXERS JA SON AL FORMAT NOU         *
      ************************************************************
       VERIFICAR-CONVERSIO-FETA.
           OPEN INPUT PUNT-CONTROL
           IF FS-PUNT-CONTROL NOT EQUAL "00"
               GO TO VERIFICAR-CONVERSIO-FETA-EXIT
           END-IF
           MOVE SPACES TO PUNT-CONTROL-REG
           READ PUNT-CONTROL
               AT END CONTINUE
           END-READ
           CLOSE PUNT-CONTROL
           DISPLAY "CONVQNT: LA CONVERSIO JA ES VA FER EL " CKP-DATA
               ", NO ES REPETEIX"
           MOVE 8 TO RETURN-CODE
           MOVE "CONVQNT" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "08" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.
       VERIFICAR-CONVERSIO-FETA-EXIT. EXIT.

       ESCRIURE-PUNT-CONTROL.
           OPEN OUTPUT PUNT-CONTROL
           IF FS-PUNT-CONTROL NOT EQUAL "00"
               DISPLAY "CONVQNT: ERROR ESCRIURE CONVQNT.CKP FS="
                   FS-PUNT-CONTROL
           ELSE
               MOVE SPACES TO PUNT-CONTROL-REG
               MOVE "CONVQNT" TO CKP-PROGRAMA
               MOVE DATA-AVUI TO CKP-DATA
               WRITE PUNT-CONTROL-REG
               CLOSE PUNT-CONTROL
           END-IF.

      ************************************************************
      * FITXERS A CONVERTIR AMB LA SEVA LONGITUD ANTIGA I ELS    *
      * CAMPS DE QUANTITAT (POSICIO ANTIGA, AMPLE ANTIC, NOU)     *
      ************************************************************
       DEFINIR-FITXERS.
           INITIALIZE TAULA-FITXERS
           MOVE ZERO TO NUM-FITXERS
           MOVE "INDEXAT.TXT" TO TFIT-NOM (1)
           MOVE "M" TO TFIT-TIPUS (1)
           MOVE "INDEXAT.ANT" TO TFIT-NOM (2)
           MOVE "M" TO TFIT-TIPUS (2)
           MOVE "LOTS.TXT" TO TFIT-NOM (3)
           MOVE "L" TO TFIT-TIPUS (3)
           MOVE 3 TO NUM-FITXERS
           MOVE "SEQUENCIAL.TXT" TO TFIT-NOM (4)
           MOVE 041 TO TFIT-LONGITUD (4)
           MOVE 028 TO TFIT-POSICIO (4, 1)
           MOVE "SEQUENCIAL.ENT" TO TFIT-NOM (5)
           MOVE 041 TO TFIT-LONGITUD (5)
           MOVE 028 TO TFIT-POSICIO (5, 1)
           MOVE "MOVIMENTS.TXT" TO TFIT-NOM (6)
           MOVE 039 TO TFIT-LONGITUD (6)
           MOVE 009 TO TFIT-POSICIO (6, 1)
           MOVE "MOVIMENTS.ANT" TO TFIT-NOM (7)
           MOVE 039 TO TFIT-LONGITUD (7)
           MOVE 009 TO TFIT-POSICIO (7, 1)
           MOVE "COMENTRA.TXT" TO TFIT-NOM (8)
           MOVE 039 TO TFIT-LONGITUD (8)
           MOVE 009 TO TFIT-POSICIO (8, 1)
           MOVE "EXPEDMOV.TXT" TO TFIT-NOM (9)
           MOVE 039 TO TFIT-LONGITUD (9)
           MOVE 009 TO TFIT-POSICIO (9, 1)
           MOVE "AJUSTOS.TXT" TO TFIT-NOM (10)
           MOVE 039 TO TFIT-LONGITUD (10)
           MOVE 009 TO TFIT-POSICIO (10, 1)
           MOVE "MOVREBUIG.TXT" TO TFIT-NOM (11)
           MOVE 070 TO TFIT-LONGITUD (11)
           MOVE 009 TO TFIT-POSICIO (11, 1)
           MOVE "COMANDES.TXT" TO TFIT-NOM (12)
           MOVE 029 TO TFIT-LONGITUD (12)
           MOVE 018 TO TFIT-POSICIO (12, 1)
           MOVE "COMANDES.ANT" TO TFIT-NOM (13)
           MOVE 029 TO TFIT-LONGITUD (13)
           MOVE 018 TO TFIT-POSICIO (13, 1)
           MOVE "PENDENTS.TXT" TO TFIT-NOM (14)
           MOVE 028 TO TFIT-LONGITUD (14)
           MOVE 008 TO TFIT-POSICIO (14, 1)
           MOVE "RECEPCIO.TXT" TO TFIT-NOM (15)
           MOVE 024 TO TFIT-LONGITUD (15)
           MOVE 006 TO TFIT-POSICIO (15, 1)
           MOVE "RECOMPTE.TXT" TO TFIT-NOM (16)
           MOVE 013 TO TFIT-LONGITUD (16)
           MOVE 008 TO TFIT-POSICIO (16, 1)
           MOVE "RECOMPTE.FUL" TO TFIT-NOM (17)
           MOVE 013 TO TFIT-LONGITUD (17)
           MOVE 008 TO TFIT-POSICIO (17, 1)
           MOVE "NIVELLS.TXT" TO TFIT-NOM (18)
           MOVE 005 TO TFIT-LONGITUD (18)
           MOVE 003 TO TFIT-POSICIO (18, 1)
           MOVE "TRANSIDX.TXT" TO TFIT-NOM (19)
           MOVE 042 TO TFIT-LONGITUD (19)
           MOVE 029 TO TFIT-POSICIO (19, 1)
           MOVE "TRANSREF.TXT" TO TFIT-NOM (20)
           MOVE 037 TO TFIT-LONGITUD (20)
           MOVE 035 TO TFIT-POSICIO (20, 1)
           PERFORM VARYING IX-FIT FROM 4 BY 1 UNTIL IX-FIT > 20
               MOVE "S" TO TFIT-TIPUS (IX-FIT)
               MOVE 1 TO TFIT-NUM-CAMPS (IX-FIT)
               MOVE 03 TO TFIT-AMPLE-ANT (IX-FIT, 1)
               MOVE 07 TO TFIT-AMPLE-NOU (IX-FIT, 1)
           END-PERFORM
           MOVE 20 TO NUM-FITXERS
      *    COMANDES DE CLIENT: QUANTITAT DEMANADA I ASSIGNADA
           MOVE "COMCLI.TXT" TO TFIT-NOM (21)
           MOVE "S" TO TFIT-TIPUS (21)
           MOVE 024 TO TFIT-LONGITUD (21)
           MOVE 2 TO TFIT-NUM-CAMPS (21)
           MOVE 018 TO TFIT-POSICIO (21, 1)
           MOVE 03 TO TFIT-AMPLE-ANT (21, 1)
           MOVE 07 TO TFIT-AMPLE-NOU (21, 1)
           MOVE 021 TO TFIT-POSICIO (21, 2)
           MOVE 03 TO TFIT-AMPLE-ANT (21, 2)
           MOVE 07 TO TFIT-AMPLE-NOU (21, 2)
      *    PARAMETRES DE RECONSTRUCCIO: QUANTITAT MINIMA I MAXIMA
           MOVE "REBUILD.PRM" TO TFIT-NOM (22)
           MOVE "S" TO TFIT-TIPUS (22)
           MOVE 011 TO TFIT-LONGITUD (22)
           MOVE 2 TO TFIT-NUM-CAMPS (22)
           MOVE 006 TO TFIT-POSICIO (22, 1)
           MOVE 03 TO TFIT-AMPLE-ANT (22, 1)
           MOVE 07 TO TFIT-AMPLE-NOU (22, 1)
           MOVE 009 TO TFIT-POSICIO (22, 2)
           MOVE 03 TO TFIT-AMPLE-ANT (22, 2)
           MOVE 07 TO TFIT-AMPLE-NOU (22, 2)
      *    RESERVES: LA QUANTITAT RESERVADA ERA DE 5 XIFRES
           MOVE "RESERVES.TXT" TO TFIT-NOM (23)
           MOVE "S" TO TFIT-TIPUS (23)
           MOVE 012 TO TFIT-LONGITUD (23)
           MOVE 1 TO TFIT-NUM-CAMPS (23)
           MOVE 008 TO TFIT-POSICIO (23, 1)
           MOVE 05 TO TFIT-AMPLE-ANT (23, 1)
           MOVE 07 TO TFIT-AMPLE-NOU (23, 1)
      *    LLIURAMENTS I RETORNS DE COMPTABILITAT: HASH DE 9 A 11
           MOVE "GLLLIURA.TXT" TO TFIT-NOM (24)
           MOVE "S" TO TFIT-TIPUS (24)
           MOVE 051 TO TFIT-LONGITUD (24)
           MOVE 1 TO TFIT-NUM-CAMPS (24)
           MOVE 027 TO TFIT-POSICIO (24, 1)
           MOVE 09 TO TFIT-AMPLE-ANT (24, 1)
           MOVE 11 TO TFIT-AMPLE-NOU (24, 1)
           MOVE "GLRETORN.TXT" TO TFIT-NOM (25)
           MOVE "S" TO TFIT-TIPUS (25)
           MOVE 037 TO TFIT-LONGITUD (25)
           MOVE 1 TO TFIT-NUM-CAMPS (25)
           MOVE 014 TO TFIT-POSICIO (25, 1)
           MOVE 09 TO TFIT-AMPLE-ANT (25, 1)
           MOVE 11 TO TFIT-AMPLE-NOU (25, 1)
      *    COPIES ANTERIORS DE COMCLI I PENDENTS, MATEIX FORMAT
           MOVE "COMCLI.ANT" TO TFIT-NOM (26)
           MOVE "S" TO TFIT-TIPUS (26)
           MOVE 024 TO TFIT-LONGITUD (26)
           MOVE 2 TO TFIT-NUM-CAMPS (26)
           MOVE 018 TO TFIT-POSICIO (26, 1)
           MOVE 03 TO TFIT-AMPLE-ANT (26, 1)
           MOVE 07 TO TFIT-AMPLE-NOU (26, 1)
           MOVE 021 TO TFIT-POSICIO (26, 2)
           MOVE 03 TO TFIT-AMPLE-ANT (26, 2)
           MOVE 07 TO TFIT-AMPLE-NOU (26, 2)
           MOVE "PENDENTS.ANT" TO TFIT-NOM (27)
           MOVE "S" TO TFIT-TIPUS (27)
           MOVE 028 TO TFIT-LONGITUD (27)
           MOVE 1 TO TFIT-NUM-CAMPS (27)
           MOVE 008 TO TFIT-POSICIO (27, 1)
           MOVE 03 TO TFIT-AMPLE-ANT (27, 1)
           MOVE 07 TO TFIT-AMPLE-NOU (27, 1)
           MOVE 27 TO NUM-FITXERS.

      ************************************************************
      * UNA INSTANTANIA INDEXATAAAAMM.TXT PER CADA PERIODE DE    *
      * PERIODE.TXT (FORMAT DEL MESTRE SEQUENCIAL, 41 POSICIONS) *
      ************************************************************
       AFEGIR-INSTANTANIES.
           OPEN INPUT PERIODES
           IF FS-PERIODES NOT EQUAL "00"
               DISPLAY "CONVQNT: SENSE PERIODE.TXT, CAP INSTANTANIA"
                   " A CONVERTIR"
               GO TO AFEGIR-INSTANTANIES-EXIT
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               READ PERIODES
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   IF PER-ANYMES IS NUMERIC
                       IF NUM-FITXERS NOT < MAX-FITXERS
                           DISPLAY "CONVQNT: MASSA FITXERS A"
                               " CONVERTIR, MAXIM " MAX-FITXERS
                           CLOSE PERIODES
                           GO TO CONVQNT-ABEND
                       END-IF
                       ADD 1 TO NUM-FITXERS
                       MOVE SPACES TO TFIT-NOM (NUM-FITXERS)
                       STRING "INDEXAT" DELIMITED BY SIZE
                           PER-ANYMES DELIMITED BY SIZE
                           ".TXT" DELIMITED BY SIZE
                           INTO TFIT-NOM (NUM-FITXERS)
                       MOVE "S" TO TFIT-TIPUS (NUM-FITXERS)
                       MOVE 041 TO TFIT-LONGITUD (NUM-FITXERS)
                       MOVE 1 TO TFIT-NUM-CAMPS (NUM-FITXERS)
                       MOVE 028 TO TFIT-POSICIO (NUM-FITXERS, 1)
                       MOVE 03 TO TFIT-AMPLE-ANT (NUM-FITXERS, 1)
                       MOVE 07 TO TFIT-AMPLE-NOU (NUM-FITXERS, 1)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PERIODES.
       AFEGIR-INSTANTANIES-EXIT. EXIT.

      ************************************************************
      * CONVERTEIX UN FITXER SOBRE NOM.CNV I EL VERIFICA         *
      ************************************************************
       CONVERTIR-FITXER.
           ADD 1 TO CNT-FITXERS
           MOVE ZERO TO TFIT-REG-ANT (IX-FIT) TFIT-REG-NOU (IX-FIT)
               TFIT-SUMA-ANT (IX-FIT) TFIT-SUMA-NOU (IX-FIT)
               TFIT-NO-NUMERICS (IX-FIT)
           MOVE SPACES TO NOM-ANTIC NOM-NOU
           MOVE TFIT-NOM (IX-FIT) TO NOM-ANTIC
           STRING TFIT-NOM (IX-FIT) DELIMITED BY SPACE
               SUFIX-NOU DELIMITED BY SIZE
               INTO NOM-NOU
           EVALUATE TRUE
               WHEN TFIT-MESTRE (IX-FIT)
                   PERFORM CONVERTIR-MESTRE
                       THRU CONVERTIR-MESTRE-EXIT
               WHEN TFIT-LOTS (IX-FIT)
                   PERFORM CONVERTIR-LOTS
                       THRU CONVERTIR-LOTS-EXIT
               WHEN OTHER
                   PERFORM CONVERTIR-SEQUENCIAL
                       THRU CONVERTIR-SEQUENCIAL-EXIT
           END-EVALUATE
           IF TFIT-ABSENT (IX-FIT)
               ADD 1 TO CNT-ABSENTS
               GO TO CONVERTIR-FITXER-EXIT
           END-IF
           IF TFIT-REG-ANT (IX-FIT) EQUAL TFIT-REG-NOU (IX-FIT)
              AND TFIT-SUMA-ANT (IX-FIT) EQUAL TFIT-SUMA-NOU (IX-FIT)
               MOVE "C" TO TFIT-ESTAT (IX-FIT)
               ADD 1 TO CNT-CONVERTITS
           ELSE
               MOVE "D" TO TFIT-ESTAT (IX-FIT)
               ADD 1 TO CNT-DESQUADRATS
               DISPLAY "CONVQNT: " TFIT-NOM (IX-FIT) " NO QUADRA"
           END-IF
           ADD TFIT-NO-NUMERICS (IX-FIT) TO CNT-NO-NUMERICS.
       CONVERTIR-FITXER-EXIT. EXIT.

      ************************************************************
      * FITXER SEQUENCIAL: ES COPIEN ELS TRAMS ENTRE CAMPS I     *
      * CADA CAMP DE QUANTITAT S'AMPLIA AMB ZEROS A L'ESQUERRA   *
      ************************************************************
       CONVERTIR-SEQUENCIAL.
           OPEN INPUT ANTIC
           IF FS-ANTIC NOT EQUAL "00"
               MOVE "A" TO TFIT-ESTAT (IX-FIT)
               GO TO CONVERTIR-SEQUENCIAL-EXIT
           END-IF
           OPEN OUTPUT NOU
           IF FS-NOU NOT EQUAL "00"
               DISPLAY "CONVQNT: ERROR OBRIR " NOM-NOU " FS=" FS-NOU
               GO TO CONVQNT-ABEND
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               MOVE SPACES TO ANTIC-REG
               READ ANTIC
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO TFIT-REG-ANT (IX-FIT)
                   PERFORM CONVERTIR-REGISTRE
                   WRITE NOU-REG
                   IF FS-NOU NOT EQUAL "00"
                       DISPLAY "CONVQNT: ERROR ESCRIURE " NOM-NOU
                           " FS=" FS-NOU
                       GO TO CONVQNT-ABEND
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ANTIC, NOU
           PERFORM VERIFICAR-SEQUENCIAL.
       CONVERTIR-SEQUENCIAL-EXIT. EXIT.

       CONVERTIR-REGISTRE.
           MOVE SPACES TO NOU-REG
           MOVE 1 TO POS-ANT
           MOVE 1 TO POS-NOU
           PERFORM VARYING IX-CAMP FROM 1 BY 1
                   UNTIL IX-CAMP > TFIT-NUM-CAMPS (IX-FIT)
               COMPUTE LON-TRAM = TFIT-POSICIO (IX-FIT, IX-CAMP)
                   - POS-ANT
               IF LON-TRAM > ZERO
                   MOVE ANTIC-REG (POS-ANT:LON-TRAM)
                       TO NOU-REG (POS-NOU:LON-TRAM)
                   ADD LON-TRAM TO POS-ANT POS-NOU
               END-IF
               MOVE TFIT-AMPLE-ANT (IX-FIT, IX-CAMP) TO AMPLE-ANT
               MOVE TFIT-AMPLE-NOU (IX-FIT, IX-CAMP) TO AMPLE-NOU
               PERFORM CONVERTIR-CAMP
               ADD AMPLE-ANT TO POS-ANT
               ADD AMPLE-NOU TO POS-NOU
           END-PERFORM
           COMPUTE LON-TRAM = TFIT-LONGITUD (IX-FIT) - POS-ANT + 1
           IF LON-TRAM > ZERO
               MOVE ANTIC-REG (POS-ANT:LON-TRAM)
                   TO NOU-REG (POS-NOU:LON-TRAM)
           END-IF.

       CONVERTIR-CAMP.
           IF ANTIC-REG (POS-ANT:AMPLE-ANT) IS NUMERIC
               MOVE ANTIC-REG (POS-ANT:AMPLE-ANT) TO QUANT-DRETA
               INSPECT QUANT-DRETA REPLACING LEADING SPACE BY "0"
               ADD QUANT-DRETA-N TO TFIT-SUMA-ANT (IX-FIT)
               COMPUTE POS-XIFRES = 12 - AMPLE-NOU
               MOVE QUANT-DRETA (POS-XIFRES:AMPLE-NOU)
                   TO NOU-REG (POS-NOU:AMPLE-NOU)
           ELSE
               IF ANTIC-REG (POS-ANT:AMPLE-ANT) NOT EQUAL SPACES
                   MOVE ANTIC-REG (POS-ANT:AMPLE-ANT)
                       TO NOU-REG (POS-NOU:AMPLE-ANT)
                   ADD 1 TO TFIT-NO-NUMERICS (IX-FIT)
               END-IF
           END-IF.

      ************************************************************
      * RELLEGEIX NOM.CNV I SUMA LES QUANTITATS A LES POSICIONS  *
      * NOVES (CADA CAMP ES DESPLACA PER L'AMPLIACIO DELS        *
      * ANTERIORS)                                               *
      ************************************************************
       VERIFICAR-SEQUENCIAL.
           OPEN INPUT NOU
           IF FS-NOU NOT EQUAL "00"
               DISPLAY "CONVQNT: ERROR RELLEGIR " NOM-NOU " FS=" FS-NOU
               GO TO CONVQNT-ABEND
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               MOVE SPACES TO NOU-REG
               READ NOU
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO TFIT-REG-NOU (IX-FIT)
                   MOVE ZERO TO DESPLACAMENT
                   PERFORM VARYING IX-CAMP FROM 1 BY 1
                           UNTIL IX-CAMP > TFIT-NUM-CAMPS (IX-FIT)
                       COMPUTE POS-NOU = TFIT-POSICIO (IX-FIT, IX-CAMP)
                           + DESPLACAMENT
                       MOVE TFIT-AMPLE-NOU (IX-FIT, IX-CAMP)
                           TO AMPLE-NOU
                       IF NOU-REG (POS-NOU:AMPLE-NOU) IS NUMERIC
                           MOVE NOU-REG (POS-NOU:AMPLE-NOU)
                               TO QUANT-DRETA
                           INSPECT QUANT-DRETA
                               REPLACING LEADING SPACE BY "0"
                           ADD QUANT-DRETA-N TO TFIT-SUMA-NOU (IX-FIT)
                       END-IF
                       COMPUTE DESPLACAMENT = DESPLACAMENT + AMPLE-NOU
                           - TFIT-AMPLE-ANT (IX-FIT, IX-CAMP)
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE NOU.

      ************************************************************
      * MESTRE INDEXAT: ES LLEGEIX EN ORDRE DE CLAU I S'ESCRIU   *
      * EN EL MATEIX ORDRE AL MESTRE NOU                         *
      ************************************************************
       CONVERTIR-MESTRE.
           OPEN INPUT MESTRE-ANTIC
           IF FS-ANTIC NOT EQUAL "00"
               MOVE "A" TO TFIT-ESTAT (IX-FIT)
               GO TO CONVERTIR-MESTRE-EXIT
           END-IF
           OPEN OUTPUT MESTRE-NOU
           IF FS-NOU NOT EQUAL "00"
               DISPLAY "CONVQNT: ERROR OBRIR " NOM-NOU " FS=" FS-NOU
               GO TO CONVQNT-ABEND
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               READ MESTRE-ANTIC NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO TFIT-REG-ANT (IX-FIT)
                   MOVE MAN-NUMERO1 TO MNO-NUMERO1
                   MOVE MAN-MAGATZEM TO MNO-MAGATZEM
                   MOVE MAN-NOMBRE TO MNO-NOMBRE
                   MOVE MAN-PREU-UNITAT TO MNO-PREU-UNITAT
                   MOVE MAN-ORDRE TO MNO-ORDRE
                   MOVE MAN-ID-PRODUCTE TO MNO-ID-PRODUCTE
                   IF MAN-CANTIDAD IS NUMERIC
                       MOVE MAN-CANTIDAD TO MNO-CANTIDAD
                       ADD MAN-CANTIDAD TO TFIT-SUMA-ANT (IX-FIT)
                   ELSE
                       MOVE ZERO TO MNO-CANTIDAD
                       ADD 1 TO TFIT-NO-NUMERICS (IX-FIT)
                   END-IF
                   WRITE MESTRE-NOU-REG
                       INVALID KEY
                           DISPLAY "CONVQNT: CLAU NO ESCRITA A "
                               NOM-NOU " " MNO-CLAU
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE MESTRE-ANTIC, MESTRE-NOU
           OPEN INPUT MESTRE-NOU
           IF FS-NOU NOT EQUAL "00"
               DISPLAY "CONVQNT: ERROR RELLEGIR " NOM-NOU " FS=" FS-NOU
               GO TO CONVQNT-ABEND
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               READ MESTRE-NOU NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO TFIT-REG-NOU (IX-FIT)
                   ADD MNO-CANTIDAD TO TFIT-SUMA-NOU (IX-FIT)
               END-READ
           END-PERFORM
           CLOSE MESTRE-NOU.
       CONVERTIR-MESTRE-EXIT. EXIT.

      ************************************************************
      * DETALL PER LOTS: MATEIX TRACTAMENT QUE EL MESTRE         *
      ************************************************************
       CONVERTIR-LOTS.
           OPEN INPUT LOTS-ANTIC
           IF FS-ANTIC NOT EQUAL "00"
               MOVE "A" TO TFIT-ESTAT (IX-FIT)
               GO TO CONVERTIR-LOTS-EXIT
           END-IF
           OPEN OUTPUT LOTS-NOU
           IF FS-NOU NOT EQUAL "00"
               DISPLAY "CONVQNT: ERROR OBRIR " NOM-NOU " FS=" FS-NOU
               GO TO CONVQNT-ABEND
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               READ LOTS-ANTIC NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO TFIT-REG-ANT (IX-FIT)
                   MOVE LAN-CLAU TO LNO-CLAU
                   MOVE LAN-RECEPCIO TO LNO-RECEPCIO
                   MOVE LAN-CADUCITAT TO LNO-CADUCITAT
                   IF LAN-QUANTITAT IS NUMERIC
                       MOVE LAN-QUANTITAT TO LNO-QUANTITAT
                       ADD LAN-QUANTITAT TO TFIT-SUMA-ANT (IX-FIT)
                   ELSE
                       MOVE ZERO TO LNO-QUANTITAT
                       ADD 1 TO TFIT-NO-NUMERICS (IX-FIT)
                   END-IF
                   WRITE LOTS-NOU-REG
                       INVALID KEY
                           DISPLAY "CONVQNT: CLAU NO ESCRITA A "
                               NOM-NOU " " LNO-CLAU
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE LOTS-ANTIC, LOTS-NOU
           OPEN INPUT LOTS-NOU
           IF FS-NOU NOT EQUAL "00"
               DISPLAY "CONVQNT: ERROR RELLEGIR " NOM-NOU " FS=" FS-NOU
               GO TO CONVQNT-ABEND
           END-IF
           MOVE "N" TO SW-FI-LECTURA
           PERFORM UNTIL FI-LECTURA
               READ LOTS-NOU NEXT RECORD
               AT END SET FI-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO TFIT-REG-NOU (IX-FIT)
                   ADD LNO-QUANTITAT TO TFIT-SUMA-NOU (IX-FIT)
               END-READ
           END-PERFORM
           CLOSE LOTS-NOU.
       CONVERTIR-LOTS-EXIT. EXIT.

      ************************************************************
      * TOTS ELS PRESENTS QUADREN: CADA ORIGINAL ES GUARDA COM   *
      * NOM.PRE I NOM.CNV PASSA A SER NOM. SI UN CANVI FALLA ES  *
      * TORNA A POSAR L'ORIGINAL D'AQUELL FITXER I S'ABANDONA;   *
      * ELS JA CANVIATS ES RECUPEREN DELS SEUS .PRE              *
      ************************************************************
       CANVIAR-FITXERS.
           PERFORM VARYING IX-FIT FROM 1 BY 1
                   UNTIL IX-FIT > NUM-FITXERS
               IF TFIT-CONVERTIT (IX-FIT)
                   PERFORM CANVIAR-FITXER
               END-IF
           END-PERFORM.

       CANVIAR-FITXER.
           MOVE SPACES TO NOM-ANTIC NOM-NOU NOM-GUARDAT
           MOVE TFIT-NOM (IX-FIT) TO NOM-ANTIC
           STRING TFIT-NOM (IX-FIT) DELIMITED BY SPACE
               SUFIX-NOU DELIMITED BY SIZE
               INTO NOM-NOU
           STRING TFIT-NOM (IX-FIT) DELIMITED BY SPACE
               SUFIX-GUARDAT DELIMITED BY SIZE
               INTO NOM-GUARDAT
           CALL "CBL_DELETE_FILE" USING NOM-GUARDAT
           CALL "CBL_RENAME_FILE" USING NOM-ANTIC NOM-GUARDAT
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "CONVQNT: ERROR GUARDANT " NOM-ANTIC
                   " RC=" RETURN-CODE
               GO TO CONVQNT-ABEND
           END-IF
           CALL "CBL_RENAME_FILE" USING NOM-NOU NOM-ANTIC
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "CONVQNT: ERROR CANVIANT " NOM-NOU " A "
                   NOM-ANTIC " RC=" RETURN-CODE
               CALL "CBL_RENAME_FILE" USING NOM-GUARDAT NOM-ANTIC
               DISPLAY "CONVQNT: ORIGINAL RESTAURAT RC=" RETURN-CODE
               GO TO CONVQNT-ABEND
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE "F" TO TFIT-ESTAT (IX-FIT)
           ADD 1 TO CNT-CANVIATS.

       ESCRIURE-LINIA-FITXER.
           MOVE TFIT-NOM (IX-FIT) TO LFI-NOM
           EVALUATE TRUE
               WHEN TFIT-ABSENT (IX-FIT)
                   MOVE "ABSENT" TO LFI-ESTAT
               WHEN TFIT-CANVIAT (IX-FIT)
                   MOVE "CONVERTIT" TO LFI-ESTAT
               WHEN TFIT-CONVERTIT (IX-FIT)
                   MOVE "QUADRA" TO LFI-ESTAT
               WHEN OTHER
                   MOVE "NO QUADRA" TO LFI-ESTAT
           END-EVALUATE
           MOVE TFIT-REG-ANT (IX-FIT) TO LFI-REG-ANT
           MOVE TFIT-REG-NOU (IX-FIT) TO LFI-REG-NOU
           MOVE TFIT-SUMA-ANT (IX-FIT) TO LFI-SUMA-ANT
           MOVE TFIT-SUMA-NOU (IX-FIT) TO LFI-SUMA-NOU
           WRITE INFORME-REG FROM LINIA-FITXER
           IF TFIT-NO-NUMERICS (IX-FIT) > ZERO
               MOVE TFIT-NO-NUMERICS (IX-FIT) TO LNN-NOMBRE
               WRITE INFORME-REG FROM LINIA-NO-NUMERICS
           END-IF.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "FITXERS TRACTATS       : " TO TOT-TITOL
           MOVE CNT-FITXERS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "FITXERS CONVERTITS     : " TO TOT-TITOL
           MOVE CNT-CONVERTITS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "FITXERS ABSENTS        : " TO TOT-TITOL
           MOVE CNT-ABSENTS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "FITXERS QUE NO QUADREN : " TO TOT-TITOL
           MOVE CNT-DESQUADRATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "FITXERS CANVIATS       : " TO TOT-TITOL
           MOVE CNT-CANVIATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "QUANTITATS NO NUMERIQUES:" TO TOT-TITOL
           MOVE CNT-NO-NUMERICS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY TESTIRTN.

       COPY AUDITRTN.

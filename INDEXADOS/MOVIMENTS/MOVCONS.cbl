       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCONS.
      ************************************************************
      * CONSOLIDACIO DELS ALIMENTADORS DEL DIARI DE MOVIMENTS    *
      * PAS DE LA CADENA QUE VA JUST DAVANT DE MOVPOST. RECULL   *
      * ELS ALIMENTADORS PRESENTS, TOTS EN EL FORMAT DEL DIARI:  *
      *   COMENTRA.TXT  ENTRADES DE COMREC (DOCUMENT COM+NUM)    *
      *   EXPEDMOV.TXT  SORTIDES D'EXPEDEIX (DOCUMENT CMD+NUM)   *
      *   AJUSTOS.TXT   AJUSTOS D'INVENT (DOCUMENT REC+INICIALS) *
      *   DEVMOV.TXT    DEVOLUCIONS DE DEVOLUC (DOCUMENT DEV+RMA)*
      *   AJAPROV.TXT   AJUSTOS APROVATS PER UN SUPERVISOR AMB   *
      *                 APROVA (DOCUMENT APR+INICIALS+HORA)      *
      * I ELS FUSIONA AMB EL QUE JA HI HA A MOVIMENTS.TXT EN     *
      * ORDRE DE DOCUMENT (ES REESCRIU SOBRE MOVIMENTS.NEW I ES  *
      * CANVIA PEL VIGENT, L'ANTERIOR QUEDA COM MOVIMENTS.ANT).  *
      * UN DOCUMENT (DOCUMENT + DATA) QUE JA ES AL DIARI O QUE   *
      * JA ES VA CONSOLIDAR UNA ALTRA NIT (REGISTRE MOVDOCS.TXT) *
      * ES REBUTJA I SURT A MOVCONS.INF AMB EL MOTIU.            *
      * MOVCONS.INF PORTA EL CONTROL DE LOT: UNA LINIA PER       *
      * ALIMENTADOR AMB ELS REGISTRES, EL HASH DE QUANTITATS I   *
      * SI S'HA AGAFAT O ERA ABSENT. ELS ALIMENTADORS AGAFATS ES *
      * RENOMENEN A NOM.AAAAMMDD PERQUE LA NIT SEGUENT NO ELS    *
      * TORNI A RECOLLIR.                                        *
      * SI MOVPOST TE UNA REPRESA PENDENT (MOVPOST.CKP AMB       *
      * POSICIO) EL DIARI NO ES TOCA I EL PAS ACABA AMB 8        *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTS
               ASSIGN TO "MOVIMENTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MOVIMENTS.
           SELECT MOVIMENTS-NOU
               ASSIGN TO "MOVIMENTS.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MOVIMENTS-NOU.
           SELECT ALIMENTADOR
               ASSIGN TO DYNAMIC NOM-ALIMENTADOR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ALIMENTADOR.
           SELECT DOCUMENTS
               ASSIGN TO "MOVDOCS.TXT"
                   ACCESS MODE IS RANDOM
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS DOC-CLAU
                   FILE STATUS IS FS-DOCUMENTS.
           SELECT PUNT-CONTROL
               ASSIGN TO "MOVPOST.CKP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PUNT-CONTROL.
           SELECT INFORME
               ASSIGN TO "MOVCONS.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           SELECT ORDENACIO ASSIGN TO "MOVCONS.TMP".
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

       FD MOVIMENTS-NOU.
       01 MOVIMENT-NOU-REG         PIC X(43).

       FD ALIMENTADOR.
       01 ALIMENTADOR-REG.
            05 ALI-NUMERO          PIC 9(5).
            05 ALI-MAGATZEM        PIC X(2).
            05 ALI-TIPUS           PIC X(1).
            05 ALI-QUANTITAT       PIC 9(7).
            05 ALI-DOCUMENT        PIC X(10).
            05 ALI-MAGATZEM-DESTI  PIC X(2).
            05 ALI-DATA            PIC X(8).
            05 ALI-CADUCITAT       PIC X(8).

       FD DOCUMENTS.
       01 DOCUMENT-REG.
            05 DOC-CLAU.
                10 DOC-DOCUMENT    PIC X(10).
                10 DOC-DATA        PIC X(8).
            05 DOC-ORIGEN          PIC X(12).
            05 DOC-CONSOLIDAT      PIC X(8).

       FD PUNT-CONTROL.
       01 PUNT-CONTROL-REG.
            05 CKP-POSICIO         PIC 9(7).
            05 CKP-DOCUMENT        PIC X(10).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       SD ORDENACIO.
       01 ORDENACIO-REG.
            05 ORD-DOCUMENT        PIC X(10).
            05 ORD-SEQUENCIA       PIC 9(7).
            05 ORD-MOVIMENT        PIC X(43).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-MOVIMENTS PIC X(2).
           01 FS-MOVIMENTS-NOU PIC X(2).
           01 FS-ALIMENTADOR PIC X(2).
           01 FS-DOCUMENTS PIC X(2).
           01 FS-PUNT-CONTROL PIC X(2).
           01 FS-INFORME PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 NOM-ALIMENTADOR PIC X(20).
           01 MOTIU-REBUIG PIC X(30).
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 SW-ERROR-ORDENACIO PIC X VALUE "N".
               88 ERROR-ORDENACIO VALUE "S".
           01 SW-HI-HA-DIARI PIC X VALUE "N".
               88 HI-HA-DIARI VALUE "S".
           01 SW-RETIRADA-FALLIDA PIC X VALUE "N".
               88 RETIRADA-FALLIDA VALUE "S".
           01 COMPTADORS.
               05 CNT-DIARI            PIC 9(7) VALUE ZERO.
               05 CNT-ACCEPTATS        PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJATS        PIC 9(7) VALUE ZERO.
               05 CNT-ESCRITS          PIC 9(7) VALUE ZERO.
               05 CNT-AGAFATS          PIC 9(7) VALUE ZERO.
               05 SEQUENCIA-ORDENACIO  PIC 9(7) VALUE ZERO.
           01 TAULA-ALIMENTADORS.
               05 ALIMENTADOR-ENTRY OCCURS 5 TIMES.
                   10 TALI-NOM         PIC X(12).
                   10 TALI-ARREL       PIC X(8).
                   10 TALI-ESTAT       PIC X(1).
                       88 TALI-AGAFAT  VALUE "A".
                       88 TALI-ABSENT  VALUE "X".
                   10 TALI-REGISTRES   PIC 9(7).
                   10 TALI-HASH        PIC 9(10).
                   10 TALI-ACCEPTATS   PIC 9(7).
                   10 TALI-REBUTJATS   PIC 9(7).
           01 CONTROL-ALIMENTADORS.
               05 NUM-ALIMENTADORS PIC 9(1) VALUE 5.
               05 IX-ALI           PIC 9(1).
           01 NUM-DOCS-DIARI PIC 9(4) VALUE ZERO.
           01 TAULA-DOCS-DIARI.
               05 DOC-DIARI-ENTRY OCCURS 1000 TIMES.
                   10 TDDI-DOCUMENT    PIC X(10).
                   10 TDDI-DATA        PIC X(8).
           01 NUM-DOCS-NOUS PIC 9(4) VALUE ZERO.
           01 TAULA-DOCS-NOUS.
               05 DOC-NOU-ENTRY OCCURS 1000 TIMES.
                   10 TDNO-DOCUMENT    PIC X(10).
                   10 TDNO-DATA        PIC X(8).
                   10 TDNO-ORIGEN      PIC X(12).
           01 CONTROL-DOCUMENTS.
               05 MAX-DOCUMENTS    PIC 9(4) VALUE 1000.
               05 IX-DOC           PIC 9(4).
               05 SW-DOC-TROBAT    PIC X VALUE "N".
                   88 DOCUMENT-TROBAT VALUE "S".
               05 SW-DOC-REGISTRAT PIC X VALUE "N".
                   88 DOCUMENT-REGISTRAT VALUE "S".
           01 NOMS-FITXERS.
               05 NOM-MOVIMENTS-NOU PIC X(13) VALUE "MOVIMENTS.NEW".
               05 NOM-MOVIMENTS     PIC X(13) VALUE "MOVIMENTS.TXT".
               05 NOM-MOVIMENTS-ANT PIC X(13) VALUE "MOVIMENTS.ANT".
               05 NOM-CONSUMIT      PIC X(20).
           01 LINIA-REBUIG.
               05 LRB-ALIMENTADOR      PIC X(12).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRB-DOCUMENT         PIC X(10).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRB-DATA             PIC X(8).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRB-NUMERO           PIC 9(5).
               05 LRB-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRB-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LRB-MOTIU            PIC X(30).
           01 LINIA-LOT.
               05 LLT-ALIMENTADOR      PIC X(12).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LLT-ESTAT            PIC X(7).
               05 FILLER               PIC X(11) VALUE " REGISTRES=".
               05 LLT-REGISTRES        PIC Z(6)9.
               05 FILLER               PIC X(6) VALUE " HASH=".
               05 LLT-HASH             PIC Z(9)9.
               05 FILLER               PIC X(11) VALUE " ACCEPTATS=".
               05 LLT-ACCEPTATS        PIC Z(6)9.
               05 FILLER               PIC X(11) VALUE " REBUTJATS=".
               05 LLT-REBUTJATS        PIC Z(6)9.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       MOVCONS-RTN.
           MOVE "MOVCONS" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD

           PERFORM VERIFICAR-REPRESA-MOVPOST
           PERFORM INICIALITZAR-ALIMENTADORS
           PERFORM CARREGAR-DOCUMENTS-DIARI

           OPEN I-O DOCUMENTS
           IF FS-DOCUMENTS EQUAL "35"
               OPEN OUTPUT DOCUMENTS
               CLOSE DOCUMENTS
               OPEN I-O DOCUMENTS
           END-IF
           IF FS-DOCUMENTS NOT EQUAL "00"
               DISPLAY "MOVCONS: ERROR OBRIR MOVDOCS FS="
                   FS-DOCUMENTS
               GO TO MOVCONS-ABEND
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "MOVCONS: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO MOVCONS-ABEND
           END-IF

           MOVE "===== CONSOLIDACIO D'ALIMENTADORS DEL DIARI ====="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- DOCUMENTS REBUTJATS ---" TO INFORME-REG
           WRITE INFORME-REG

           SORT ORDENACIO
               ON ASCENDING KEY ORD-DOCUMENT ORD-SEQUENCIA
               INPUT PROCEDURE ALIMENTAR-ORDENACIO
               OUTPUT PROCEDURE ESCRIURE-DIARI-NOU
           IF ERROR-ORDENACIO
               DISPLAY "MOVCONS: CONSOLIDACIO ABANDONADA, DIARI I"
                   " ALIMENTADORS INTACTES"
               GO TO MOVCONS-ABEND
           END-IF
           IF CNT-REBUTJATS EQUAL ZERO
               MOVE "CAP DOCUMENT REBUTJAT" TO INFORME-REG
               WRITE INFORME-REG
           END-IF

           IF CNT-AGAFATS EQUAL ZERO
               DISPLAY "MOVCONS: CAP ALIMENTADOR PRESENT, EL DIARI"
                   " NO ES TOCA"
               CALL "CBL_DELETE_FILE" USING NOM-MOVIMENTS-NOU
           ELSE
               PERFORM CANVIAR-DIARI
               PERFORM REGISTRAR-DOCUMENTS
               PERFORM RETIRAR-ALIMENTADORS
           END-IF

           PERFORM ESCRIURE-CONTROL-LOT
           PERFORM ESCRIURE-TOTALS
           CLOSE DOCUMENTS, INFORME
           DISPLAY "MOVCONS: ALIMENTADORS AGAFATS : " CNT-AGAFATS
           DISPLAY "MOVCONS: MOVIMENTS ACCEPTATS  : " CNT-ACCEPTATS
           DISPLAY "MOVCONS: MOVIMENTS REBUTJATS  : " CNT-REBUTJATS
           DISPLAY "MOVCONS: MOVIMENTS AL DIARI   : " CNT-ESCRITS
           MOVE "MOVCONS" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-ACCEPTATS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-REBUTJATS > ZERO OR RETIRADA-FALLIDA
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       MOVCONS-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE DOCUMENTS, INFORME
           DISPLAY "MOVCONS: MOVIMENTS ACCEPTATS  : " CNT-ACCEPTATS
           DISPLAY "MOVCONS: MOVIMENTS REBUTJATS  : " CNT-REBUTJATS
           MOVE "MOVCONS" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-ACCEPTATS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * AMB UNA REPRESA DE MOVPOST PENDENT LA POSICIO GUARDADA   *
      * APUNTA AL DIARI TAL COM ES ARA: REORDENAR-LO O AFEGIR-HI *
      * MOVIMENTS FARIA QUE LA REPRESA SALTES ELS QUE NO TOCA    *
      ************************************************************
       VERIFICAR-REPRESA-MOVPOST.
           OPEN INPUT PUNT-CONTROL
           IF FS-PUNT-CONTROL EQUAL "00"
               READ PUNT-CONTROL
               AT END CONTINUE
               NOT AT END
                   IF CKP-POSICIO NUMERIC AND CKP-POSICIO > ZERO
                       DISPLAY "MOVCONS: MOVPOST TE UNA REPRESA"
                           " PENDENT A LA POSICIO " CKP-POSICIO
                           ", EL DIARI NO ES TOCA FINS QUE ACABI"
                       CLOSE PUNT-CONTROL
                       MOVE "MOVCONS" TO AL-PROGRAMA-RTN
                       MOVE "FINAL" TO AL-EVENT-RTN
                       MOVE ZERO TO AL-COMPTADOR-RTN
                       MOVE "08" TO AL-ESTAT-RTN
                       PERFORM AUDITLOG-ESCRIURE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-READ
               CLOSE PUNT-CONTROL
           END-IF.

       INICIALITZAR-ALIMENTADORS.
           MOVE "COMENTRA.TXT" TO TALI-NOM (1)
           MOVE "COMENTRA" TO TALI-ARREL (1)
           MOVE "EXPEDMOV.TXT" TO TALI-NOM (2)
           MOVE "EXPEDMOV" TO TALI-ARREL (2)
           MOVE "AJUSTOS.TXT" TO TALI-NOM (3)
           MOVE "AJUSTOS" TO TALI-ARREL (3)
           MOVE "DEVMOV.TXT" TO TALI-NOM (4)
           MOVE "DEVMOV" TO TALI-ARREL (4)
           MOVE "AJAPROV.TXT" TO TALI-NOM (5)
           MOVE "AJAPROV" TO TALI-ARREL (5)
           PERFORM VARYING IX-ALI FROM 1 BY 1
                   UNTIL IX-ALI > NUM-ALIMENTADORS
               MOVE "X" TO TALI-ESTAT (IX-ALI)
               MOVE ZERO TO TALI-REGISTRES (IX-ALI)
               MOVE ZERO TO TALI-HASH (IX-ALI)
               MOVE ZERO TO TALI-ACCEPTATS (IX-ALI)
               MOVE ZERO TO TALI-REBUTJATS (IX-ALI)
           END-PERFORM.

      ************************************************************
      * DOCUMENTS QUE JA SON AL DIARI (DOCUMENT + DATA, UN COP   *
      * CADASCUN): UN ALIMENTADOR NO POT TORNAR-LOS A PORTAR     *
      ************************************************************
       CARREGAR-DOCUMENTS-DIARI.
           OPEN INPUT MOVIMENTS
           IF FS-MOVIMENTS EQUAL "35"
               DISPLAY "MOVCONS: DIARI BUIT, ES CREA DE NOU"
           ELSE
               IF FS-MOVIMENTS NOT EQUAL "00"
                   DISPLAY "MOVCONS: ERROR OBRIR MOVIMENTS FS="
                       FS-MOVIMENTS
                   GO TO MOVCONS-ABEND
               END-IF
               SET HI-HA-DIARI TO TRUE
               PERFORM LLEGIR-DIARI
               PERFORM UNTIL FS-MOVIMENTS EQUAL "10"
                   PERFORM ANOTAR-DOCUMENT-DIARI
                   PERFORM LLEGIR-DIARI
               END-PERFORM
               CLOSE MOVIMENTS
           END-IF.

       LLEGIR-DIARI.
           READ MOVIMENTS
           EVALUATE FS-MOVIMENTS
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MOVCONS: ERROR LLEGIR MOVIMENTS FS="
                       FS-MOVIMENTS
                   GO TO MOVCONS-ABEND
           END-EVALUATE.

       ANOTAR-DOCUMENT-DIARI.
           MOVE "N" TO SW-DOC-TROBAT
           PERFORM VARYING IX-DOC FROM 1 BY 1
               UNTIL IX-DOC > NUM-DOCS-DIARI OR DOCUMENT-TROBAT
               IF TDDI-DOCUMENT (IX-DOC) EQUAL MOV-DOCUMENT
                       AND TDDI-DATA (IX-DOC) EQUAL MOV-DATA
                   SET DOCUMENT-TROBAT TO TRUE
               END-IF
           END-PERFORM
           IF NOT DOCUMENT-TROBAT
               IF NUM-DOCS-DIARI < MAX-DOCUMENTS
                   ADD 1 TO NUM-DOCS-DIARI
                   MOVE MOV-DOCUMENT TO TDDI-DOCUMENT (NUM-DOCS-DIARI)
                   MOVE MOV-DATA TO TDDI-DATA (NUM-DOCS-DIARI)
               ELSE
                   DISPLAY "MOVCONS: TAULA DE DOCUMENTS DEL DIARI"
                       " PLENA, NO ES POT GARANTIR EL CONTROL DE"
                       " DUPLICATS"
                   GO TO MOVCONS-ABEND
               END-IF
           END-IF.

      ************************************************************
      * ENTRADA DE L'ORDENACIO: PRIMER EL DIARI TAL COM ES, I    *
      * DESPRES CADA ALIMENTADOR PRESENT AMB EL SEU CONTROL DE   *
      * LOT. LA SEQUENCIA MANTE L'ORDRE ORIGINAL DINS D'UN       *
      * MATEIX DOCUMENT                                          *
      ************************************************************
       ALIMENTAR-ORDENACIO.
           IF HI-HA-DIARI
               OPEN INPUT MOVIMENTS
               MOVE "N" TO SW-FI-LECTURA
               PERFORM UNTIL FI-LECTURA
                   READ MOVIMENTS
                   AT END SET FI-LECTURA TO TRUE
                   NOT AT END
                       IF FS-MOVIMENTS NOT EQUAL "00"
                           DISPLAY "MOVCONS: ERROR LLEGIR MOVIMENTS"
                               " FS=" FS-MOVIMENTS
                           SET ERROR-ORDENACIO TO TRUE
                           SET FI-LECTURA TO TRUE
                       ELSE
                           ADD 1 TO CNT-DIARI
                           MOVE MOV-DOCUMENT TO ORD-DOCUMENT
                           MOVE MOVIMENT-IN TO ORD-MOVIMENT
                           PERFORM ALLIBERAR-ORDENACIO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTS
           END-IF
           PERFORM VARYING IX-ALI FROM 1 BY 1
                   UNTIL IX-ALI > NUM-ALIMENTADORS OR ERROR-ORDENACIO
               PERFORM RECOLLIR-ALIMENTADOR
           END-PERFORM.

       RECOLLIR-ALIMENTADOR.
           MOVE TALI-NOM (IX-ALI) TO NOM-ALIMENTADOR
           OPEN INPUT ALIMENTADOR
           IF FS-ALIMENTADOR NOT EQUAL "00"
               DISPLAY "MOVCONS: " TALI-NOM (IX-ALI) " ABSENT"
           ELSE
               MOVE "A" TO TALI-ESTAT (IX-ALI)
               ADD 1 TO CNT-AGAFATS
               MOVE "N" TO SW-FI-LECTURA
               PERFORM UNTIL FI-LECTURA
                   READ ALIMENTADOR
                   AT END SET FI-LECTURA TO TRUE
                   NOT AT END
                       IF FS-ALIMENTADOR NOT EQUAL "00"
                           DISPLAY "MOVCONS: ERROR LLEGIR "
                               TALI-NOM (IX-ALI) " FS="
                               FS-ALIMENTADOR
                           SET ERROR-ORDENACIO TO TRUE
                           SET FI-LECTURA TO TRUE
                       ELSE
                           PERFORM TRACTAR-LINIA-ALIMENTADOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIMENTADOR
           END-IF.

       TRACTAR-LINIA-ALIMENTADOR.
           ADD 1 TO TALI-REGISTRES (IX-ALI)
           IF ALI-QUANTITAT NUMERIC
               ADD ALI-QUANTITAT TO TALI-HASH (IX-ALI)
           END-IF
           MOVE SPACES TO MOTIU-REBUIG
           PERFORM CERCAR-DOCUMENT-DIARI
           IF DOCUMENT-TROBAT
               MOVE "DOCUMENT JA AL DIARI" TO MOTIU-REBUIG
           ELSE
               PERFORM CERCAR-DOCUMENT-NOU
               IF DOCUMENT-TROBAT
                   IF TDNO-ORIGEN (IX-DOC) NOT EQUAL TALI-NOM (IX-ALI)
                       MOVE "DOCUMENT EN UN ALTRE ALIMENTADOR"
                           TO MOTIU-REBUIG
                   END-IF
               ELSE
                   PERFORM CERCAR-DOCUMENT-REGISTRAT
                   IF DOCUMENT-REGISTRAT
                       MOVE "DOCUMENT JA APUNTAT" TO MOTIU-REBUIG
                   ELSE
                       PERFORM ANOTAR-DOCUMENT-NOU
                   END-IF
               END-IF
           END-IF
           IF MOTIU-REBUIG EQUAL SPACES AND NOT ERROR-ORDENACIO
               ADD 1 TO TALI-ACCEPTATS (IX-ALI)
               ADD 1 TO CNT-ACCEPTATS
               MOVE ALI-DOCUMENT TO ORD-DOCUMENT
               MOVE ALIMENTADOR-REG TO ORD-MOVIMENT
               PERFORM ALLIBERAR-ORDENACIO
           ELSE
               PERFORM ESCRIURE-REBUIG
           END-IF.

       ALLIBERAR-ORDENACIO.
           ADD 1 TO SEQUENCIA-ORDENACIO
           MOVE SEQUENCIA-ORDENACIO TO ORD-SEQUENCIA
           RELEASE ORDENACIO-REG.

       CERCAR-DOCUMENT-DIARI.
           MOVE "N" TO SW-DOC-TROBAT
           PERFORM VARYING IX-DOC FROM 1 BY 1
               UNTIL IX-DOC > NUM-DOCS-DIARI OR DOCUMENT-TROBAT
               IF TDDI-DOCUMENT (IX-DOC) EQUAL ALI-DOCUMENT
                       AND TDDI-DATA (IX-DOC) EQUAL ALI-DATA
                   SET DOCUMENT-TROBAT TO TRUE
               END-IF
           END-PERFORM.

       CERCAR-DOCUMENT-NOU.
           MOVE "N" TO SW-DOC-TROBAT
           PERFORM VARYING IX-DOC FROM 1 BY 1
               UNTIL IX-DOC > NUM-DOCS-NOUS OR DOCUMENT-TROBAT
               IF TDNO-DOCUMENT (IX-DOC) EQUAL ALI-DOCUMENT
                       AND TDNO-DATA (IX-DOC) EQUAL ALI-DATA
                   SET DOCUMENT-TROBAT TO TRUE
                   SUBTRACT 1 FROM IX-DOC
               END-IF
           END-PERFORM.

       CERCAR-DOCUMENT-REGISTRAT.
           MOVE "N" TO SW-DOC-REGISTRAT
           MOVE ALI-DOCUMENT TO DOC-DOCUMENT
           MOVE ALI-DATA TO DOC-DATA
           READ DOCUMENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DOCUMENT-REGISTRAT TO TRUE
           END-READ.

       ANOTAR-DOCUMENT-NOU.
           IF NUM-DOCS-NOUS < MAX-DOCUMENTS
               ADD 1 TO NUM-DOCS-NOUS
               MOVE ALI-DOCUMENT TO TDNO-DOCUMENT (NUM-DOCS-NOUS)
               MOVE ALI-DATA TO TDNO-DATA (NUM-DOCS-NOUS)
               MOVE TALI-NOM (IX-ALI) TO TDNO-ORIGEN (NUM-DOCS-NOUS)
           ELSE
               DISPLAY "MOVCONS: TAULA DE DOCUMENTS NOUS PLENA, NO"
                   " ES POT REGISTRAR " ALI-DOCUMENT
               SET ERROR-ORDENACIO TO TRUE
           END-IF.

       ESCRIURE-REBUIG.
           ADD 1 TO TALI-REBUTJATS (IX-ALI)
           ADD 1 TO CNT-REBUTJATS
           MOVE TALI-NOM (IX-ALI) TO LRB-ALIMENTADOR
           MOVE ALI-DOCUMENT TO LRB-DOCUMENT
           MOVE ALI-DATA TO LRB-DATA
           MOVE ALI-NUMERO TO LRB-NUMERO
           MOVE ALI-MAGATZEM TO LRB-MAGATZEM
           MOVE ALI-QUANTITAT TO LRB-QUANTITAT
           MOVE MOTIU-REBUIG TO LRB-MOTIU
           WRITE INFORME-REG FROM LINIA-REBUIG.

       ESCRIURE-DIARI-NOU.
           OPEN OUTPUT MOVIMENTS-NOU
           IF FS-MOVIMENTS-NOU NOT EQUAL "00"
               DISPLAY "MOVCONS: ERROR OBRIR MOVIMENTS.NEW FS="
                   FS-MOVIMENTS-NOU
               SET ERROR-ORDENACIO TO TRUE
           ELSE
               MOVE "N" TO SW-FI-LECTURA
               PERFORM UNTIL FI-LECTURA
                   RETURN ORDENACIO
                   AT END SET FI-LECTURA TO TRUE
                   NOT AT END
                       WRITE MOVIMENT-NOU-REG FROM ORD-MOVIMENT
                       ADD 1 TO CNT-ESCRITS
                   END-RETURN
               END-PERFORM
               CLOSE MOVIMENTS-NOU
           END-IF.

      ************************************************************
      * EL DIARI NOU HA DE TENIR EXACTAMENT EL QUE HI HAVIA MES  *
      * EL QUE S'HA ACCEPTAT; SI NO QUADRA NO ES CANVIA RES      *
      ************************************************************
       CANVIAR-DIARI.
           IF CNT-ESCRITS NOT EQUAL CNT-DIARI + CNT-ACCEPTATS
               DISPLAY "MOVCONS: EL DIARI NOU NO QUADRA (ESCRITS "
                   CNT-ESCRITS " DIARI " CNT-DIARI " ACCEPTATS "
                   CNT-ACCEPTATS "), NO ES CANVIA"
               GO TO MOVCONS-ABEND
           END-IF
           CALL "CBL_DELETE_FILE" USING NOM-MOVIMENTS-ANT
           CALL "CBL_RENAME_FILE" USING NOM-MOVIMENTS
               NOM-MOVIMENTS-ANT
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "MOVCONS: SENSE DIARI ANTERIOR A CONSERVAR"
           END-IF
           CALL "CBL_RENAME_FILE" USING NOM-MOVIMENTS-NOU
               NOM-MOVIMENTS
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "MOVCONS: ERROR CANVIANT MOVIMENTS.NEW RC="
                   RETURN-CODE
               CALL "CBL_RENAME_FILE" USING NOM-MOVIMENTS-ANT
                   NOM-MOVIMENTS
               DISPLAY "MOVCONS: DIARI ANTERIOR RESTAURAT RC="
                   RETURN-CODE
               GO TO MOVCONS-ABEND
           END-IF
           MOVE ZERO TO RETURN-CODE.

       REGISTRAR-DOCUMENTS.
           PERFORM VARYING IX-DOC FROM 1 BY 1
                   UNTIL IX-DOC > NUM-DOCS-NOUS
               MOVE TDNO-DOCUMENT (IX-DOC) TO DOC-DOCUMENT
               MOVE TDNO-DATA (IX-DOC) TO DOC-DATA
               MOVE TDNO-ORIGEN (IX-DOC) TO DOC-ORIGEN
               MOVE DATA-AVUI TO DOC-CONSOLIDAT
               WRITE DOCUMENT-REG
                   INVALID KEY
                       DISPLAY "MOVCONS: DOCUMENT " DOC-DOCUMENT
                           " JA REGISTRAT"
               END-WRITE
           END-PERFORM.

      ************************************************************
      * L'ALIMENTADOR AGAFAT PASSA A NOM.AAAAMMDD; SI EL MATEIX  *
      * DIA JA N'HI HAVIA UN DE CONSUMIT ES SUBSTITUEIX          *
      ************************************************************
       RETIRAR-ALIMENTADORS.
           PERFORM VARYING IX-ALI FROM 1 BY 1
                   UNTIL IX-ALI > NUM-ALIMENTADORS
               IF TALI-AGAFAT (IX-ALI)
                   MOVE TALI-NOM (IX-ALI) TO NOM-ALIMENTADOR
                   MOVE SPACES TO NOM-CONSUMIT
                   STRING TALI-ARREL (IX-ALI) DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       DATA-AVUI DELIMITED BY SIZE
                       INTO NOM-CONSUMIT
                   CALL "CBL_DELETE_FILE" USING NOM-CONSUMIT
                   CALL "CBL_RENAME_FILE" USING NOM-ALIMENTADOR
                       NOM-CONSUMIT
                   IF RETURN-CODE NOT EQUAL ZERO
                       DISPLAY "MOVCONS: ERROR RENOMENANT "
                           TALI-NOM (IX-ALI) " RC=" RETURN-CODE
                           ", RETIREU-LO A MA ABANS DE LA NIT"
                           " SEGUENT"
                       MOVE ZERO TO RETURN-CODE
                       SET RETIRADA-FALLIDA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       ESCRIURE-CONTROL-LOT.
           MOVE "--- CONTROL DE LOT PER ALIMENTADOR ---"
               TO INFORME-REG
           WRITE INFORME-REG
           PERFORM VARYING IX-ALI FROM 1 BY 1
                   UNTIL IX-ALI > NUM-ALIMENTADORS
               MOVE TALI-NOM (IX-ALI) TO LLT-ALIMENTADOR
               IF TALI-AGAFAT (IX-ALI)
                   MOVE "AGAFAT" TO LLT-ESTAT
               ELSE
                   MOVE "ABSENT" TO LLT-ESTAT
               END-IF
               MOVE TALI-REGISTRES (IX-ALI) TO LLT-REGISTRES
               MOVE TALI-HASH (IX-ALI) TO LLT-HASH
               MOVE TALI-ACCEPTATS (IX-ALI) TO LLT-ACCEPTATS
               MOVE TALI-REBUTJATS (IX-ALI) TO LLT-REBUTJATS
               WRITE INFORME-REG FROM LINIA-LOT
           END-PERFORM.

       ESCRIURE-TOTALS.
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "ALIMENTADORS AGAFATS" TO TOT-TITOL
           MOVE CNT-AGAFATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "MOVIMENTS JA AL DIARI" TO TOT-TITOL
           MOVE CNT-DIARI TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "MOVIMENTS ACCEPTATS" TO TOT-TITOL
           MOVE CNT-ACCEPTATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "MOVIMENTS REBUTJATS" TO TOT-TITOL
           MOVE CNT-REBUTJATS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "MOVIMENTS AL DIARI" TO TOT-TITOL
           MOVE CNT-ESCRITS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY AUDITRTN.

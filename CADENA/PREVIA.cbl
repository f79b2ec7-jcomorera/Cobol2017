       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVIA.
      ************************************************************
      * VERIFICACIO PREVIA DE LA CADENA NOCTURNA                 *
      * ABANS DEL PRIMER PAS COMPROVA LES CONDICIONS DE LES QUE  *
      * DEPENEN ELS PASSOS PROGRAMATS PER AQUESTA NIT I EN DEIXA *
      * UNA LINIA PER VERIFICACIO A PREVIA.INF (OK, AVIS O       *
      * BLOQUEIG):                                               *
      *   - TESTIMONI INDEXAT.LCK DEIXAT PER UN PROGRAMA         *
      *   - CANVIS .NEW -> .TXT QUEDATS A MITGES                 *
      *   - MES EN CURS A PERIODE.TXT (MOVPOST, TANCAMES,        *
      *     INTERGL, CONCMES)                                    *
      *   - LLIURAMENT PENDENT D'ACUSAMENT A GLLLIURA.TXT        *
      *     (INTERGL, LLEVAT DE REGEN A INTERGL.PRM)             *
      *   - REPRESA PENDENT A MOVPOST.CKP (MOVCONS)              *
      *   - FITXERS D'ENTRADA QUE NECESSITA CADA PROGRAMA        *
      * ELS PASSOS PROGRAMATS ELS DEIXA CADENA A PREVIA.PAS      *
      * (NUMERO 9(2) + PROGRAMA X(14)) JA PASSATS PEL CALENDARI  *
      * I LA REPRESA. SI NO HI ES (EXECUCIO SOLTA) ES PRENEN     *
      * TOTS ELS PASSOS DE CADENA.PRM SENSE MIRAR EL CALENDARI.  *
      * RETURN-CODE 8 SI HI HA ALGUN BLOQUEIG (LA CADENA NO      *
      * S'INICIA), 4 SI NOMES HI HA AVISOS                       *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAMATS
               ASSIGN TO "PREVIA.PAS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PROGRAMATS.
           SELECT PASSOS
               ASSIGN TO "CADENA.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PASSOS.
           COPY TESTISEL.
           SELECT PERIODES
               ASSIGN TO "PERIODE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODES.
           SELECT LLIURAMENTS
               ASSIGN TO "GLLLIURA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LLIURAMENTS.
           SELECT PARAMETRE-GL
               ASSIGN TO "INTERGL.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE-GL.
           SELECT REPRESA-MOVPOST
               ASSIGN TO "MOVPOST.CKP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-REPRESA-MOVPOST.
           SELECT FITXER-PROVA
               ASSIGN TO DYNAMIC NOM-PROVA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FITXER-PROVA.
           SELECT INFORME
               ASSIGN TO "PREVIA.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PROGRAMATS.
       01 PROGRAMAT-REG.
            05 PRG-NUMERO          PIC 9(2).
            05 PRG-PROGRAMA        PIC X(14).

       FD PASSOS.
       01 PAS-REG.
            05 PAS-NUMERO          PIC 9(2).
            05 PAS-PROGRAMA        PIC X(14).
            05 PAS-FREQ            PIC X(1).
            05 PAS-DIES            PIC X(7).
            05 PAS-ATURA-AVIS      PIC X(1).

       COPY TESTIFD.

       FD PERIODES.
       01 PERIODE-REG.
            05 PER-ANYMES          PIC 9(6).
            05 PER-ESTAT           PIC X(1).

       FD LLIURAMENTS.
       01 LLIURAMENT-REG.
            05 LLI-SEQUENCIA       PIC 9(5).
            05 LLI-DATA            PIC X(8).
            05 LLI-PERIODE         PIC 9(6).
            05 LLI-DETALLS         PIC 9(7).
            05 LLI-HASH-QUANT      PIC 9(11).
            05 LLI-HASH-VALOR      PIC 9(13)V99.
            05 LLI-ESTAT           PIC X(1).

       FD PARAMETRE-GL.
       01 PARAMETRE-GL-REG.
            05 PARM-MODE           PIC X(5).
            05 FILLER              PIC X(1).
            05 PARM-SEQUENCIA      PIC 9(5).

       FD REPRESA-MOVPOST.
       01 REPRESA-MOVPOST-REG.
            05 CKP-POSICIO         PIC 9(7).
            05 CKP-DOCUMENT        PIC X(10).

       FD FITXER-PROVA.
       01 FITXER-PROVA-REG         PIC X(80).

       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-PROGRAMATS PIC X(2).
           01 FS-PASSOS PIC X(2).
           01 FS-PERIODES PIC X(2).
           01 FS-LLIURAMENTS PIC X(2).
           01 FS-PARAMETRE-GL PIC X(2).
           01 FS-REPRESA-MOVPOST PIC X(2).
           01 FS-FITXER-PROVA PIC X(2).
           01 FS-INFORME PIC X(2).
           COPY TESTIWS.
           01 DATA-AVUI.
               05 AVUI-ANYMES     PIC 9(6).
               05 AVUI-DIA        PIC 9(2).
           01 NOM-PROVA PIC X(20).
           01 SW-ESTAT-FITXER PIC X VALUE SPACE.
               88 FITXER-ABSENT VALUE "A".
               88 FITXER-BUIT VALUE "B".
               88 FITXER-AMB-DADES VALUE "D".
               88 FITXER-ERRONI VALUE "E".
           01 SW-ORIGEN-PASSOS PIC X VALUE "C".
               88 PASSOS-DE-CADENA VALUE "C".
               88 PASSOS-SENSE-CALENDARI VALUE "P".
           01 TAULA-PROGRAMATS.
               05 PROGRAMAT-ENTRY OCCURS 40 TIMES.
                   10 TPRG-NUMERO     PIC 9(2).
                   10 TPRG-PROGRAMA   PIC X(14).
           01 CONTROL-PROGRAMATS.
               05 NUM-PROGRAMATS PIC 9(2) VALUE ZERO.
               05 MAX-PROGRAMATS PIC 9(2) VALUE 40.
               05 IX-PRG         PIC 9(2).
               05 PROGRAMA-CERCAT PIC X(14).
               05 SW-PROGRAMA-TROBAT PIC X VALUE "N".
                   88 PROGRAMA-TROBAT VALUE "S".
      ************************************************************
      * FITXERS D'ENTRADA PER PROGRAMA: PROGRAMA, FITXER I       *
      * NIVELL SI FALTA I SI ES BUIT (B BLOQUEIG, A AVIS, -      *
      * NO ES MIRA) I EL PROGRAMA QUE EL CREA DINS LA CADENA:    *
      * SI AQUEST TAMBE ES PROGRAMAT, L'ABSENCIA NOMES ES AVIS.  *
      * ELS INDEXATS NO HI SON: ELS OBRE EL MATEIX PROGRAMA I EL *
      * TESTIMONI JA ES VERIFICA A PART                          *
      ************************************************************
           01 VALORS-ENTRADES.
               05 FILLER PIC X(32) VALUE
                   "EXPEDEIXEXPEDICIO.TXT B-        ".
               05 FILLER PIC X(32) VALUE
                   "EXPEDEIXCOMCLI.TXT    B-        ".
               05 FILLER PIC X(32) VALUE
                   "ASSIGNA COMCLI.TXT    B-        ".
               05 FILLER PIC X(32) VALUE
                   "COMREC  COMANDES.TXT  B-        ".
               05 FILLER PIC X(32) VALUE
                   "COMREC  RECEPCIO.TXT  AA        ".
               05 FILLER PIC X(32) VALUE
                   "DEVOLUC DEVOLUC.TXT   B-        ".
               05 FILLER PIC X(32) VALUE
                   "DEVOLUC COMCLI.TXT    B-        ".
               05 FILLER PIC X(32) VALUE
                   "INTERGL MOVIMENTS.TXT B-MOVCONS ".
               05 FILLER PIC X(32) VALUE
                   "MOVPOST MOVIMENTS.TXT B-MOVCONS ".
               05 FILLER PIC X(32) VALUE
                   "REPOSIC MOVIMENTS.TXT B-MOVCONS ".
               05 FILLER PIC X(32) VALUE
                   "COMGEN  NIVELLS.TXT   B-        ".
               05 FILLER PIC X(32) VALUE
                   "VALORA  NIVELLS.TXT   B-        ".
               05 FILLER PIC X(32) VALUE
                   "GLACK   GLLLIURA.TXT  B-INTERGL ".
               05 FILLER PIC X(32) VALUE
                   "GLACK   GLRETORN.TXT  B-        ".
               05 FILLER PIC X(32) VALUE
                   "TANCAMESTANCAMES.PRM  BB        ".
               05 FILLER PIC X(32) VALUE
                   "INVENT  RECOMPTE.TXT  B-        ".
               05 FILLER PIC X(32) VALUE
                   "MANTIDX TRANSIDX.TXT  B-        ".
               05 FILLER PIC X(32) VALUE
                   "CARGA   SEQUENCIAL.TXTB-        ".
               05 FILLER PIC X(32) VALUE
                   "IMPORTA IMPORT.CSV    B-        ".
               05 FILLER PIC X(32) VALUE
                   "PREUMASSPREUCANVI.PRM BB        ".
               05 FILLER PIC X(32) VALUE
                   "NIVMANT NIVTRANS.TXT  B-        ".
               05 FILLER PIC X(32) VALUE
                   "CLIMANT TRANSCLI.TXT  B-        ".
               05 FILLER PIC X(32) VALUE
                   "PROVMANTTRANSPROV.TXT B-        ".
               05 FILLER PIC X(32) VALUE
                   "REFMANT TRANSREF.TXT  B-        ".
               05 FILLER PIC X(32) VALUE
                   "UBICMANTUBITRANS.TXT  B-        ".
           01 TAULA-ENTRADES REDEFINES VALORS-ENTRADES.
               05 ENTRADA-ENTRY OCCURS 25 TIMES.
                   10 TENT-PROGRAMA   PIC X(8).
                   10 TENT-FITXER     PIC X(14).
                   10 TENT-SI-ABSENT  PIC X(1).
                   10 TENT-SI-BUIT    PIC X(1).
                   10 TENT-PRODUCTOR  PIC X(8).
           01 CONTROL-ENTRADES.
               05 NUM-ENTRADES   PIC 9(2) VALUE 25.
               05 IX-ENT         PIC 9(2).
      ************************************************************
      * FITXERS QUE ES REESCRIUEN VIA .NEW: SI EL .NEW HI ES I   *
      * EL BASE NO, EL CANVI ES VA QUEDAR A MITGES               *
      ************************************************************
           01 VALORS-CANVIS.
               05 FILLER PIC X(28) VALUE "MOVIMENTS.NEW MOVIMENTS.TXT ".
               05 FILLER PIC X(28) VALUE "COMCLI.NEW    COMCLI.TXT    ".
               05 FILLER PIC X(28) VALUE "COMANDES.NEW  COMANDES.TXT  ".
               05 FILLER PIC X(28) VALUE "PENDENTS.NEW  PENDENTS.TXT  ".
               05 FILLER PIC X(28) VALUE "GLLLIURA.NEW  GLLLIURA.TXT  ".
               05 FILLER PIC X(28) VALUE "PERIODE.NEW   PERIODE.TXT   ".
               05 FILLER PIC X(28) VALUE "EXPEDFAC.NEW  EXPEDFAC.TXT  ".
               05 FILLER PIC X(28) VALUE "CICLEST.NEW   CICLEST.TXT   ".
               05 FILLER PIC X(28) VALUE "CATALEG.NEW   CATALEG.TXT   ".
               05 FILLER PIC X(28) VALUE "NIVELLS.NEW   NIVELLS.TXT   ".
               05 FILLER PIC X(28) VALUE "AUDITLOG.NEW  AUDITLOG.TXT  ".
               05 FILLER PIC X(28) VALUE "COPIES.NEW    COPIES.CAT    ".
               05 FILLER PIC X(28) VALUE "APROVAC.NEW   APROVAC.TXT   ".
               05 FILLER PIC X(28) VALUE "AJAPROV.NEW   AJAPROV.TXT   ".
               05 FILLER PIC X(28) VALUE "EXPEDFAC.WRK  EXPEDFAC.TXT  ".
           01 TAULA-CANVIS REDEFINES VALORS-CANVIS.
               05 CANVI-ENTRY OCCURS 15 TIMES.
                   10 TCAN-NOU        PIC X(14).
                   10 TCAN-BASE       PIC X(14).
           01 CONTROL-CANVIS.
               05 NUM-CANVIS     PIC 9(2) VALUE 15.
               05 IX-CAN         PIC 9(2).
               05 CNT-CANVIS-PENDENTS PIC 9(2) VALUE ZERO.
           01 SW-PERIODE-TROBAT PIC X VALUE "N".
               88 PERIODE-TROBAT VALUE "S".
           01 ESTAT-PERIODE-AVUI PIC X(1) VALUE SPACE.
           01 SW-LLIURAMENT-PENDENT PIC X VALUE "N".
               88 LLIURAMENT-PENDENT VALUE "S".
           01 SEQUENCIA-PENDENT PIC 9(5) VALUE ZERO.
           01 SW-MODE-REGEN PIC X VALUE "N".
               88 MODE-REGEN VALUE "S".
           01 NIVELL-VERIF PIC X(1).
               88 VERIF-OK VALUE "O".
               88 VERIF-AVIS VALUE "A".
               88 VERIF-BLOQUEIG VALUE "B".
           01 NOM-VERIF PIC X(24).
           01 DETALL-VERIF PIC X(54).
           01 COMPTADORS.
               05 CNT-OK          PIC 9(7) VALUE ZERO.
               05 CNT-AVISOS      PIC 9(7) VALUE ZERO.
               05 CNT-BLOQUEJOS   PIC 9(7) VALUE ZERO.
           01 LINIA-CAPCALERA.
               05 FILLER               PIC X(6) VALUE "DATA: ".
               05 LCA-DATA             PIC X(8).
               05 FILLER               PIC X(22)
                   VALUE "  PASSOS PROGRAMATS: ".
               05 LCA-PASSOS           PIC Z9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LCA-ORIGEN           PIC X(40).
           01 LINIA-VERIFICACIO.
               05 LVE-NIVELL           PIC X(8).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LVE-VERIFICACIO      PIC X(24).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 LVE-DETALL           PIC X(54).
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       PREVIA-RTN.
           MOVE "PREVIA" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           MOVE ZERO TO CNT-OK, CNT-AVISOS, CNT-BLOQUEJOS,
               CNT-CANVIS-PENDENTS, NUM-PROGRAMATS
           PERFORM CARREGAR-PROGRAMATS

           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "PREVIA: ERROR OBRIR INFORME FS=" FS-INFORME
               GO TO PREVIA-ABEND
           END-IF
           MOVE "===== VERIFICACIO PREVIA DE LA CADENA NOCTURNA ====="
               TO INFORME-REG
           WRITE INFORME-REG
           MOVE DATA-AVUI TO LCA-DATA
           MOVE NUM-PROGRAMATS TO LCA-PASSOS
           IF PASSOS-DE-CADENA
               MOVE "(SEGONS CALENDARI I REPRESA DE CADENA)"
                   TO LCA-ORIGEN
           ELSE
               MOVE "(TOTS ELS DE CADENA.PRM, SENSE CALENDARI)"
                   TO LCA-ORIGEN
           END-IF
           WRITE INFORME-REG FROM LINIA-CAPCALERA
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "NIVELL    VERIFICACIO               DETALL"
               TO INFORME-REG
           WRITE INFORME-REG

           PERFORM VERIFICAR-TESTIMONI
           PERFORM VERIFICAR-CANVIS
           PERFORM VERIFICAR-PERIODE
           PERFORM VERIFICAR-LLIURAMENTS
           PERFORM VERIFICAR-REPRESA-MOVPOST

       PERFORM VARYING IX-ENT FROM 1 BY 1
               UNTIL IX-ENT > NUM-ENTRADES
           PERFORM VERIFICAR-ENTRADA
       END-PERFORM.

           PERFORM ESCRIURE-TOTALS
           CLOSE INFORME
           DISPLAY "PREVIA: VERIFICACIONS OK : " CNT-OK
           DISPLAY "PREVIA: AVISOS           : " CNT-AVISOS
           DISPLAY "PREVIA: BLOQUEJOS        : " CNT-BLOQUEJOS
           MOVE "PREVIA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-BLOQUEJOS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF CNT-BLOQUEJOS > ZERO
               DISPLAY "PREVIA: HI HA CONDICIONS QUE BLOQUEGEN LA"
                   " CADENA, VEURE PREVIA.INF"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CNT-AVISOS > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       PREVIA-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE PROGRAMATS, PASSOS, INFORME
           MOVE "PREVIA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-BLOQUEJOS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * PASSOS PROGRAMATS: ELS QUE HA DEIXAT CADENA A PREVIA.PAS *
      * O, SI NO N'HI HA, TOTS ELS DE CADENA.PRM                 *
      ************************************************************
       CARREGAR-PROGRAMATS.
           OPEN INPUT PROGRAMATS
           IF FS-PROGRAMATS EQUAL "00"
               SET PASSOS-DE-CADENA TO TRUE
               PERFORM LLEGIR-PROGRAMAT
               PERFORM UNTIL FS-PROGRAMATS EQUAL "10"
                   MOVE PRG-NUMERO TO PAS-NUMERO
                   MOVE PRG-PROGRAMA TO PAS-PROGRAMA
                   PERFORM AFEGIR-PROGRAMAT
                   PERFORM LLEGIR-PROGRAMAT
               END-PERFORM
               CLOSE PROGRAMATS
           ELSE
               SET PASSOS-SENSE-CALENDARI TO TRUE
               OPEN INPUT PASSOS
               IF FS-PASSOS NOT EQUAL "00"
                   DISPLAY "PREVIA: ERROR OBRIR CADENA.PRM FS="
                       FS-PASSOS
                   GO TO PREVIA-ABEND
               END-IF
               PERFORM LLEGIR-PAS
               PERFORM UNTIL FS-PASSOS EQUAL "10"
                   PERFORM AFEGIR-PROGRAMAT
                   PERFORM LLEGIR-PAS
               END-PERFORM
               CLOSE PASSOS
           END-IF.

       AFEGIR-PROGRAMAT.
           IF NUM-PROGRAMATS < MAX-PROGRAMATS
               ADD 1 TO NUM-PROGRAMATS
               MOVE PAS-NUMERO TO TPRG-NUMERO (NUM-PROGRAMATS)
               MOVE PAS-PROGRAMA TO TPRG-PROGRAMA (NUM-PROGRAMATS)
           ELSE
               DISPLAY "PREVIA: TAULA DE PASSOS PLENA, PAS "
                   PAS-NUMERO " IGNORAT"
           END-IF.

       LLEGIR-PROGRAMAT.
           READ PROGRAMATS
           EVALUATE FS-PROGRAMATS
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PREVIA: ERROR LLEGIR PREVIA.PAS FS="
                       FS-PROGRAMATS
                   GO TO PREVIA-ABEND
           END-EVALUATE.

       LLEGIR-PAS.
           READ PASSOS
           EVALUATE FS-PASSOS
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PREVIA: ERROR LLEGIR CADENA.PRM FS="
                       FS-PASSOS
                   GO TO PREVIA-ABEND
           END-EVALUATE.

       CERCAR-PROGRAMA.
           MOVE "N" TO SW-PROGRAMA-TROBAT
           PERFORM VARYING IX-PRG FROM 1 BY 1
               UNTIL IX-PRG > NUM-PROGRAMATS OR PROGRAMA-TROBAT
               IF TPRG-PROGRAMA (IX-PRG) EQUAL PROGRAMA-CERCAT
                   SET PROGRAMA-TROBAT TO TRUE
               END-IF
           END-PERFORM.

      ************************************************************
      * EXISTENCIA D'UN FITXER: OBERT SENSE ERROR I AMB UN       *
      * PRIMER REGISTRE; ESTAT 35 = NO EXISTEIX                  *
      ************************************************************
       PROVAR-FITXER.
           OPEN INPUT FITXER-PROVA
           EVALUATE FS-FITXER-PROVA
               WHEN "00"
                   READ FITXER-PROVA
                   AT END
                       SET FITXER-BUIT TO TRUE
                   NOT AT END
                       SET FITXER-AMB-DADES TO TRUE
                   END-READ
                   CLOSE FITXER-PROVA
               WHEN "35"
                   SET FITXER-ABSENT TO TRUE
               WHEN OTHER
                   SET FITXER-ERRONI TO TRUE
           END-EVALUATE.

      ************************************************************
      * TESTIMONI: UN INDEXAT.LCK VIU VOL DIR QUE UN PROGRAMA    *
      * NO VA ACABAR I ELS INDEXATS PODEN ESTAR A MITGES         *
      ************************************************************
       VERIFICAR-TESTIMONI.
           MOVE "TESTIMONI INDEXAT.LCK" TO NOM-VERIF
           MOVE SPACES TO DETALL-VERIF
           OPEN INPUT TESTIMONI
           IF FS-TESTIMONI EQUAL "00"
               MOVE SPACES TO TESTIMONI-REG
               READ TESTIMONI
               AT END CONTINUE
               END-READ
               CLOSE TESTIMONI
               SET VERIF-BLOQUEIG TO TRUE
               STRING "DEIXAT PER " DELIMITED BY SIZE
                   TK-PROGRAMA DELIMITED BY SPACE
                   " EL " DELIMITED BY SIZE
                   TK-DATA DELIMITED BY SIZE
                   " A LES " DELIMITED BY SIZE
                   TK-HORA DELIMITED BY SIZE
                   INTO DETALL-VERIF
               END-STRING
           ELSE
               SET VERIF-OK TO TRUE
               MOVE "LLIURE" TO DETALL-VERIF
           END-IF
           PERFORM ANOTAR-VERIFICACIO.

       VERIFICAR-CANVIS.
       PERFORM VARYING IX-CAN FROM 1 BY 1
               UNTIL IX-CAN > NUM-CANVIS
           PERFORM VERIFICAR-CANVI
       END-PERFORM.
           IF CNT-CANVIS-PENDENTS EQUAL ZERO
               MOVE "CANVIS .NEW" TO NOM-VERIF
               SET VERIF-OK TO TRUE
               MOVE "CAP FITXER .NEW PENDENT" TO DETALL-VERIF
               PERFORM ANOTAR-VERIFICACIO
           END-IF.

       VERIFICAR-CANVI.
           MOVE TCAN-NOU (IX-CAN) TO NOM-PROVA
           PERFORM PROVAR-FITXER
           IF NOT FITXER-ABSENT
               ADD 1 TO CNT-CANVIS-PENDENTS
               MOVE "CANVI .NEW" TO NOM-VERIF
               MOVE SPACES TO DETALL-VERIF
               MOVE TCAN-BASE (IX-CAN) TO NOM-PROVA
               PERFORM PROVAR-FITXER
               IF FITXER-ABSENT
                   SET VERIF-BLOQUEIG TO TRUE
                   STRING TCAN-NOU (IX-CAN) DELIMITED BY SPACE
                       " SENSE " DELIMITED BY SIZE
                       TCAN-BASE (IX-CAN) DELIMITED BY SPACE
                       ": CANVI A MITGES" DELIMITED BY SIZE
                       INTO DETALL-VERIF
                   END-STRING
               ELSE
                   SET VERIF-AVIS TO TRUE
                   STRING TCAN-NOU (IX-CAN) DELIMITED BY SPACE
                       " RESIDUAL AL COSTAT DE " DELIMITED BY SIZE
                       TCAN-BASE (IX-CAN) DELIMITED BY SPACE
                       INTO DETALL-VERIF
                   END-STRING
               END-IF
               PERFORM ANOTAR-VERIFICACIO
           END-IF.

      ************************************************************
      * PERIODE: EL MES EN CURS HA DE CONSTAR OBERT A            *
      * PERIODE.TXT PER ALS PROGRAMES QUE EN DEPENEN             *
      ************************************************************
       VERIFICAR-PERIODE.
           MOVE "MOVPOST" TO PROGRAMA-CERCAT
           PERFORM CERCAR-PROGRAMA
           IF NOT PROGRAMA-TROBAT
               MOVE "TANCAMES" TO PROGRAMA-CERCAT
               PERFORM CERCAR-PROGRAMA
           END-IF
           IF NOT PROGRAMA-TROBAT
               MOVE "INTERGL" TO PROGRAMA-CERCAT
               PERFORM CERCAR-PROGRAMA
           END-IF
           IF NOT PROGRAMA-TROBAT
               MOVE "CONCMES" TO PROGRAMA-CERCAT
               PERFORM CERCAR-PROGRAMA
           END-IF
           IF PROGRAMA-TROBAT
               MOVE "PERIODE EN CURS" TO NOM-VERIF
               MOVE SPACES TO DETALL-VERIF
               OPEN INPUT PERIODES
               IF FS-PERIODES NOT EQUAL "00"
                   SET VERIF-AVIS TO TRUE
                   MOVE "SENSE PERIODE.TXT: TOTS ELS MESOS OBERTS"
                       TO DETALL-VERIF
               ELSE
                   MOVE "N" TO SW-PERIODE-TROBAT
                   PERFORM LLEGIR-PERIODE
                   PERFORM UNTIL FS-PERIODES EQUAL "10"
                       IF PER-ANYMES EQUAL AVUI-ANYMES
                           SET PERIODE-TROBAT TO TRUE
                           MOVE PER-ESTAT TO ESTAT-PERIODE-AVUI
                       END-IF
                       PERFORM LLEGIR-PERIODE
                   END-PERFORM
                   CLOSE PERIODES
                   IF NOT PERIODE-TROBAT
                       SET VERIF-BLOQUEIG TO TRUE
                       STRING "MES " DELIMITED BY SIZE
                           AVUI-ANYMES DELIMITED BY SIZE
                           " NO CONSTA A PERIODE.TXT" DELIMITED BY SIZE
                           INTO DETALL-VERIF
                       END-STRING
                   ELSE
                       IF ESTAT-PERIODE-AVUI EQUAL "T"
                           SET VERIF-BLOQUEIG TO TRUE
                           STRING "MES " DELIMITED BY SIZE
                               AVUI-ANYMES DELIMITED BY SIZE
                               " TANCAT A PERIODE.TXT"
                               DELIMITED BY SIZE
                               INTO DETALL-VERIF
                           END-STRING
                       ELSE
                           SET VERIF-OK TO TRUE
                           STRING "MES " DELIMITED BY SIZE
                               AVUI-ANYMES DELIMITED BY SIZE
                               " OBERT" DELIMITED BY SIZE
                               INTO DETALL-VERIF
                           END-STRING
                       END-IF
                   END-IF
               END-IF
               PERFORM ANOTAR-VERIFICACIO
           END-IF.

       LLEGIR-PERIODE.
           READ PERIODES
           EVALUATE FS-PERIODES
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PREVIA: ERROR LLEGIR PERIODE.TXT FS="
                       FS-PERIODES
                   MOVE "10" TO FS-PERIODES
           END-EVALUATE.

      ************************************************************
      * LLIURAMENTS AL MAJOR: INTERGL NO GENERA UNA SEQUENCIA    *
      * NOVA MENTRE N'HI HAGI UNA PENDENT D'ACUSAMENT. SI GLACK  *
      * TAMBE ES PROGRAMAT AQUESTA NIT I TE RETORN, NOMES AVIS   *
      ************************************************************
       VERIFICAR-LLIURAMENTS.
           MOVE "INTERGL" TO PROGRAMA-CERCAT
           PERFORM CERCAR-PROGRAMA
           IF PROGRAMA-TROBAT
               MOVE "LLIURAMENTS AL MAJOR" TO NOM-VERIF
               MOVE SPACES TO DETALL-VERIF
               MOVE "N" TO SW-LLIURAMENT-PENDENT
               OPEN INPUT LLIURAMENTS
               IF FS-LLIURAMENTS EQUAL "00"
                   PERFORM LLEGIR-LLIURAMENT
                   PERFORM UNTIL FS-LLIURAMENTS EQUAL "10"
                       IF LLI-ESTAT EQUAL "P"
                           SET LLIURAMENT-PENDENT TO TRUE
                           MOVE LLI-SEQUENCIA TO SEQUENCIA-PENDENT
                       END-IF
                       PERFORM LLEGIR-LLIURAMENT
                   END-PERFORM
                   CLOSE LLIURAMENTS
               END-IF
               MOVE "N" TO SW-MODE-REGEN
               OPEN INPUT PARAMETRE-GL
               IF FS-PARAMETRE-GL EQUAL "00"
                   READ PARAMETRE-GL
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MODE EQUAL "REGEN"
                           SET MODE-REGEN TO TRUE
                       END-IF
                   END-READ
                   CLOSE PARAMETRE-GL
               END-IF
               IF NOT LLIURAMENT-PENDENT
                   SET VERIF-OK TO TRUE
                   MOVE "CAP SEQUENCIA PENDENT D'ACUSAMENT"
                       TO DETALL-VERIF
               ELSE
                   IF MODE-REGEN
                       SET VERIF-OK TO TRUE
                       MOVE "REGENERACIO DEMANADA A INTERGL.PRM"
                           TO DETALL-VERIF
                   ELSE
                       MOVE "GLACK" TO PROGRAMA-CERCAT
                       PERFORM CERCAR-PROGRAMA
                       MOVE "GLRETORN.TXT" TO NOM-PROVA
                       PERFORM PROVAR-FITXER
                       IF PROGRAMA-TROBAT AND FITXER-AMB-DADES
                           SET VERIF-AVIS TO TRUE
                       ELSE
                           SET VERIF-BLOQUEIG TO TRUE
                       END-IF
                       STRING "SEQUENCIA " DELIMITED BY SIZE
                           SEQUENCIA-PENDENT DELIMITED BY SIZE
                           " PENDENT D'ACUSAMENT DE GLACK"
                           DELIMITED BY SIZE
                           INTO DETALL-VERIF
                       END-STRING
                   END-IF
               END-IF
               PERFORM ANOTAR-VERIFICACIO
           END-IF.

       LLEGIR-LLIURAMENT.
           READ LLIURAMENTS
           EVALUATE FS-LLIURAMENTS
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PREVIA: ERROR LLEGIR GLLLIURA.TXT FS="
                       FS-LLIURAMENTS
                   MOVE "10" TO FS-LLIURAMENTS
           END-EVALUATE.

      ************************************************************
      * REPRESA DE MOVPOST: AMB UNA POSICIO PENDENT MOVCONS NO   *
      * POT TORNAR A CONSOLIDAR EL DIARI                         *
      ************************************************************
       VERIFICAR-REPRESA-MOVPOST.
           MOVE "MOVCONS" TO PROGRAMA-CERCAT
           PERFORM CERCAR-PROGRAMA
           IF PROGRAMA-TROBAT
               MOVE "REPRESA DE MOVPOST" TO NOM-VERIF
               MOVE SPACES TO DETALL-VERIF
               SET VERIF-OK TO TRUE
               MOVE "SENSE REPRESA PENDENT" TO DETALL-VERIF
               OPEN INPUT REPRESA-MOVPOST
               IF FS-REPRESA-MOVPOST EQUAL "00"
                   READ REPRESA-MOVPOST
                   AT END CONTINUE
                   NOT AT END
                       IF CKP-POSICIO NUMERIC
                               AND CKP-POSICIO > ZERO
                           SET VERIF-BLOQUEIG TO TRUE
                           MOVE SPACES TO DETALL-VERIF
                           STRING "MOVPOST.CKP A LA POSICIO "
                               DELIMITED BY SIZE
                               CKP-POSICIO DELIMITED BY SIZE
                               ", DOCUMENT " DELIMITED BY SIZE
                               CKP-DOCUMENT DELIMITED BY SPACE
                               INTO DETALL-VERIF
                           END-STRING
                       END-IF
                   END-READ
                   CLOSE REPRESA-MOVPOST
               END-IF
               PERFORM ANOTAR-VERIFICACIO
           END-IF.

      ************************************************************
      * FITXERS D'ENTRADA DELS PROGRAMES PROGRAMATS              *
      ************************************************************
       VERIFICAR-ENTRADA.
           MOVE TENT-PROGRAMA (IX-ENT) TO PROGRAMA-CERCAT
           PERFORM CERCAR-PROGRAMA
           IF PROGRAMA-TROBAT
               MOVE TENT-FITXER (IX-ENT) TO NOM-PROVA
               PERFORM PROVAR-FITXER
               MOVE SPACES TO NOM-VERIF, DETALL-VERIF
               STRING "ENTRADA " DELIMITED BY SIZE
                   TENT-PROGRAMA (IX-ENT) DELIMITED BY SPACE
                   INTO NOM-VERIF
               END-STRING
               EVALUATE TRUE
                   WHEN FITXER-ABSENT
                       IF TENT-SI-ABSENT (IX-ENT) EQUAL "B"
                           SET VERIF-BLOQUEIG TO TRUE
                       ELSE
                           SET VERIF-AVIS TO TRUE
                       END-IF
                       STRING TENT-FITXER (IX-ENT) DELIMITED BY SPACE
                           " NO EXISTEIX" DELIMITED BY SIZE
                           INTO DETALL-VERIF
                       END-STRING
                       IF TENT-PRODUCTOR (IX-ENT) NOT EQUAL SPACES
                           MOVE TENT-PRODUCTOR (IX-ENT)
                               TO PROGRAMA-CERCAT
                           PERFORM CERCAR-PROGRAMA
                           IF PROGRAMA-TROBAT
                               SET VERIF-AVIS TO TRUE
                               MOVE SPACES TO DETALL-VERIF
                               STRING TENT-FITXER (IX-ENT)
                                   DELIMITED BY SPACE
                                   " NO EXISTEIX, EL CREARA "
                                   DELIMITED BY SIZE
                                   TENT-PRODUCTOR (IX-ENT)
                                   DELIMITED BY SPACE
                                   INTO DETALL-VERIF
                               END-STRING
                           END-IF
                       END-IF
                   WHEN FITXER-ERRONI
                       SET VERIF-BLOQUEIG TO TRUE
                       STRING TENT-FITXER (IX-ENT) DELIMITED BY SPACE
                           " NO ES POT OBRIR FS=" DELIMITED BY SIZE
                           FS-FITXER-PROVA DELIMITED BY SIZE
                           INTO DETALL-VERIF
                       END-STRING
                   WHEN FITXER-BUIT AND TENT-SI-BUIT (IX-ENT)
                           NOT EQUAL "-"
                       IF TENT-SI-BUIT (IX-ENT) EQUAL "B"
                           SET VERIF-BLOQUEIG TO TRUE
                       ELSE
                           SET VERIF-AVIS TO TRUE
                       END-IF
                       STRING TENT-FITXER (IX-ENT) DELIMITED BY SPACE
                           " ES BUIT" DELIMITED BY SIZE
                           INTO DETALL-VERIF
                       END-STRING
                   WHEN OTHER
                       SET VERIF-OK TO TRUE
                       STRING TENT-FITXER (IX-ENT) DELIMITED BY SPACE
                           " PRESENT" DELIMITED BY SIZE
                           INTO DETALL-VERIF
                       END-STRING
               END-EVALUATE
               PERFORM ANOTAR-VERIFICACIO
           END-IF.

       ANOTAR-VERIFICACIO.
           EVALUATE TRUE
               WHEN VERIF-BLOQUEIG
                   MOVE "BLOQUEIG" TO LVE-NIVELL
                   ADD 1 TO CNT-BLOQUEJOS
                   DISPLAY "PREVIA: BLOQUEIG " NOM-VERIF " "
                       DETALL-VERIF
               WHEN VERIF-AVIS
                   MOVE "AVIS" TO LVE-NIVELL
                   ADD 1 TO CNT-AVISOS
                   DISPLAY "PREVIA: AVIS " NOM-VERIF " "
                       DETALL-VERIF
               WHEN OTHER
                   MOVE "OK" TO LVE-NIVELL
                   ADD 1 TO CNT-OK
           END-EVALUATE
           MOVE NOM-VERIF TO LVE-VERIFICACIO
           MOVE DETALL-VERIF TO LVE-DETALL
           WRITE INFORME-REG FROM LINIA-VERIFICACIO.

       ESCRIURE-TOTALS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- TOTALS ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "VERIFICACIONS OK" TO TOT-TITOL
           MOVE CNT-OK TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "AVISOS" TO TOT-TITOL
           MOVE CNT-AVISOS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "BLOQUEJOS" TO TOT-TITOL
           MOVE CNT-BLOQUEJOS TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE SPACES TO INFORME-REG
           IF CNT-BLOQUEJOS > ZERO
               MOVE "RESULTAT: LA CADENA NO S'INICIA" TO INFORME-REG
           ELSE
               IF CNT-AVISOS > ZERO
                   MOVE "RESULTAT: LA CADENA S'INICIA AMB AVISOS"
                       TO INFORME-REG
               ELSE
                   MOVE "RESULTAT: LA CADENA S'INICIA" TO INFORME-REG
               END-IF
           END-IF
           WRITE INFORME-REG.

       COPY AUDITRTN.

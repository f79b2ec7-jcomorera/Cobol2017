       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUCE-CANVIS.
      ************************************************************
      * CANVIS ENTRE DUES EXECUCIONS DE CRUCE-ARCHIVOS           *
      * COMPARA LES SORTIDES D'AVUI (SORTIDA_IGUAL/MENOR/MAJOR   *
      * .TXT) AMB LES DE L'EXECUCIO ANTERIOR (LES MATEIXES AMB   *
      * .ANT, QUE GUARDA CRUCE-ARCHIVOS EN COMENCAR) I DEIXA A   *
      * CRUCE_CANVIS.TXT, AMB UN RESUM DE COMPTADORS AL CAP:     *
      *   - VINCLES CLIENT-COMPTE NOUS I DESAPAREGUTS            *
      *   - COMPTES QUE PASSEN D'ACTIU A INACTIU I A L'INREVES   *
      *   - CLIENTS QUE ARA NO TENEN COMPTE I ABANS SI           *
      *   - COMPTES QUE ARA NO TENEN TITULAR I ABANS SI          *
      * L'ESTAT D'UN COMPTE ES EL DE LA MARCA D'INACTIU DE       *
      * SORTIDA_IGUAL; NOMES ES COMPARA SI EL COMPTE TE TITULAR  *
      * A LES DUES EXECUCIONS. CRUCEWEB EN PUBLICA LA SECCIO.    *
      * RC 4 SENSE GENERACIO ANTERIOR (NO ES COMPARA RES) O SI   *
      * ALGUNA TAULA S'OMPLE; RC 12 SENSE LES SORTIDES D'AVUI    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IGUAL-NOU ASSIGN TO "SORTIDA_IGUAL.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-IGUAL-NOU.
           SELECT MENOR-NOU ASSIGN TO "SORTIDA_MENOR.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-MENOR-NOU.
           SELECT MAJOR-NOU ASSIGN TO "SORTIDA_MAJOR.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-MAJOR-NOU.
           SELECT IGUAL-ANT ASSIGN TO "SORTIDA_IGUAL.ANT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-IGUAL-ANT.
           SELECT MENOR-ANT ASSIGN TO "SORTIDA_MENOR.ANT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-MENOR-ANT.
           SELECT MAJOR-ANT ASSIGN TO "SORTIDA_MAJOR.ANT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-MAJOR-ANT.
           SELECT INFORME ASSIGN TO "CRUCE_CANVIS.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-INFORME.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD IGUAL-NOU.
       01 REG-IGUAL-NOU            PIC X(100).
       FD MENOR-NOU.
       01 REG-MENOR-NOU            PIC X(80).
       FD MAJOR-NOU.
       01 REG-MAJOR-NOU            PIC X(80).
       FD IGUAL-ANT.
       01 REG-IGUAL-ANT            PIC X(100).
       FD MENOR-ANT.
       01 REG-MENOR-ANT            PIC X(80).
       FD MAJOR-ANT.
       01 REG-MAJOR-ANT            PIC X(80).
       FD INFORME.
       01 INFORME-REG              PIC X(100).
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FILE-STATUS.
               05 FS-IGUAL-NOU PIC X(2).
               05 FS-MENOR-NOU PIC X(2).
               05 FS-MAJOR-NOU PIC X(2).
               05 FS-IGUAL-ANT PIC X(2).
               05 FS-MENOR-ANT PIC X(2).
               05 FS-MAJOR-ANT PIC X(2).
               05 FS-INFORME   PIC X(2).
      ************************************************************
      * VISTES DE LES LINIES DE DETALL DE CRUCE-ARCHIVOS:        *
      * IGUAL  "LA CLAU nnn AMB NOM xxxxxxxxxx ... COMPTE" AMB   *
      *        EL COMPTE A LA 61 I LA MARCA D'INACTIU A LA 72    *
      * MENOR  "LA CLAU nnn NO ..."                              *
      * MAJOR  "NO HI HA TITULAR PEL NUMERO DE COMPTE " + COMPTE *
      ************************************************************
           01 LINIA-IGUAL.
               05 LIG-PREFIX           PIC X(8).
               05 LIG-ID               PIC X(3).
               05 LIG-AMB-NOM          PIC X(9).
               05 LIG-NOM              PIC X(10).
               05 FILLER               PIC X(30).
               05 LIG-CUENTA           PIC X(10).
               05 FILLER               PIC X(1).
               05 LIG-MARCA            PIC X(22).
               05 FILLER               PIC X(7).
           01 LINIA-MENOR.
               05 LME-PREFIX           PIC X(8).
               05 LME-ID               PIC X(3).
               05 FILLER               PIC X(69).
           01 LINIA-MAJOR.
               05 LMA-PREFIX           PIC X(38).
               05 LMA-CUENTA           PIC X(10).
               05 FILLER               PIC X(32).
           01 TAULA-VINCLES-NOU.
               05 VNOU-ENTRY OCCURS 2000 TIMES.
                   10 VNOU-ID          PIC X(3).
                   10 VNOU-NOM         PIC X(10).
                   10 VNOU-CUENTA      PIC X(10).
                   10 VNOU-ESTAT       PIC X(1).
                   10 VNOU-TROBAT      PIC X(1).
           01 TAULA-VINCLES-ANT.
               05 VANT-ENTRY OCCURS 2000 TIMES.
                   10 VANT-ID          PIC X(3).
                   10 VANT-NOM         PIC X(10).
                   10 VANT-CUENTA      PIC X(10).
                   10 VANT-ESTAT       PIC X(1).
                   10 VANT-TROBAT      PIC X(1).
           01 TAULA-MENOR-NOU.
               05 MNOU-ID  PIC X(3) OCCURS 1000 TIMES.
           01 TAULA-MENOR-ANT.
               05 MANT-ID  PIC X(3) OCCURS 1000 TIMES.
           01 TAULA-MAJOR-NOU.
               05 JNOU-CUENTA PIC X(10) OCCURS 1000 TIMES.
           01 TAULA-MAJOR-ANT.
               05 JANT-CUENTA PIC X(10) OCCURS 1000 TIMES.
           01 CONTROL-TAULES.
               05 NUM-VNOU         PIC 9(4) VALUE ZERO.
               05 NUM-VANT         PIC 9(4) VALUE ZERO.
               05 MAX-VINCLES      PIC 9(4) VALUE 2000.
               05 NUM-MNOU         PIC 9(4) VALUE ZERO.
               05 NUM-MANT         PIC 9(4) VALUE ZERO.
               05 NUM-JNOU         PIC 9(4) VALUE ZERO.
               05 NUM-JANT         PIC 9(4) VALUE ZERO.
               05 MAX-SENSE        PIC 9(4) VALUE 1000.
               05 IX-NOU           PIC 9(4).
               05 IX-ANT           PIC 9(4).
               05 IX-PREVI         PIC 9(4).
               05 SW-TROBAT        PIC X VALUE "N".
                   88 TROBAT VALUE "S".
               05 SW-REPETIT       PIC X VALUE "N".
                   88 REPETIT VALUE "S".
               05 SW-TAULA-PLENA   PIC X VALUE "N".
                   88 TAULA-DESBORDADA VALUE "S".
               05 SW-FI-FITXER     PIC X VALUE "N".
                   88 FI-FITXER VALUE "S".
               05 SW-SENSE-ANTERIOR PIC X VALUE "N".
                   88 SENSE-ANTERIOR VALUE "S".
           01 ESTAT-LINIA PIC X(1).
           01 COMPTADORS.
               05 CNT-VINCLES-NOUS     PIC 9(5) VALUE ZERO.
               05 CNT-VINCLES-PERDUTS  PIC 9(5) VALUE ZERO.
               05 CNT-A-INACTIU        PIC 9(5) VALUE ZERO.
               05 CNT-A-ACTIU          PIC 9(5) VALUE ZERO.
               05 CNT-CLIENTS-SENSE    PIC 9(5) VALUE ZERO.
               05 CNT-COMPTES-SENSE    PIC 9(5) VALUE ZERO.
               05 CNT-CANVIS           PIC 9(7) VALUE ZERO.
               05 CNT-SECCIO           PIC 9(5).
           01 LINIA-RESUM.
               05 RES-TITOL            PIC X(30).
               05 RES-VALOR            PIC ZZZZ9.
           01 LINIA-VINCLE.
               05 FILLER               PIC X(5) VALUE "CLAU ".
               05 LVI-ID               PIC X(3).
               05 FILLER               PIC X(5) VALUE " NOM ".
               05 LVI-NOM              PIC X(10).
               05 FILLER               PIC X(8) VALUE " COMPTE ".
               05 LVI-CUENTA           PIC X(10).
           01 LINIA-ESTAT.
               05 FILLER               PIC X(7) VALUE "COMPTE ".
               05 LES-CUENTA           PIC X(10).
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LES-ABANS            PIC X(8).
               05 FILLER               PIC X(4) VALUE " -> ".
               05 LES-DESPRES          PIC X(8).
               05 FILLER               PIC X(10) VALUE " (TITULAR ".
               05 LES-ID               PIC X(3).
               05 FILLER               PIC X(1) VALUE ")".
           01 LINIA-CLIENT.
               05 FILLER               PIC X(5) VALUE "CLAU ".
               05 LCL-ID               PIC X(3).
           01 LINIA-COMPTE.
               05 FILLER               PIC X(7) VALUE "COMPTE ".
               05 LCO-CUENTA           PIC X(10).
           COPY AUDITWS.

       PROCEDURE DIVISION.
       CRUCE-CANVIS-RTN.
           MOVE "CRUCE-CA" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE

           PERFORM CARREGAR-IGUAL-NOU
           PERFORM CARREGAR-MENOR-NOU
           PERFORM CARREGAR-MAJOR-NOU
           PERFORM CARREGAR-GENERACIO-ANTERIOR
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "CRUCE-CANVIS: ERROR OBRIR INFORME FS="
                   FS-INFORME
               GO TO CRUCE-CANVIS-ABEND
           END-IF
           MOVE "CANVIS DE CRUCE-ARCHIVOS RESPECTE L'EXECUCIO ANTERIOR"
               TO INFORME-REG
           WRITE INFORME-REG
           IF SENSE-ANTERIOR
               MOVE "SENSE GENERACIO ANTERIOR COMPLETA, NO ES COMPARA"
                   TO INFORME-REG
               WRITE INFORME-REG
           ELSE
               PERFORM COMPARAR-VINCLES
               PERFORM COMPARAR-CLIENTS-SENSE
               PERFORM COMPARAR-COMPTES-SENSE
               PERFORM ESCRIURE-RESUM
               PERFORM ESCRIURE-VINCLES-NOUS
               PERFORM ESCRIURE-VINCLES-PERDUTS
               PERFORM ESCRIURE-CANVIS-ESTAT
               PERFORM ESCRIURE-CLIENTS-SENSE
               PERFORM ESCRIURE-COMPTES-SENSE
           END-IF
           CLOSE INFORME
           COMPUTE CNT-CANVIS = CNT-VINCLES-NOUS + CNT-VINCLES-PERDUTS
               + CNT-A-INACTIU + CNT-A-ACTIU + CNT-CLIENTS-SENSE
               + CNT-COMPTES-SENSE
           DISPLAY "CRUCE-CANVIS: VINCLES NOUS          : "
               CNT-VINCLES-NOUS
           DISPLAY "CRUCE-CANVIS: VINCLES DESAPAREGUTS  : "
               CNT-VINCLES-PERDUTS
           DISPLAY "CRUCE-CANVIS: COMPTES A INACTIU     : "
               CNT-A-INACTIU
           DISPLAY "CRUCE-CANVIS: COMPTES A ACTIU       : "
               CNT-A-ACTIU
           DISPLAY "CRUCE-CANVIS: CLIENTS NOUS SENSE CTE: "
               CNT-CLIENTS-SENSE
           DISPLAY "CRUCE-CANVIS: COMPTES NOUS SENSE TIT: "
               CNT-COMPTES-SENSE
           MOVE "CRUCE-CA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-CANVIS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           IF SENSE-ANTERIOR OR TAULA-DESBORDADA
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CRUCE-CANVIS-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE IGUAL-NOU, MENOR-NOU, MAJOR-NOU
           CLOSE IGUAL-ANT, MENOR-ANT, MAJOR-ANT, INFORME
           MOVE "CRUCE-CA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-CANVIS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

      ************************************************************
      * CARREGA DE LES SORTIDES D'AVUI: NOMES LES LINIES DE      *
      * DETALL (ELS TRAILERS I ELS AVISOS DE TAULA PLENA DE      *
      * CRUCE-ARCHIVOS NO TENEN EL FORMAT DE DETALL)             *
      ************************************************************
       CARREGAR-IGUAL-NOU.
           OPEN INPUT IGUAL-NOU
           IF FS-IGUAL-NOU NOT EQUAL "00"
               DISPLAY "CRUCE-CANVIS: ERROR OBRIR SORTIDA_IGUAL.TXT FS="
                   FS-IGUAL-NOU
               GO TO CRUCE-CANVIS-ABEND
           END-IF
           MOVE "N" TO SW-FI-FITXER
           PERFORM UNTIL FI-FITXER
               READ IGUAL-NOU INTO LINIA-IGUAL
               AT END SET FI-FITXER TO TRUE
               NOT AT END
                   IF LIG-PREFIX EQUAL "LA CLAU "
                           AND LIG-AMB-NOM EQUAL " AMB NOM "
                       IF NUM-VNOU < MAX-VINCLES
                           ADD 1 TO NUM-VNOU
                           MOVE LIG-ID TO VNOU-ID (NUM-VNOU)
                           MOVE LIG-NOM TO VNOU-NOM (NUM-VNOU)
                           MOVE LIG-CUENTA TO VNOU-CUENTA (NUM-VNOU)
                           PERFORM ESTAT-LINIA-IGUAL
                           MOVE ESTAT-LINIA TO VNOU-ESTAT (NUM-VNOU)
                           MOVE "N" TO VNOU-TROBAT (NUM-VNOU)
                       ELSE
                           PERFORM AVIS-TAULA-PLENA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE IGUAL-NOU.

       CARREGAR-MENOR-NOU.
           OPEN INPUT MENOR-NOU
           IF FS-MENOR-NOU NOT EQUAL "00"
               DISPLAY "CRUCE-CANVIS: ERROR OBRIR SORTIDA_MENOR.TXT FS="
                   FS-MENOR-NOU
               GO TO CRUCE-CANVIS-ABEND
           END-IF
           MOVE "N" TO SW-FI-FITXER
           PERFORM UNTIL FI-FITXER
               READ MENOR-NOU INTO LINIA-MENOR
               AT END SET FI-FITXER TO TRUE
               NOT AT END
                   IF LME-PREFIX EQUAL "LA CLAU "
                       IF NUM-MNOU < MAX-SENSE
                           ADD 1 TO NUM-MNOU
                           MOVE LME-ID TO MNOU-ID (NUM-MNOU)
                       ELSE
                           PERFORM AVIS-TAULA-PLENA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MENOR-NOU.

       CARREGAR-MAJOR-NOU.
           OPEN INPUT MAJOR-NOU
           IF FS-MAJOR-NOU NOT EQUAL "00"
               DISPLAY "CRUCE-CANVIS: ERROR OBRIR SORTIDA_MAJOR.TXT FS="
                   FS-MAJOR-NOU
               GO TO CRUCE-CANVIS-ABEND
           END-IF
           MOVE "N" TO SW-FI-FITXER
           PERFORM UNTIL FI-FITXER
               READ MAJOR-NOU INTO LINIA-MAJOR
               AT END SET FI-FITXER TO TRUE
               NOT AT END
                   IF LMA-PREFIX EQUAL
                           "NO HI HA TITULAR PEL NUMERO DE COMPTE "
                       IF NUM-JNOU < MAX-SENSE
                           ADD 1 TO NUM-JNOU
                           MOVE LMA-CUENTA TO JNOU-CUENTA (NUM-JNOU)
                       ELSE
                           PERFORM AVIS-TAULA-PLENA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MAJOR-NOU.

      ************************************************************
      * LA GENERACIO ANTERIOR HA D'ESTAR SENCERA: SI EN FALTA    *
      * ALGUN FITXER NO ES COMPARA RES                           *
      ************************************************************
       CARREGAR-GENERACIO-ANTERIOR.
           OPEN INPUT IGUAL-ANT
           OPEN INPUT MENOR-ANT
           OPEN INPUT MAJOR-ANT
           IF FS-IGUAL-ANT NOT EQUAL "00"
                   OR FS-MENOR-ANT NOT EQUAL "00"
                   OR FS-MAJOR-ANT NOT EQUAL "00"
               SET SENSE-ANTERIOR TO TRUE
               DISPLAY "CRUCE-CANVIS: SENSE GENERACIO ANTERIOR"
                   " COMPLETA (SORTIDA_*.ANT), NO ES COMPARA"
               CLOSE IGUAL-ANT, MENOR-ANT, MAJOR-ANT
           ELSE
               PERFORM CARREGAR-IGUAL-ANT
               PERFORM CARREGAR-MENOR-ANT
               PERFORM CARREGAR-MAJOR-ANT
               CLOSE IGUAL-ANT, MENOR-ANT, MAJOR-ANT
           END-IF.

       CARREGAR-IGUAL-ANT.
           MOVE "N" TO SW-FI-FITXER
           PERFORM UNTIL FI-FITXER
               READ IGUAL-ANT INTO LINIA-IGUAL
               AT END SET FI-FITXER TO TRUE
               NOT AT END
                   IF LIG-PREFIX EQUAL "LA CLAU "
                           AND LIG-AMB-NOM EQUAL " AMB NOM "
                       IF NUM-VANT < MAX-VINCLES
                           ADD 1 TO NUM-VANT
                           MOVE LIG-ID TO VANT-ID (NUM-VANT)
                           MOVE LIG-NOM TO VANT-NOM (NUM-VANT)
                           MOVE LIG-CUENTA TO VANT-CUENTA (NUM-VANT)
                           PERFORM ESTAT-LINIA-IGUAL
                           MOVE ESTAT-LINIA TO VANT-ESTAT (NUM-VANT)
                           MOVE "N" TO VANT-TROBAT (NUM-VANT)
                       ELSE
                           PERFORM AVIS-TAULA-PLENA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       CARREGAR-MENOR-ANT.
           MOVE "N" TO SW-FI-FITXER
           PERFORM UNTIL FI-FITXER
               READ MENOR-ANT INTO LINIA-MENOR
               AT END SET FI-FITXER TO TRUE
               NOT AT END
                   IF LME-PREFIX EQUAL "LA CLAU "
                       IF NUM-MANT < MAX-SENSE
                           ADD 1 TO NUM-MANT
                           MOVE LME-ID TO MANT-ID (NUM-MANT)
                       ELSE
                           PERFORM AVIS-TAULA-PLENA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       CARREGAR-MAJOR-ANT.
           MOVE "N" TO SW-FI-FITXER
           PERFORM UNTIL FI-FITXER
               READ MAJOR-ANT INTO LINIA-MAJOR
               AT END SET FI-FITXER TO TRUE
               NOT AT END
                   IF LMA-PREFIX EQUAL
                           "NO HI HA TITULAR PEL NUMERO DE COMPTE "
                       IF NUM-JANT < MAX-SENSE
                           ADD 1 TO NUM-JANT
                           MOVE LMA-CUENTA TO JANT-CUENTA (NUM-JANT)
                       ELSE
                           PERFORM AVIS-TAULA-PLENA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

      ************************************************************
      * ESTAT-LINIA ES "I" SI LA LINIA PORTA LA MARCA DE COMPTE  *
      * INACTIU I "A" SI NO                                      *
      ************************************************************
       ESTAT-LINIA-IGUAL.
           IF LIG-MARCA EQUAL "*** COMPTE INACTIU ***"
               MOVE "I" TO ESTAT-LINIA
           ELSE
               MOVE "A" TO ESTAT-LINIA
           END-IF.

       AVIS-TAULA-PLENA.
           IF NOT TAULA-DESBORDADA
               DISPLAY "CRUCE-CANVIS: TAULA PLENA, LA COMPARACIO ES"
                   " PARCIAL"
               SET TAULA-DESBORDADA TO TRUE
           END-IF.

      ************************************************************
      * CADA VINCLE D'AVUI ES BUSCA A L'ANTERIOR (MATEIX CLIENT  *
      * I COMPTE); ELS QUE NO HI SON SON NOUS I ELS DE           *
      * L'ANTERIOR QUE QUEDEN SENSE MARCAR HAN DESAPAREGUT. EL   *
      * CANVI D'ESTAT ES MIRA PER COMPTE, UN SOL COP ENCARA QUE  *
      * EL COMPTE TINGUI MES D'UN TITULAR                        *
      ************************************************************
       COMPARAR-VINCLES.
           PERFORM VARYING IX-NOU FROM 1 BY 1 UNTIL IX-NOU > NUM-VNOU
               MOVE "N" TO SW-TROBAT
               PERFORM VARYING IX-ANT FROM 1 BY 1
                       UNTIL IX-ANT > NUM-VANT OR TROBAT
                   IF VANT-ID (IX-ANT) EQUAL VNOU-ID (IX-NOU)
                           AND VANT-CUENTA (IX-ANT)
                               EQUAL VNOU-CUENTA (IX-NOU)
                           AND VANT-TROBAT (IX-ANT) EQUAL "N"
                       SET TROBAT TO TRUE
                       MOVE "S" TO VANT-TROBAT (IX-ANT)
                       MOVE "S" TO VNOU-TROBAT (IX-NOU)
                   END-IF
               END-PERFORM
               IF NOT TROBAT
                   ADD 1 TO CNT-VINCLES-NOUS
               END-IF
           END-PERFORM
           PERFORM VARYING IX-ANT FROM 1 BY 1 UNTIL IX-ANT > NUM-VANT
               IF VANT-TROBAT (IX-ANT) EQUAL "N"
                   ADD 1 TO CNT-VINCLES-PERDUTS
               END-IF
           END-PERFORM
           PERFORM VARYING IX-NOU FROM 1 BY 1 UNTIL IX-NOU > NUM-VNOU
               PERFORM BUSCAR-ESTAT-ANTERIOR
               IF TROBAT AND NOT REPETIT
                   IF VNOU-ESTAT (IX-NOU) EQUAL "I"
                       ADD 1 TO CNT-A-INACTIU
                   ELSE
                       ADD 1 TO CNT-A-ACTIU
                   END-IF
               END-IF
           END-PERFORM.

      ************************************************************
      * DEIXA TROBAT SI EL COMPTE DE VNOU (IX-NOU) TENIA UN      *
      * ESTAT DIFERENT A L'ANTERIOR (IX-ANT APUNTA AL VINCLE     *
      * ANTERIOR) I REPETIT SI EL COMPTE JA HA SORTIT ABANS A LA *
      * TAULA                                                    *
      ************************************************************
       BUSCAR-ESTAT-ANTERIOR.
           MOVE "N" TO SW-REPETIT
           PERFORM VARYING IX-PREVI FROM 1 BY 1
                   UNTIL IX-PREVI NOT < IX-NOU OR REPETIT
               IF VNOU-CUENTA (IX-PREVI) EQUAL VNOU-CUENTA (IX-NOU)
                   SET REPETIT TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO SW-TROBAT
           PERFORM VARYING IX-ANT FROM 1 BY 1
                   UNTIL IX-ANT > NUM-VANT OR TROBAT
               IF VANT-CUENTA (IX-ANT) EQUAL VNOU-CUENTA (IX-NOU)
                   SET TROBAT TO TRUE
               END-IF
           END-PERFORM
           IF TROBAT
               SUBTRACT 1 FROM IX-ANT
               IF VANT-ESTAT (IX-ANT) EQUAL VNOU-ESTAT (IX-NOU)
                   MOVE "N" TO SW-TROBAT
               END-IF
           END-IF.

       COMPARAR-CLIENTS-SENSE.
           PERFORM VARYING IX-NOU FROM 1 BY 1 UNTIL IX-NOU > NUM-MNOU
               PERFORM BUSCAR-CLIENT-ANTERIOR
               IF NOT TROBAT
                   ADD 1 TO CNT-CLIENTS-SENSE
               END-IF
           END-PERFORM.

       BUSCAR-CLIENT-ANTERIOR.
           MOVE "N" TO SW-TROBAT
           PERFORM VARYING IX-ANT FROM 1 BY 1
                   UNTIL IX-ANT > NUM-MANT OR TROBAT
               IF MANT-ID (IX-ANT) EQUAL MNOU-ID (IX-NOU)
                   SET TROBAT TO TRUE
               END-IF
           END-PERFORM.

       COMPARAR-COMPTES-SENSE.
           PERFORM VARYING IX-NOU FROM 1 BY 1 UNTIL IX-NOU > NUM-JNOU
               PERFORM BUSCAR-COMPTE-ANTERIOR
               IF NOT TROBAT
                   ADD 1 TO CNT-COMPTES-SENSE
               END-IF
           END-PERFORM.

       BUSCAR-COMPTE-ANTERIOR.
           MOVE "N" TO SW-TROBAT
           PERFORM VARYING IX-ANT FROM 1 BY 1
                   UNTIL IX-ANT > NUM-JANT OR TROBAT
               IF JANT-CUENTA (IX-ANT) EQUAL JNOU-CUENTA (IX-NOU)
                   SET TROBAT TO TRUE
               END-IF
           END-PERFORM.

       ESCRIURE-RESUM.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- RESUM ---" TO INFORME-REG
           WRITE INFORME-REG
           MOVE "VINCLES NOUS" TO RES-TITOL
           MOVE CNT-VINCLES-NOUS TO RES-VALOR
           WRITE INFORME-REG FROM LINIA-RESUM
           MOVE "VINCLES DESAPAREGUTS" TO RES-TITOL
           MOVE CNT-VINCLES-PERDUTS TO RES-VALOR
           WRITE INFORME-REG FROM LINIA-RESUM
           MOVE "COMPTES D'ACTIU A INACTIU" TO RES-TITOL
           MOVE CNT-A-INACTIU TO RES-VALOR
           WRITE INFORME-REG FROM LINIA-RESUM
           MOVE "COMPTES D'INACTIU A ACTIU" TO RES-TITOL
           MOVE CNT-A-ACTIU TO RES-VALOR
           WRITE INFORME-REG FROM LINIA-RESUM
           MOVE "CLIENTS NOUS SENSE COMPTE" TO RES-TITOL
           MOVE CNT-CLIENTS-SENSE TO RES-VALOR
           WRITE INFORME-REG FROM LINIA-RESUM
           MOVE "COMPTES NOUS SENSE TITULAR" TO RES-TITOL
           MOVE CNT-COMPTES-SENSE TO RES-VALOR
           WRITE INFORME-REG FROM LINIA-RESUM
           IF TAULA-DESBORDADA
               MOVE "*** TAULA PLENA: COMPARACIO PARCIAL ***"
                   TO INFORME-REG
               WRITE INFORME-REG
           END-IF.

       ESCRIURE-CAP-SECCIO.
           MOVE ZERO TO CNT-SECCIO
           WRITE INFORME-REG
           MOVE SPACES TO INFORME-REG.

       ESCRIURE-SECCIO-BUIDA.
           IF CNT-SECCIO EQUAL ZERO
               MOVE "(CAP)" TO INFORME-REG
               WRITE INFORME-REG
           END-IF.

       ESCRIURE-VINCLES-NOUS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- VINCLES NOUS ---" TO INFORME-REG
           PERFORM ESCRIURE-CAP-SECCIO
           PERFORM VARYING IX-NOU FROM 1 BY 1 UNTIL IX-NOU > NUM-VNOU
               IF VNOU-TROBAT (IX-NOU) EQUAL "N"
                   ADD 1 TO CNT-SECCIO
                   MOVE VNOU-ID (IX-NOU) TO LVI-ID
                   MOVE VNOU-NOM (IX-NOU) TO LVI-NOM
                   MOVE VNOU-CUENTA (IX-NOU) TO LVI-CUENTA
                   WRITE INFORME-REG FROM LINIA-VINCLE
               END-IF
           END-PERFORM
           PERFORM ESCRIURE-SECCIO-BUIDA.

       ESCRIURE-VINCLES-PERDUTS.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- VINCLES DESAPAREGUTS ---" TO INFORME-REG
           PERFORM ESCRIURE-CAP-SECCIO
           PERFORM VARYING IX-ANT FROM 1 BY 1 UNTIL IX-ANT > NUM-VANT
               IF VANT-TROBAT (IX-ANT) EQUAL "N"
                   ADD 1 TO CNT-SECCIO
                   MOVE VANT-ID (IX-ANT) TO LVI-ID
                   MOVE VANT-NOM (IX-ANT) TO LVI-NOM
                   MOVE VANT-CUENTA (IX-ANT) TO LVI-CUENTA
                   WRITE INFORME-REG FROM LINIA-VINCLE
               END-IF
           END-PERFORM
           PERFORM ESCRIURE-SECCIO-BUIDA.

       ESCRIURE-CANVIS-ESTAT.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- COMPTES QUE CANVIEN D'ESTAT ---" TO INFORME-REG
           PERFORM ESCRIURE-CAP-SECCIO
           PERFORM VARYING IX-NOU FROM 1 BY 1 UNTIL IX-NOU > NUM-VNOU
               PERFORM BUSCAR-ESTAT-ANTERIOR
               IF TROBAT AND NOT REPETIT
                   ADD 1 TO CNT-SECCIO
                   MOVE VNOU-CUENTA (IX-NOU) TO LES-CUENTA
                   IF VNOU-ESTAT (IX-NOU) EQUAL "I"
                       MOVE "ACTIU" TO LES-ABANS
                       MOVE "INACTIU" TO LES-DESPRES
                   ELSE
                       MOVE "INACTIU" TO LES-ABANS
                       MOVE "ACTIU" TO LES-DESPRES
                   END-IF
                   MOVE VNOU-ID (IX-NOU) TO LES-ID
                   WRITE INFORME-REG FROM LINIA-ESTAT
               END-IF
           END-PERFORM
           PERFORM ESCRIURE-SECCIO-BUIDA.

       ESCRIURE-CLIENTS-SENSE.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- CLIENTS NOUS SENSE COMPTE ---" TO INFORME-REG
           PERFORM ESCRIURE-CAP-SECCIO
           PERFORM VARYING IX-NOU FROM 1 BY 1 UNTIL IX-NOU > NUM-MNOU
               PERFORM BUSCAR-CLIENT-ANTERIOR
               IF NOT TROBAT
                   ADD 1 TO CNT-SECCIO
                   MOVE MNOU-ID (IX-NOU) TO LCL-ID
                   WRITE INFORME-REG FROM LINIA-CLIENT
               END-IF
           END-PERFORM
           PERFORM ESCRIURE-SECCIO-BUIDA.

       ESCRIURE-COMPTES-SENSE.
           MOVE SPACES TO INFORME-REG
           WRITE INFORME-REG
           MOVE "--- COMPTES NOUS SENSE TITULAR ---" TO INFORME-REG
           PERFORM ESCRIURE-CAP-SECCIO
           PERFORM VARYING IX-NOU FROM 1 BY 1 UNTIL IX-NOU > NUM-JNOU
               PERFORM BUSCAR-COMPTE-ANTERIOR
               IF NOT TROBAT
                   ADD 1 TO CNT-SECCIO
                   MOVE JNOU-CUENTA (IX-NOU) TO LCO-CUENTA
                   WRITE INFORME-REG FROM LINIA-COMPTE
               END-IF
           END-PERFORM
           PERFORM ESCRIURE-SECCIO-BUIDA.

       COPY AUDITRTN.

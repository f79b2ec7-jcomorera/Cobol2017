       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA.
      ************************************************************
      * APROVACIO DELS AJUSTOS D'ESTOC PENDENTS (APROVAC.TXT)    *
      * SESSIO INTERACTIVA DEL SUPERVISOR. LES INICIALS HAN DE   *
      * SER A OPERADORS.TXT AMB ROL S. ES PRESENTEN D'UN EN UN   *
      * ELS AJUSTOS PENDENTS QUE HAN DEMANAT CONSULTA O INVENT:  *
      *   A  APROVAR: EL MOVIMENT S'AFEGEIX A AJAPROV.TXT AMB EL *
      *      DOCUMENT DE LA SESSIO (APR+INICIALS+HORA) I LA DATA *
      *      D'AVUI, I MOVCONS EL PORTARA AL DIARI DE MOVPOST.   *
      *      DURANT LA SESSIO ES GUARDA A AJAPROV.NEW I NOMES ES *
      *      PASSA A AJAPROV.TXT UN COP APROVAC.TXT JA DIU "A":  *
      *      UNA SESSIO INTERROMPUDA NO ALLIBERA RES I L'AJUST   *
      *      SEGUEIX PENDENT. UN AJAPROV.NEW QUE ENCARA HI ES EN *
      *      COMENCAR ES PASSA A AJAPROV.TXT SI APROVAC.TXT JA   *
      *      PORTA LA SEVA SESSIO COM A APROVADA, I SI NO ES     *
      *      DESCARTA                                            *
      *   R  REBUTJAR: NO ES MOU RES                             *
      *   (EN BLANC) DEIXAR-LO PENDENT                           *
      *   F  ACABAR LA SESSIO (LA RESTA QUEDA PENDENT)           *
      * UN SUPERVISOR NO POT DECIDIR UN AJUST QUE HAGI DEMANAT   *
      * ELL MATEIX NI UN QUE SUPERI EL SEU PROPI LIMIT: QUEDEN   *
      * PENDENTS PER A UN ALTRE SUPERVISOR.                      *
      * CADA DECISIO DEIXA AL REGISTRE EL SUPERVISOR, LA DATA I  *
      * L'HORA I EL DOCUMENT ALLIBERAT. APROVAC.TXT ES REESCRIU  *
      * SOBRE APROVAC.NEW I ES CANVIA PEL VIGENT (L'ANTERIOR     *
      * QUEDA COM APROVAC.ANT); ELS AJUSTOS AFEGITS MENTRE DURA  *
      * LA SESSIO ES CONSERVEN PENDENTS.                         *
      * RETURN-CODE 8 SI LES INICIALS NO SON D'UN SUPERVISOR     *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APROSEL.
           SELECT APROVACIONS-NOU
               ASSIGN TO "APROVAC.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-APROVACIONS-NOU.
           SELECT ALLIBERATS
               ASSIGN TO "AJAPROV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ALLIBERATS.
           SELECT ALLIBERATS-NOU
               ASSIGN TO "AJAPROV.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ALLIBERATS-NOU.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY APROFD.

       FD APROVACIONS-NOU.
       01 APROVACIO-NOU-REG        PIC X(128).

       FD ALLIBERATS.
       01 ALLIBERAT-REG            PIC X(43).

       FD ALLIBERATS-NOU.
       01 ALLIBERAT-NOU-REG.
            05 ALL-NUMERO          PIC 9(5).
            05 ALL-MAGATZEM        PIC X(2).
            05 ALL-TIPUS           PIC X(1).
            05 ALL-QUANTITAT       PIC 9(7).
            05 ALL-DOCUMENT        PIC X(10).
            05 ALL-MAGATZEM-DESTI  PIC X(2).
            05 ALL-DATA            PIC X(8).
            05 ALL-CADUCITAT       PIC X(8).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-APROVACIONS-NOU PIC X(2).
           01 FS-ALLIBERATS PIC X(2).
           01 FS-ALLIBERATS-NOU PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 HORA-SESSIO PIC X(8).
           01 HORA-DECISIO PIC X(8).
           01 INICIALS-SUPERVISOR PIC X(3).
           01 LIMIT-SUPERVISOR PIC 9(7)V99.
           01 DOCUMENT-SESSIO PIC X(10).
           01 RESPOSTA PIC X(1).
           01 SW-FI-LECTURA PIC X VALUE "N".
               88 FI-LECTURA VALUE "S".
           01 SW-FI-SESSIO PIC X VALUE "N".
               88 FI-SESSIO VALUE "S".
           01 SW-ALLIBERATS-NOU-OBERT PIC X VALUE "N".
               88 ALLIBERATS-NOU-OBERT VALUE "S".
           01 SW-SESSIO-APLICADA PIC X VALUE "N".
               88 SESSIO-APLICADA VALUE "S".
           01 DOCUMENT-RECUPERAT PIC X(10).
           01 DATA-RECUPERADA PIC X(8).
           01 NOMS-CANVI.
               05 NOM-VIGENT          PIC X(12) VALUE "APROVAC.TXT".
               05 NOM-NOU             PIC X(12) VALUE "APROVAC.NEW".
               05 NOM-ANTERIOR        PIC X(12) VALUE "APROVAC.ANT".
               05 NOM-ALLIBERATS-NOU  PIC X(12) VALUE "AJAPROV.NEW".
           01 COMPTADORS.
               05 CNT-LLEGITS          PIC 9(7) VALUE ZERO.
               05 CNT-PENDENTS         PIC 9(7) VALUE ZERO.
               05 CNT-APROVATS         PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJATS        PIC 9(7) VALUE ZERO.
               05 CNT-NO-DECIDIBLES    PIC 9(7) VALUE ZERO.
               05 CNT-AFEGITS          PIC 9(7) VALUE ZERO.
               05 CNT-SALTAR           PIC 9(7).
           01 CAMPS-EDITATS.
               05 QUANTITAT-EDITADA    PIC Z(6)9.
               05 VALOR-EDITAT         PIC Z(10)9.99.
               05 LIMIT-EDITAT         PIC Z(6)9.99.
               05 PREU-EDITAT          PIC Z(4)9.99.
           COPY APROWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       APROVA-RTN.
           MOVE "APROVA" TO AL-PROGRAMA-RTN
           MOVE "INICI" TO AL-EVENT-RTN
           MOVE ZERO TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           ACCEPT DATA-AVUI FROM DATE YYYYMMDD
           ACCEPT HORA-SESSIO FROM TIME
           PERFORM RECUPERAR-ALLIBERATS THRU RECUPERAR-ALLIBERATS-EXIT
           MOVE "APROVA" TO AP-PROGRAMA-RTN
           PERFORM OPERADORS-CARREGAR THRU OPERADORS-CARREGAR-EXIT
           IF NOT OPERADORS-EXISTEIX
               GO TO APROVA-ABEND
           END-IF

           DISPLAY "APROVACIO D'AJUSTOS D'ESTOC PENDENTS"
           DISPLAY "INICIALS DEL SUPERVISOR (3 LLETRES):"
           MOVE SPACES TO INICIALS-SUPERVISOR
           ACCEPT INICIALS-SUPERVISOR
           MOVE INICIALS-SUPERVISOR TO AP-INICIALS-RTN
           PERFORM OPERADOR-CERCAR THRU OPERADOR-CERCAR-EXIT
           IF NOT OPERADOR-TROBAT OR NOT AP-SUPERVISOR
               DISPLAY "APROVA: " INICIALS-SUPERVISOR
                   " NO ES UN SUPERVISOR A OPERADORS.TXT"
               MOVE "APROVA" TO AL-PROGRAMA-RTN
               MOVE "FINAL" TO AL-EVENT-RTN
               MOVE ZERO TO AL-COMPTADOR-RTN
               MOVE "08" TO AL-ESTAT-RTN
               PERFORM AUDITLOG-ESCRIURE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE AP-LIMIT-RTN TO LIMIT-SUPERVISOR
           MOVE SPACES TO DOCUMENT-SESSIO
           STRING "APR" DELIMITED BY SIZE
               INICIALS-SUPERVISOR DELIMITED BY SIZE
               HORA-SESSIO (1:4) DELIMITED BY SIZE
               INTO DOCUMENT-SESSIO
           END-STRING

           OPEN INPUT APROVACIONS
           IF FS-APROVACIONS EQUAL "35"
               DISPLAY "APROVA: CAP AJUST PENDENT (SENSE APROVAC.TXT)"
               GO TO APROVA-FINAL
           END-IF
           IF FS-APROVACIONS NOT EQUAL "00"
               DISPLAY "APROVA: ERROR OBRIR APROVAC FS=" FS-APROVACIONS
               GO TO APROVA-ABEND
           END-IF
           OPEN OUTPUT APROVACIONS-NOU
           IF FS-APROVACIONS-NOU NOT EQUAL "00"
               DISPLAY "APROVA: ERROR OBRIR APROVAC.NEW FS="
                   FS-APROVACIONS-NOU
               GO TO APROVA-ABEND
           END-IF

           PERFORM LLEGIR-APROVACIO
           PERFORM UNTIL FI-LECTURA
               IF APR-PENDENT AND NOT FI-SESSIO
                   PERFORM TRACTAR-PENDENT THRU TRACTAR-PENDENT-EXIT
               END-IF
               IF APR-PENDENT
                   ADD 1 TO CNT-PENDENTS
               END-IF
               PERFORM ESCRIURE-APROVACIO-NOU
               PERFORM LLEGIR-APROVACIO
           END-PERFORM
           CLOSE APROVACIONS
           IF ALLIBERATS-NOU-OBERT
               CLOSE ALLIBERATS-NOU
           END-IF
           PERFORM RECOLLIR-AFEGITS
           CLOSE APROVACIONS-NOU

           IF CNT-APROVATS > ZERO OR CNT-REBUTJATS > ZERO
               PERFORM CANVIAR-APROVACIONS
               IF CNT-APROVATS > ZERO
                   PERFORM PUBLICAR-ALLIBERATS
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING NOM-NOU
               MOVE ZERO TO RETURN-CODE
           END-IF.

       APROVA-FINAL.
           DISPLAY "APROVA: AJUSTOS APROVATS   : " CNT-APROVATS
           DISPLAY "APROVA: AJUSTOS REBUTJATS  : " CNT-REBUTJATS
           DISPLAY "APROVA: ENCARA PENDENTS    : " CNT-PENDENTS
           IF CNT-NO-DECIDIBLES > ZERO
               DISPLAY "APROVA: PER A UN ALTRE SUPERVISOR: "
                   CNT-NO-DECIDIBLES
           END-IF
           MOVE "APROVA" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-APROVATS TO AL-COMPTADOR-RTN
           MOVE "00" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       APROVA-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE APROVACIONS, APROVACIONS-NOU, ALLIBERATS,
               ALLIBERATS-NOU
           MOVE "APROVA" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-APROVATS TO AL-COMPTADOR-RTN
           MOVE "99" TO AL-ESTAT-RTN
           PERFORM AUDITLOG-ESCRIURE
           GOBACK.

       LLEGIR-APROVACIO.
           READ APROVACIONS
           AT END SET FI-LECTURA TO TRUE
           NOT AT END
               IF FS-APROVACIONS NOT EQUAL "00"
                   DISPLAY "APROVA: ERROR LLEGIR APROVAC FS="
                       FS-APROVACIONS
                   GO TO APROVA-ABEND
               END-IF
               ADD 1 TO CNT-LLEGITS
           END-READ.

       ESCRIURE-APROVACIO-NOU.
           WRITE APROVACIO-NOU-REG FROM APROVACIO-REG
           IF FS-APROVACIONS-NOU NOT EQUAL "00"
               DISPLAY "APROVA: ERROR ESCRIURE APROVAC.NEW FS="
                   FS-APROVACIONS-NOU
               GO TO APROVA-ABEND
           END-IF.

      ************************************************************
      * UN AJUST PENDENT: ES MOSTRA I ES DEMANA LA DECISIO. EL   *
      * SOL.LICITANT NO EL POT DECIDIR, NI UN SUPERVISOR AMB UN  *
      * LIMIT MES BAIX QUE EL VALOR DE L'AJUST                   *
      ************************************************************
       TRACTAR-PENDENT.
           MOVE APR-QUANTITAT TO QUANTITAT-EDITADA
           MOVE APR-VALOR TO VALOR-EDITAT
           MOVE APR-LIMIT TO LIMIT-EDITAT
           MOVE APR-PREU TO PREU-EDITAT
           DISPLAY " "
           DISPLAY "AJUST " APR-NUMERO " " APR-MAGATZEM " " APR-TIPUS
               " " QUANTITAT-EDITADA " A " PREU-EDITAT " = "
               VALOR-EDITAT
           DISPLAY "  DEMANAT PER " APR-SOLICITANT " (" APR-ORIGEN
               ") EL " APR-DATA-SOL " DOCUMENT " APR-DOCUMENT
               " LIMIT " LIMIT-EDITAT
           IF APR-SOLICITANT EQUAL INICIALS-SUPERVISOR
               DISPLAY "  DEMANAT PEL MATEIX SUPERVISOR, QUEDA PER A"
                   " UN ALTRE"
               ADD 1 TO CNT-NO-DECIDIBLES
               GO TO TRACTAR-PENDENT-EXIT
           END-IF
           IF APR-VALOR > LIMIT-SUPERVISOR
               DISPLAY "  SUPERA EL LIMIT DEL SUPERVISOR, QUEDA PER A"
                   " UN ALTRE"
               ADD 1 TO CNT-NO-DECIDIBLES
               GO TO TRACTAR-PENDENT-EXIT
           END-IF
           DISPLAY "A=APROVAR, R=REBUTJAR, EN BLANC=DEIXAR PENDENT,"
               " F=FI:"
           MOVE SPACE TO RESPOSTA
           ACCEPT RESPOSTA
           EVALUATE RESPOSTA
               WHEN "A"
               WHEN "a"
                   PERFORM ALLIBERAR-AJUST
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO APR-ESTAT
                   PERFORM ANOTAR-DECISIO
                   ADD 1 TO CNT-REBUTJATS
                   DISPLAY "  REBUTJAT"
               WHEN "F"
               WHEN "f"
                   SET FI-SESSIO TO TRUE
               WHEN OTHER
                   DISPLAY "  QUEDA PENDENT"
           END-EVALUATE.
       TRACTAR-PENDENT-EXIT. EXIT.

      ************************************************************
      * L'AJUST APROVAT ES PREPARA A AJAPROV.NEW EN EL FORMAT    *
      * DEL DIARI AMB EL DOCUMENT DE LA SESSIO: EL DOCUMENT      *
      * ORIGINAL (CON.. O REC..) JA POT SER AL DIARI AMB ELS     *
      * AJUSTOS QUE NO VAN NECESSITAR APROVACIO                  *
      ************************************************************
       ALLIBERAR-AJUST.
           IF NOT ALLIBERATS-NOU-OBERT
               OPEN OUTPUT ALLIBERATS-NOU
               IF FS-ALLIBERATS-NOU NOT EQUAL "00"
                   DISPLAY "APROVA: ERROR OBRIR AJAPROV.NEW FS="
                       FS-ALLIBERATS-NOU
                   GO TO APROVA-ABEND
               END-IF
               SET ALLIBERATS-NOU-OBERT TO TRUE
           END-IF
           MOVE APR-NUMERO TO ALL-NUMERO
           MOVE APR-MAGATZEM TO ALL-MAGATZEM
           MOVE APR-TIPUS TO ALL-TIPUS
           MOVE APR-QUANTITAT TO ALL-QUANTITAT
           MOVE DOCUMENT-SESSIO TO ALL-DOCUMENT
           MOVE APR-MAGATZEM-DESTI TO ALL-MAGATZEM-DESTI
           MOVE DATA-AVUI TO ALL-DATA
           MOVE APR-CADUCITAT TO ALL-CADUCITAT
           WRITE ALLIBERAT-NOU-REG
           IF FS-ALLIBERATS-NOU NOT EQUAL "00"
               DISPLAY "APROVA: ERROR ESCRIURE AJAPROV.NEW FS="
                   FS-ALLIBERATS-NOU
               GO TO APROVA-ABEND
           END-IF
           MOVE "A" TO APR-ESTAT
           PERFORM ANOTAR-DECISIO
           MOVE DOCUMENT-SESSIO TO APR-DOCUMENT-ALLIBERAT
           ADD 1 TO CNT-APROVATS
           DISPLAY "  APROVAT, ALLIBERAT AMB DOCUMENT " DOCUMENT-SESSIO.

       ANOTAR-DECISIO.
           ACCEPT HORA-DECISIO FROM TIME
           MOVE INICIALS-SUPERVISOR TO APR-SUPERVISOR
           MOVE DATA-AVUI TO APR-DATA-DECISIO
           MOVE HORA-DECISIO TO APR-HORA-DECISIO
           MOVE SPACES TO APR-DOCUMENT-ALLIBERAT.

      ************************************************************
      * AJUSTOS QUE CONSULTA O INVENT HAN AFEGIT A APROVAC.TXT   *
      * MENTRE DURAVA LA SESSIO: ES RELLEGEIX EL FITXER I ES     *
      * PASSEN AL NOU TAL COM SON                                *
      ************************************************************
       RECOLLIR-AFEGITS.
           OPEN INPUT APROVACIONS
           IF FS-APROVACIONS NOT EQUAL "00"
               DISPLAY "APROVA: ERROR REOBRIR APROVAC FS="
                   FS-APROVACIONS
               GO TO APROVA-ABEND
           END-IF
           MOVE CNT-LLEGITS TO CNT-SALTAR
           MOVE ZERO TO CNT-LLEGITS
           MOVE "N" TO SW-FI-LECTURA
           PERFORM LLEGIR-APROVACIO
           PERFORM UNTIL FI-LECTURA
               IF CNT-LLEGITS > CNT-SALTAR
                   ADD 1 TO CNT-AFEGITS
                   ADD 1 TO CNT-PENDENTS
                   PERFORM ESCRIURE-APROVACIO-NOU
               END-IF
               PERFORM LLEGIR-APROVACIO
           END-PERFORM
           CLOSE APROVACIONS
           IF CNT-AFEGITS > ZERO
               DISPLAY "APROVA: AJUSTOS AFEGITS DURANT LA SESSIO: "
                   CNT-AFEGITS
           END-IF.

       CANVIAR-APROVACIONS.
           CALL "CBL_DELETE_FILE" USING NOM-ANTERIOR
           CALL "CBL_RENAME_FILE" USING NOM-VIGENT NOM-ANTERIOR
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "APROVA: ERROR GUARDANT APROVAC.ANT RC="
                   RETURN-CODE ", LES DECISIONS SON A APROVAC.NEW"
               GO TO APROVA-ABEND
           END-IF
           CALL "CBL_RENAME_FILE" USING NOM-NOU NOM-VIGENT
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY "APROVA: ERROR CANVIANT APROVAC.NEW RC="
                   RETURN-CODE
               CALL "CBL_RENAME_FILE" USING NOM-ANTERIOR NOM-VIGENT
               GO TO APROVA-ABEND
           END-IF
           MOVE ZERO TO RETURN-CODE.

      ************************************************************
      * AJAPROV.NEW D'UNA SESSIO ANTERIOR QUE NO VA ACABAR: ES   *
      * BUSCA A APROVAC.TXT UN AJUST APROVAT AMB EL DOCUMENT I   *
      * LA DATA DEL PRIMER MOVIMENT. SI HI ES, LA SESSIO ES VA   *
      * APLICAR I ELS MOVIMENTS S'HAN DE PUBLICAR (MOVCONS NO    *
      * REPETEIX UN DOCUMENT I DATA JA PORTATS SI EL PAS ES VA   *
      * ATURAR A MITJA COPIA); SI NO, ELS AJUSTOS SEGUEIXEN      *
      * PENDENTS I AJAPROV.NEW ES DESCARTA                       *
      ************************************************************
       RECUPERAR-ALLIBERATS.
           OPEN INPUT ALLIBERATS-NOU
           IF FS-ALLIBERATS-NOU EQUAL "35"
               GO TO RECUPERAR-ALLIBERATS-EXIT
           END-IF
           IF FS-ALLIBERATS-NOU NOT EQUAL "00"
               DISPLAY "APROVA: ERROR OBRIR AJAPROV.NEW FS="
                   FS-ALLIBERATS-NOU
               GO TO APROVA-ABEND
           END-IF
           READ ALLIBERATS-NOU
           IF FS-ALLIBERATS-NOU EQUAL "10"
               CLOSE ALLIBERATS-NOU
               CALL "CBL_DELETE_FILE" USING NOM-ALLIBERATS-NOU
               MOVE ZERO TO RETURN-CODE
               GO TO RECUPERAR-ALLIBERATS-EXIT
           END-IF
           IF FS-ALLIBERATS-NOU NOT EQUAL "00"
               DISPLAY "APROVA: ERROR LLEGIR AJAPROV.NEW FS="
                   FS-ALLIBERATS-NOU
               GO TO APROVA-ABEND
           END-IF
           MOVE ALL-DOCUMENT TO DOCUMENT-RECUPERAT
           MOVE ALL-DATA TO DATA-RECUPERADA
           CLOSE ALLIBERATS-NOU
           MOVE "N" TO SW-SESSIO-APLICADA
           OPEN INPUT APROVACIONS
           IF FS-APROVACIONS EQUAL "00"
               MOVE "N" TO SW-FI-LECTURA
               PERFORM LLEGIR-APROVACIO
               PERFORM UNTIL FI-LECTURA OR SESSIO-APLICADA
                   IF APR-APROVAT
                       AND APR-DOCUMENT-ALLIBERAT EQUAL
                           DOCUMENT-RECUPERAT
                       AND APR-DATA-DECISIO EQUAL DATA-RECUPERADA
                       SET SESSIO-APLICADA TO TRUE
                   END-IF
                   PERFORM LLEGIR-APROVACIO
               END-PERFORM
               CLOSE APROVACIONS
           END-IF
           MOVE ZERO TO CNT-LLEGITS
           MOVE "N" TO SW-FI-LECTURA
           IF SESSIO-APLICADA
               DISPLAY "APROVA: AJAPROV.NEW DE LA SESSIO "
                   DOCUMENT-RECUPERAT " JA APLICADA, ES PASSA A"
                   " AJAPROV.TXT"
               PERFORM PUBLICAR-ALLIBERATS
           ELSE
               DISPLAY "APROVA: AJAPROV.NEW DE LA SESSIO "
                   DOCUMENT-RECUPERAT " NO APLICADA, ES DESCARTA"
               CALL "CBL_DELETE_FILE" USING NOM-ALLIBERATS-NOU
               MOVE ZERO TO RETURN-CODE
           END-IF.
       RECUPERAR-ALLIBERATS-EXIT. EXIT.

      ************************************************************
      * AMB LES DECISIONS JA A APROVAC.TXT, ELS MOVIMENTS        *
      * APROVATS PASSEN D'AJAPROV.NEW A AJAPROV.TXT I            *
      * AJAPROV.NEW S'ESBORRA. SI EL PAS S'ATURA AQUI,           *
      * AJAPROV.NEW CONSERVA ELS MOVIMENTS DE LA SESSIO          *
      ************************************************************
       PUBLICAR-ALLIBERATS.
           OPEN INPUT ALLIBERATS-NOU
           IF FS-ALLIBERATS-NOU NOT EQUAL "00"
               DISPLAY "APROVA: ERROR REOBRIR AJAPROV.NEW FS="
                   FS-ALLIBERATS-NOU
               GO TO APROVA-ABEND
           END-IF
           OPEN EXTEND ALLIBERATS
           IF FS-ALLIBERATS EQUAL "35"
               OPEN OUTPUT ALLIBERATS
           END-IF
           IF FS-ALLIBERATS NOT EQUAL "00"
               DISPLAY "APROVA: ERROR OBRIR AJAPROV FS=" FS-ALLIBERATS
               DISPLAY "APROVA: ELS MOVIMENTS APROVATS SON A"
                   " AJAPROV.NEW"
               GO TO APROVA-ABEND
           END-IF
           READ ALLIBERATS-NOU
           PERFORM UNTIL FS-ALLIBERATS-NOU NOT EQUAL "00"
               WRITE ALLIBERAT-REG FROM ALLIBERAT-NOU-REG
               IF FS-ALLIBERATS NOT EQUAL "00"
                   DISPLAY "APROVA: ERROR ESCRIURE AJAPROV FS="
                       FS-ALLIBERATS
                   DISPLAY "APROVA: ELS MOVIMENTS APROVATS SON A"
                       " AJAPROV.NEW"
                   GO TO APROVA-ABEND
               END-IF
               READ ALLIBERATS-NOU
           END-PERFORM
           IF FS-ALLIBERATS-NOU NOT EQUAL "10"
               DISPLAY "APROVA: ERROR LLEGIR AJAPROV.NEW FS="
                   FS-ALLIBERATS-NOU
               GO TO APROVA-ABEND
           END-IF
           CLOSE ALLIBERATS-NOU, ALLIBERATS
           CALL "CBL_DELETE_FILE" USING NOM-ALLIBERATS-NOU
           MOVE ZERO TO RETURN-CODE.

       COPY APRORTN.

       COPY AUDITRTN.

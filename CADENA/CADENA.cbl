      * ELS PASSOS SALTATS PEL CALENDARI S'ANOTEN A CADENA.LOG   *
      * COM A SALTAT CAL I AVANCEN IGUALMENT EL PUNT DE CONTROL  *
      * PERQUE LA REPRESA CONTINUI FUNCIONANT                    *
      * UN PAS AMB A A LA COLUMNA 25 DE CADENA.PRM TAMBE ATURA   *
      * LA CADENA SI ACABA AMB AVIS (RETURN-CODE 4), P.EX. LA    *
      * CONCILIACIO DE FI DE MES ABANS DE L'ENVIAMENT AL MAJOR   *
      * ABANS DEL PRIMER PAS ES CRIDA PREVIA AMB ELS PASSOS QUE  *
      * TOQUEN AQUESTA NIT (PREVIA.PAS) I S'ANOTA A CADENA.LOG   *
      * COM A PAS 00. SI PREVIA TROBA UN BLOQUEIG LA CADENA NO   *
      * S'INICIA (RC 12, EL PUNT DE CONTROL NO ES TOCA I EL      *
      * DETALL ES A PREVIA.INF); AMB AVISOS CONTINUA I ACABA AMB *
      * RETURN-CODE 4                                            *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "FESTIUS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FESTIUS.
           SELECT PREVISTOS
               ASSIGN TO "PREVIA.PAS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PREVISTOS.
           COPY AUDITSEL.

       DATA DIVISION.
            05 PAS-PROGRAMA        PIC X(14).
            05 PAS-FREQ            PIC X(1).
            05 PAS-DIES            PIC X(7).
            05 PAS-ATURA-AVIS      PIC X(1).

       FD PUNT-CONTROL.
       01 PUNT-CONTROL-REG.
       01 FESTIU-REG.
            05 FES-DATA            PIC X(8).

       FD PREVISTOS.
       01 PREVIST-REG.
            05 PRV-NUMERO          PIC 9(2).
            05 PRV-PROGRAMA        PIC X(14).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-PUNT-CONTROL PIC X(2).
           01 FS-BITACOLA PIC X(2).
           01 FS-FESTIUS PIC X(2).
           01 FS-PREVISTOS PIC X(2).
           01 NOM-PREVISTOS PIC X(10) VALUE "PREVIA.PAS".
           01 SW-PREVIA-BLOQUEJA PIC X VALUE "N".
               88 PREVIA-BLOQUEJA VALUE "S".
           01 NUM-PASSOS PIC 9(2) VALUE ZERO.
           01 TAULA-PASSOS.
               05 PAS-ENTRY OCCURS 40 TIMES.
                   10 TPAS-PROGRAMA   PIC X(14).
                   10 TPAS-FREQ       PIC X(1).
                   10 TPAS-DIES       PIC X(7).
                   10 TPAS-ATURA-AVIS PIC X(1).
                       88 PAS-ATURA-AMB-AVIS VALUE "A".
           01 CONTROL-PASSOS.
               05 MAX-PASSOS     PIC 9(2) VALUE 40.
               05 IX-PAS         PIC 9(2).
               GO TO CADENA-ABEND
           END-IF

           PERFORM VERIFICACIO-PREVIA
           IF PREVIA-BLOQUEJA
               CLOSE BITACOLA
               DISPLAY "CADENA: CADENA NO INICIADA, LA VERIFICACIO"
                   " PREVIA HA TROBAT BLOQUEJOS (VEURE PREVIA.INF)"
               MOVE "CADENA" TO AL-PROGRAMA-RTN
               MOVE "ABEND" TO AL-EVENT-RTN
               MOVE ZERO TO AL-COMPTADOR-RTN
               MOVE "99" TO AL-ESTAT-RTN
               PERFORM AUDITLOG-ESCRIURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM EXECUTAR-PAS
               VARYING IX-PAS FROM 1 BY 1
               UNTIL IX-PAS > NUM-PASSOS OR CADENA-ATURADA
                   MOVE PAS-PROGRAMA TO TPAS-PROGRAMA (NUM-PASSOS)
                   MOVE PAS-FREQ TO TPAS-FREQ (NUM-PASSOS)
                   MOVE PAS-DIES TO TPAS-DIES (NUM-PASSOS)
                   MOVE PAS-ATURA-AVIS TO TPAS-ATURA-AVIS (NUM-PASSOS)
               ELSE
                   DISPLAY "CADENA: TAULA DE PASSOS PLENA, PAS "
                       PAS-NUMERO " IGNORAT"
           WRITE PUNT-CONTROL-REG
           CLOSE PUNT-CONTROL.

      ************************************************************
      * VERIFICACIO PREVIA: DEIXA A PREVIA.PAS ELS PASSOS QUE    *
      * S'EXECUTARAN (POSTERIORS A LA REPRESA I DINS DEL         *
      * CALENDARI) I CRIDA PREVIA. SI NO ES POT CARREGAR ES      *
      * CONTINUA AMB AVIS                                        *
      ************************************************************
       VERIFICACIO-PREVIA.
           OPEN OUTPUT PREVISTOS
           IF FS-PREVISTOS NOT EQUAL "00"
               DISPLAY "CADENA: ERROR OBRIR PREVIA.PAS FS="
                   FS-PREVISTOS ", PREVIA PRENDRA TOT CADENA.PRM"
           ELSE
               PERFORM ANOTAR-PAS-PREVIST
                   VARYING IX-PAS FROM 1 BY 1
                   UNTIL IX-PAS > NUM-PASSOS
               CLOSE PREVISTOS
           END-IF
           DISPLAY "CADENA: VERIFICACIO PREVIA"
           MOVE ZERO TO RETURN-CODE
           CALL "PREVIA"
               ON EXCEPTION
                   DISPLAY "CADENA: NO ES POT CARREGAR PREVIA,"
                       " ES CONTINUA SENSE VERIFICACIO"
                   MOVE 4 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO RC-PAS
           CANCEL "PREVIA"
           CALL "CBL_DELETE_FILE" USING NOM-PREVISTOS
           ACCEPT MT-DATA FROM DATE YYYYMMDD
           ACCEPT MT-HORA FROM TIME
           MOVE MT-DATA TO BIT-DATA
           MOVE MT-HORA TO BIT-HORA
           MOVE ZERO TO BIT-PAS
           MOVE "PREVIA" TO BIT-PROGRAMA
           MOVE RC-PAS TO BIT-RC
           IF RC-PAS > 4
               SET PREVIA-BLOQUEJA TO TRUE
               MOVE "BLOQUEIG" TO BIT-RESULTAT
           ELSE
               IF RC-PAS EQUAL 4
                   MOVE "AVIS" TO BIT-RESULTAT
                   IF RC-MAXIM < 4
                       MOVE 4 TO RC-MAXIM
                   END-IF
               ELSE
                   MOVE "CORRECTE" TO BIT-RESULTAT
               END-IF
           END-IF
           WRITE BITACOLA-REG FROM LINIA-BITACOLA
           MOVE ZERO TO RETURN-CODE.

       ANOTAR-PAS-PREVIST.
           IF TPAS-NUMERO (IX-PAS) > PAS-REPRESA
               PERFORM AVALUAR-CALENDARI
               IF PAS-TOCA
                   MOVE TPAS-NUMERO (IX-PAS) TO PRV-NUMERO
                   MOVE TPAS-PROGRAMA (IX-PAS) TO PRV-PROGRAMA
                   WRITE PREVIST-REG
               END-IF
           END-IF.

       EXECUTAR-PAS.
           IF TPAS-NUMERO (IX-PAS) NOT > PAS-REPRESA
               DISPLAY "CADENA: PAS " TPAS-NUMERO (IX-PAS) " "
                   DISPLAY "CADENA: PAS " TPAS-NUMERO (IX-PAS)
                       " HA FALLAT AMB RC=" BIT-RC
               ELSE
                   IF RC-PAS EQUAL 4
                           AND PAS-ATURA-AMB-AVIS (IX-PAS)
                       SET CADENA-ATURADA TO TRUE
                       DISPLAY "CADENA: PAS " TPAS-NUMERO (IX-PAS)
                           " ACABAT AMB AVIS, MARCAT PER ATURAR"
                           " LA CADENA"
                   ELSE
                       PERFORM ACTUALITZAR-PUNT-CONTROL
                   END-IF
               END-IF
               MOVE ZERO TO RETURN-CODE.

               MOVE "ERROR" TO BIT-RESULTAT
           ELSE
               IF RC-PAS EQUAL 4
                   IF PAS-ATURA-AMB-AVIS (IX-PAS)
                       MOVE "AVIS ATURA" TO BIT-RESULTAT
                   ELSE
                       MOVE "AVIS" TO BIT-RESULTAT
                   END-IF
               ELSE
                   MOVE "CORRECTE" TO BIT-RESULTAT
               END-IF

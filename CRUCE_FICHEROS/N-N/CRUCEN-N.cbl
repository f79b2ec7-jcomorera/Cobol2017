               05 NOM-FITXER1 PIC X(12) VALUE "FITXER1.TXT".
               05 NOM-FITXER2 PIC X(12) VALUE "FITXER2.TXT".

           01 NOMS-GENERACIO.
               05 GEN-ENTRY OCCURS 3 TIMES.
                   10 GEN-VIGENT   PIC X(18).
                   10 GEN-ANTERIOR PIC X(18).
           01 VALORS-GENERACIO.
               05 FILLER PIC X(36)
                   VALUE "SORTIDA_IGUAL.TXT SORTIDA_IGUAL.ANT ".
               05 FILLER PIC X(36)
                   VALUE "SORTIDA_MENOR.TXT SORTIDA_MENOR.ANT ".
               05 FILLER PIC X(36)
                   VALUE "SORTIDA_MAJOR.TXT SORTIDA_MAJOR.ANT ".
           01 CONTROL-GENERACIO.
               05 IX-GEN          PIC 9(01).
               05 DARRERA-LINIA   PIC X(20) VALUE SPACES.
               05 SW-SORTIDA-COMPLETA PIC X VALUE 'N'.
                   88 SORTIDA-COMPLETA VALUE 'S'.

           01 CONTROL-SEQUENCIA.
               05 SW-PRESORT PIC X VALUE 'N'.
                   88 AMB-PRESORT VALUE 'S'.
       PROCEDURE DIVISION.
           INICI.
               PERFORM PREORDENAR THRU 005-FINAL
               PERFORM GUARDAR-GENERACIO THRU 007-FINAL
               PERFORM OBRIR-FITXERS THRU 010-FINAL
               MOVE "CRUCE-AR" TO AL-PROGRAMA-RTN
               MOVE "INICI" TO AL-EVENT-RTN
               END-IF.
           005-FINAL. EXIT.

      ************************************************************
      * LES SORTIDES DE L'EXECUCIO ANTERIOR PASSEN A SER LA      *
      * GENERACIO ANTERIOR (SORTIDA_*.ANT) QUE CRUCE-CANVIS      *
      * COMPARA AMB LA D'AVUI. NOMES ES GUARDEN SI L'EXECUCIO    *
      * ANTERIOR VA ACABAR (SORTIDA_IGUAL.TXT TANCA AMB EL       *
      * TRAILER); SI VA ABANDONAR A MITGES ES CONSERVA LA        *
      * GENERACIO ANTERIOR QUE JA HI HAVIA                       *
      ************************************************************
           GUARDAR-GENERACIO.
               MOVE VALORS-GENERACIO TO NOMS-GENERACIO
               MOVE 'N' TO SW-SORTIDA-COMPLETA
               OPEN INPUT SORTIDA-IGUAL
               IF FS-SORTIDA-IGUAL EQUAL "00"
                   PERFORM UNTIL FS-SORTIDA-IGUAL NOT EQUAL "00"
                       READ SORTIDA-IGUAL
                       IF FS-SORTIDA-IGUAL EQUAL "00"
                           MOVE REG-TEXT-IGUAL (1:20) TO DARRERA-LINIA
                       END-IF
                   END-PERFORM
                   CLOSE SORTIDA-IGUAL
                   IF DARRERA-LINIA EQUAL "TOTAL COMPTES IGUALS"
                       SET SORTIDA-COMPLETA TO TRUE
                   END-IF
               END-IF
               IF NOT SORTIDA-COMPLETA
                   DISPLAY "CRUCE-ARCHIVOS: SENSE SORTIDA ANTERIOR"
                       " COMPLETA, ES CONSERVA LA GENERACIO ANTERIOR"
               ELSE
                   PERFORM VARYING IX-GEN FROM 1 BY 1 UNTIL IX-GEN > 3
                       CALL "CBL_DELETE_FILE"
                           USING GEN-ANTERIOR (IX-GEN)
                       CALL "CBL_RENAME_FILE"
                           USING GEN-VIGENT (IX-GEN)
                                 GEN-ANTERIOR (IX-GEN)
                       IF RETURN-CODE NOT EQUAL ZERO
                           DISPLAY "CRUCE-ARCHIVOS: NO ES POT GUARDAR "
                               GEN-VIGENT (IX-GEN) " RC=" RETURN-CODE
                       END-IF
                   END-PERFORM
                   MOVE ZERO TO RETURN-CODE
               END-IF.
           007-FINAL. EXIT.

           OBRIR-FITXERS.
               OPEN INPUT FITXER1
               OPEN INPUT FITXER2

      ************************************************************
      * CATALEG DE COPIES DE SEGURETAT COPIES.CAT                *
      * UNA LINIA PER GENERACIO: FITXER, DATA I HORA DE LA       *
      * COPIA, NOM DE LA GENERACIO (ARREL.AAAAMMDD), REGISTRES I *
      * TOTAL DE CONTROL.                                        *
      * CATALEG-CARREGAR: CARREGA EL CATALEG A TAULA-CATALEG     *
      * (TOTES LES ENTRADES VIGENTS); SENSE FITXER DEIXA         *
      * CATALEG-EXISTEIX A N I LA TAULA BUIDA. SI NO HI CAP,     *
      * DEIXA CATALEG-DESBORDAT.                                 *
      * COPIA-ACUMULAR: AMB EL REGISTRE A CP-REGISTRE-RTN I EL   *
      * CAMP DE CONTROL A CP-POSICIO-RTN / CP-AMPLE-RTN, COMPTA  *
      * EL REGISTRE I SUMA EL CAMP A CP-TOTAL-RTN (SI NO ES      *
      * NUMERIC NO SUMA I ES COMPTA A CP-NO-NUMERICS-RTN)        *
      ************************************************************
       CATALEG-CARREGAR.
           MOVE ZERO TO NUM-CATALEG
           MOVE "N" TO SW-CATALEG-EXISTEIX
           MOVE "N" TO SW-CATALEG-PLE
           OPEN INPUT CATALEG-COPIES
           IF FS-CATALEG-COPIES NOT EQUAL "00"
               GO TO CATALEG-CARREGAR-EXIT
           END-IF
           MOVE "S" TO SW-CATALEG-EXISTEIX
           PERFORM UNTIL FS-CATALEG-COPIES NOT EQUAL "00"
               READ CATALEG-COPIES
               AT END CONTINUE
               NOT AT END
                   IF NUM-CATALEG < MAX-CATALEG
                       ADD 1 TO NUM-CATALEG
                       MOVE CCP-FITXER TO CCT-FITXER (NUM-CATALEG)
                       MOVE CCP-DATA TO CCT-DATA (NUM-CATALEG)
                       MOVE CCP-HORA TO CCT-HORA (NUM-CATALEG)
                       MOVE CCP-GENERACIO
                           TO CCT-GENERACIO (NUM-CATALEG)
                       MOVE CCP-REGISTRES
                           TO CCT-REGISTRES (NUM-CATALEG)
                       MOVE CCP-TOTAL TO CCT-TOTAL (NUM-CATALEG)
                       MOVE "V" TO CCT-ESTAT (NUM-CATALEG)
                   ELSE
                       MOVE "S" TO SW-CATALEG-PLE
                       DISPLAY CP-PROGRAMA-RTN ": CATALEG DE COPIES"
                           " PLE, MAXIM " MAX-CATALEG
                   END-IF
               END-READ
           END-PERFORM
           IF FS-CATALEG-COPIES NOT EQUAL "10"
               DISPLAY CP-PROGRAMA-RTN ": ERROR LLEGIR COPIES.CAT FS="
                   FS-CATALEG-COPIES
               MOVE "S" TO SW-CATALEG-PLE
           END-IF
           CLOSE CATALEG-COPIES.
       CATALEG-CARREGAR-EXIT. EXIT.

       COPIA-ACUMULAR.
           ADD 1 TO CP-REGISTRES-RTN
           IF CP-AMPLE-RTN EQUAL ZERO
               GO TO COPIA-ACUMULAR-EXIT
           END-IF
           IF CP-REGISTRE-RTN (CP-POSICIO-RTN:CP-AMPLE-RTN) IS NUMERIC
               MOVE CP-REGISTRE-RTN (CP-POSICIO-RTN:CP-AMPLE-RTN)
                   TO CP-XIFRES-RTN
               INSPECT CP-XIFRES-RTN REPLACING LEADING SPACE BY "0"
               ADD CP-XIFRES-N-RTN TO CP-TOTAL-RTN
           ELSE
               ADD 1 TO CP-NO-NUMERICS-RTN
           END-IF.
       COPIA-ACUMULAR-EXIT. EXIT.

      ************************************************************
      * OPERADORS OPERADORS.TXT I AJUSTOS PENDENTS D'APROVACIO   *
      * APROVAC.TXT                                              *
      * OPERADORS.TXT: UNA LINIA PER OPERADOR AMB LES INICIALS,  *
      * EL ROL (S SUPERVISOR, O OPERADOR), EL VALOR MAXIM D'UN   *
      * AJUST (9999999V99, A PREU-UNITAT) I EL NOM.              *
      * APROVAC.TXT: UN REGISTRE PER AJUST QUE SUPERA EL LIMIT   *
      * DEL QUI EL DEMANA: PROGRAMA D'ORIGEN, SOL.LICITANT, DATA *
      * I HORA, EL MOVIMENT EN EL FORMAT DEL DIARI, PREU, VALOR, *
      * LIMIT, ESTAT (P PENDENT, A APROVAT, R REBUTJAT) I, UN    *
      * COP DECIDIT, SUPERVISOR, DATA I HORA I EL DOCUMENT AMB   *
      * QUE S'HA ALLIBERAT CAP A MOVPOST.                        *
      * OPERADORS-CARREGAR: CARREGA OPERADORS.TXT A LA TAULA;    *
      * SENSE FITXER DEIXA OPERADORS-EXISTEIX A N.               *
      * OPERADOR-CERCAR: AMB AP-INICIALS-RTN DEIXA               *
      * OPERADOR-TROBAT, EL ROL, EL LIMIT I EL NOM (NO TROBAT:   *
      * LIMIT ZERO, TOT AJUST VA A APROVACIO).                   *
      * APROVACIO-ANOTAR: AMB EL REGISTRE INFORMAT L'AFEGEIX A   *
      * APROVAC.TXT (EL CREA SI NO EXISTEIX, L'OBRE EL PRIMER    *
      * COP) I DEIXA APROVACIO-ANOTADA SI HA POGUT.              *
      * APROVACIO-TANCAR: TANCA EL FITXER SI ES VA OBRIR         *
      ************************************************************
       OPERADORS-CARREGAR.
           MOVE ZERO TO NUM-OPERADORS
           MOVE "N" TO SW-OPERADORS-EXISTEIX
           OPEN INPUT OPERADORS
           IF FS-OPERADORS NOT EQUAL "00"
               DISPLAY AP-PROGRAMA-RTN ": SENSE OPERADORS.TXT FS="
                   FS-OPERADORS
               GO TO OPERADORS-CARREGAR-EXIT
           END-IF
           MOVE "S" TO SW-OPERADORS-EXISTEIX
           PERFORM UNTIL FS-OPERADORS NOT EQUAL "00"
               READ OPERADORS
               AT END CONTINUE
               NOT AT END
                   IF OPE-INICIALS NOT EQUAL SPACES
                       IF NUM-OPERADORS < MAX-OPERADORS
                           ADD 1 TO NUM-OPERADORS
                           MOVE OPE-INICIALS
                               TO TOP-INICIALS (NUM-OPERADORS)
                           MOVE OPE-ROL TO TOP-ROL (NUM-OPERADORS)
                           IF OPE-LIMIT IS NUMERIC
                               MOVE OPE-LIMIT
                                   TO TOP-LIMIT (NUM-OPERADORS)
                           ELSE
                               MOVE ZERO TO TOP-LIMIT (NUM-OPERADORS)
                           END-IF
                           MOVE OPE-NOM TO TOP-NOM (NUM-OPERADORS)
                       ELSE
                           DISPLAY AP-PROGRAMA-RTN ": TAULA"
                               " D'OPERADORS PLENA, " OPE-INICIALS
                               " NO CARREGAT"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OPERADORS.
       OPERADORS-CARREGAR-EXIT. EXIT.

       OPERADOR-CERCAR.
           MOVE "N" TO SW-AP-OPERADOR-RTN
           MOVE SPACE TO AP-ROL-RTN
           MOVE ZERO TO AP-LIMIT-RTN
           MOVE SPACES TO AP-NOM-RTN
           PERFORM VARYING IX-OPE FROM 1 BY 1
                   UNTIL IX-OPE > NUM-OPERADORS OR OPERADOR-TROBAT
               IF TOP-INICIALS (IX-OPE) EQUAL AP-INICIALS-RTN
                   MOVE "S" TO SW-AP-OPERADOR-RTN
                   MOVE TOP-ROL (IX-OPE) TO AP-ROL-RTN
                   MOVE TOP-LIMIT (IX-OPE) TO AP-LIMIT-RTN
                   MOVE TOP-NOM (IX-OPE) TO AP-NOM-RTN
               END-IF
           END-PERFORM.
       OPERADOR-CERCAR-EXIT. EXIT.

       APROVACIO-ANOTAR.
           MOVE "N" TO SW-AP-ANOTAT-RTN
           IF NOT APROVACIONS-OBERT
               OPEN EXTEND APROVACIONS
               IF FS-APROVACIONS EQUAL "35"
                   OPEN OUTPUT APROVACIONS
               END-IF
               IF FS-APROVACIONS NOT EQUAL "00"
                   DISPLAY AP-PROGRAMA-RTN ": ERROR OBRIR APROVAC FS="
                       FS-APROVACIONS
                   GO TO APROVACIO-ANOTAR-EXIT
               END-IF
               MOVE "S" TO SW-AP-OBERT-RTN
           END-IF
           MOVE "P" TO APR-ESTAT
           MOVE SPACES TO APR-SUPERVISOR, APR-DATA-DECISIO,
               APR-HORA-DECISIO, APR-DOCUMENT-ALLIBERAT
           WRITE APROVACIO-REG
           IF FS-APROVACIONS EQUAL "00"
               MOVE "S" TO SW-AP-ANOTAT-RTN
               ADD 1 TO AP-ANOTATS-RTN
           ELSE
               DISPLAY AP-PROGRAMA-RTN ": ERROR ESCRIURE APROVAC FS="
                   FS-APROVACIONS " " APR-NUMERO " " APR-MAGATZEM
           END-IF.
       APROVACIO-ANOTAR-EXIT. EXIT.

       APROVACIO-TANCAR.
           IF APROVACIONS-OBERT
               CLOSE APROVACIONS
               MOVE "N" TO SW-AP-OBERT-RTN
           END-IF.
       APROVACIO-TANCAR-EXIT. EXIT.

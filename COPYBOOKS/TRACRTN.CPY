      ************************************************************
      * TRACA DE CONSUMS DE LOTS TRACALOT.TXT                    *
      * UN REGISTRE PER CADA LOT CONSUMIT (TOT O EN PART) PER UN *
      * DOCUMENT: CLAU I LOT CONSUMITS, DOCUMENT, TIPUS (S O T), *
      * QUANTITAT I DATA DEL MOVIMENT. ALS TRASPASSOS TAMBE EL   *
      * MAGATZEM DE DESTI I EL LOT QUE S'HI CREA (EL DOCUMENT    *
      * DEL TRASPAS), PERQUE EL LOT ES PUGUI SEGUIR DE MAGATZEM  *
      * EN MAGATZEM. EL FITXER NOMES CREIX.                      *
      * TRACALOT-OBRIR: OBRE EL FITXER PER AFEGIR (EL CREA SI NO *
      * EXISTEIX); CAL MIRAR TRACALOT-OBERT EN TORNAR.           *
      * TRACALOT-ESCRIURE: AMB EL REGISTRE INFORMAT HI POSA EL   *
      * PROGRAMA DE TR-PROGRAMA-RTN I L'ESCRIU; DEIXA            *
      * TRACALOT-ERROR SI NO HA POGUT.                           *
      * TRACALOT-TANCAR: TANCA EL FITXER SI ES VA OBRIR          *
      ************************************************************
       TRACALOT-OBRIR.
           MOVE "N" TO SW-TRACALOT-OBERT-RTN
           MOVE ZERO TO TR-ESCRITS-RTN
           OPEN EXTEND TRACALOT
           IF FS-TRACALOT EQUAL "35"
               OPEN OUTPUT TRACALOT
           END-IF
           IF FS-TRACALOT EQUAL "00"
               MOVE "S" TO SW-TRACALOT-OBERT-RTN
           ELSE
               DISPLAY TR-PROGRAMA-RTN ": ERROR OBRIR TRACALOT FS="
                   FS-TRACALOT
           END-IF.
       TRACALOT-OBRIR-EXIT. EXIT.

       TRACALOT-ESCRIURE.
           MOVE "N" TO SW-TRACALOT-RTN
           MOVE TR-PROGRAMA-RTN TO TRC-PROGRAMA
           WRITE TRACALOT-REG
           IF FS-TRACALOT EQUAL "00"
               ADD 1 TO TR-ESCRITS-RTN
           ELSE
               MOVE "E" TO SW-TRACALOT-RTN
               DISPLAY TR-PROGRAMA-RTN ": ERROR ESCRIURE TRACALOT FS="
                   FS-TRACALOT " " TRC-CLAU-LOT
           END-IF.
       TRACALOT-ESCRIURE-EXIT. EXIT.

       TRACALOT-TANCAR.
           IF TRACALOT-OBERT
               CLOSE TRACALOT
               MOVE "N" TO SW-TRACALOT-OBERT-RTN
           END-IF.
       TRACALOT-TANCAR-EXIT. EXIT.

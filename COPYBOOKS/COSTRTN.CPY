      ************************************************************
      * BASE DE VALORACIO DE L'ESTOC                             *
      * COST-INICIAR: LLEGEIX BASEVAL.PRM ("COST" = COST MIG     *
      * PONDERAT DE COSTMIG.TXT; "PREU", QUALSEVOL ALTRA COSA O  *
      * SENSE FITXER = PREU-UNITAT DEL MESTRE) I, A COST, OBRE   *
      * COSTMIG.TXT.                                             *
      * COST-UNITARI: AMB LA CLAU A CM-NUMERO-RTN/               *
      * CM-MAGATZEM-RTN I EL PREU DEL MESTRE A CM-PREU-RTN DEIXA *
      * A CM-UNITARI-RTN EL VALOR UNITARI A APLICAR; UNA CLAU    *
      * SENSE COST MIG ES VALORA AL PREU I ES COMPTA A           *
      * CM-SENSE-COST-RTN.                                       *
      * COST-TANCAR: TANCA COSTMIG.TXT SI ES VA OBRIR            *
      ************************************************************
       COST-INICIAR.
           MOVE "P" TO SW-BASE-COST-RTN
           MOVE "N" TO SW-COSTMIG-OBERT-RTN
           MOVE ZERO TO CM-SENSE-COST-RTN
           OPEN INPUT BASEVALOR
           IF FS-BASEVALOR EQUAL "00"
               READ BASEVALOR
               AT END CONTINUE
               NOT AT END
                   IF BV-BASE EQUAL "COST"
                       MOVE "C" TO SW-BASE-COST-RTN
                   END-IF
               END-READ
               CLOSE BASEVALOR
           END-IF
           IF BASE-COST-MIG
               OPEN INPUT COSTMIG
               IF FS-COSTMIG EQUAL "00"
                   MOVE "S" TO SW-COSTMIG-OBERT-RTN
               ELSE
                   DISPLAY CM-PROGRAMA-RTN ": SENSE COSTMIG.TXT FS="
                       FS-COSTMIG ", TOT ES VALORA A PREU"
               END-IF
           END-IF.
       COST-INICIAR-EXIT. EXIT.

       COST-UNITARI.
           MOVE CM-PREU-RTN TO CM-UNITARI-RTN
           IF BASE-COST-MIG
               IF COSTMIG-OBERT
                   MOVE CM-NUMERO-RTN TO CST-NUMERO
                   MOVE CM-MAGATZEM-RTN TO CST-MAGATZEM
                   READ COSTMIG
                       INVALID KEY
                           ADD 1 TO CM-SENSE-COST-RTN
                       NOT INVALID KEY
                           MOVE CST-COST-MIG TO CM-UNITARI-RTN
                   END-READ
               ELSE
                   ADD 1 TO CM-SENSE-COST-RTN
               END-IF
           END-IF.
       COST-UNITARI-EXIT. EXIT.

       COST-TANCAR.
           IF COSTMIG-OBERT
               CLOSE COSTMIG
               MOVE "N" TO SW-COSTMIG-OBERT-RTN
           END-IF.
       COST-TANCAR-EXIT. EXIT.

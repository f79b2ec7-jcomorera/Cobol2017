      ************************************************************
      * REGISTRE DE CANVIS DEL MESTRE INDEXAT.TXT CANVIDX.TXT    *
      * UN REGISTRE PER CADA ALTA, MODIFICACIO O BAIXA FETA AL   *
      * MESTRE: PROGRAMA, DATA I HORA, ACCIO (A/M/D), CLAU,      *
      * REFERENCIA (DOCUMENT O TRANSACCIO QUE HO HA MOGUT) I LES *
      * IMATGES DEL REGISTRE ABANS I DESPRES DEL CANVI (ABANS EN *
      * BLANC A LES ALTES, DESPRES EN BLANC A LES BAIXES). EL    *
      * FITXER NOMES CREIX.                                      *
      * CANVIDX-OBRIR: OBRE EL FITXER PER AFEGIR (EL CREA SI NO  *
      * EXISTEIX); CAL MIRAR CANVIDX-OBERT EN TORNAR.            *
      * CANVIDX-ESCRIURE: AMB ACCIO, CLAU, REFERENCIA I IMATGES  *
      * INFORMADES HI POSA EL PROGRAMA DE CV-PROGRAMA-RTN, LA    *
      * DATA I L'HORA I L'ESCRIU; DEIXA CANVIDX-ERROR SI NO HA   *
      * POGUT.                                                   *
      * CANVIDX-TANCAR: TANCA EL FITXER SI ES VA OBRIR           *
      ************************************************************
       CANVIDX-OBRIR.
           MOVE "N" TO SW-CANVIDX-OBERT-RTN
           MOVE ZERO TO CV-ESCRITS-RTN
           OPEN EXTEND CANVIDX
           IF FS-CANVIDX EQUAL "35"
               OPEN OUTPUT CANVIDX
           END-IF
           IF FS-CANVIDX EQUAL "00"
               MOVE "S" TO SW-CANVIDX-OBERT-RTN
           ELSE
               DISPLAY CV-PROGRAMA-RTN ": ERROR OBRIR CANVIDX FS="
                   FS-CANVIDX
           END-IF.
       CANVIDX-OBRIR-EXIT. EXIT.

       CANVIDX-ESCRIURE.
           MOVE "N" TO SW-CANVIDX-RTN
           MOVE CV-PROGRAMA-RTN TO CAN-PROGRAMA
           ACCEPT CAN-DATA FROM DATE YYYYMMDD
           ACCEPT CAN-HORA FROM TIME
           WRITE CANVIDX-REG
           IF FS-CANVIDX EQUAL "00"
               ADD 1 TO CV-ESCRITS-RTN
           ELSE
               MOVE "E" TO SW-CANVIDX-RTN
               DISPLAY CV-PROGRAMA-RTN ": ERROR ESCRIURE CANVIDX FS="
                   FS-CANVIDX " " CAN-CLAU
           END-IF.
       CANVIDX-ESCRIURE-EXIT. EXIT.

       CANVIDX-TANCAR.
           IF CANVIDX-OBERT
               CLOSE CANVIDX
               MOVE "N" TO SW-CANVIDX-OBERT-RTN
           END-IF.
       CANVIDX-TANCAR-EXIT. EXIT.

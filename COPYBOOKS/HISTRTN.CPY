      ************************************************************
      * HISTORIC PERMANENT DE MOVIMENTS HISTORIC.TXT             *
      * CLAU: CLAU-INDEXAT + DATA DEL MOVIMENT + DOCUMENT + UNA  *
      * SEQUENCIA 00-99 QUE NOMES DESEMPATA UN MATEIX DOCUMENT   *
      * QUE TOCA DUES VEGADES LA MATEIXA CLAU EL MATEIX DIA.     *
      * CADA REGISTRE DUU LA QUANTITAT DEL MESTRE ABANS I        *
      * DESPRES DEL MOVIMENT.                                    *
      * HISTORIC-OBRIR: OBRE EL FITXER I-O (EL CREA SI NO        *
      * EXISTEIX); CAL MIRAR HISTORIC-OBERT EN TORNAR.           *
      * HISTORIC-ESCRIURE: AMB HIS-NUMERO, HIS-MAGATZEM,         *
      * HIS-DATA, HIS-DOCUMENT, HIS-TIPUS, HIS-QUANTITAT,        *
      * HIS-ANTERIOR, HIS-POSTERIOR I HIS-MAGATZEM-ALTRE         *
      * INFORMATS, HI POSA EL PROGRAMA I LA DATA D'APUNT DE      *
      * HI-PROGRAMA-RTN / HI-DATA-APUNT-RTN I L'ESCRIU AMB LA    *
      * PRIMERA SEQUENCIA LLIURE; DEIXA HISTORIC-ESCRIT O        *
      * HISTORIC-ERROR.                                          *
      * HISTORIC-TANCAR: TANCA EL FITXER SI ES VA OBRIR          *
      ************************************************************
       HISTORIC-OBRIR.
           MOVE "N" TO SW-HISTORIC-OBERT-RTN
           MOVE ZERO TO HI-ESCRITS-RTN
           OPEN I-O HISTORIC
           IF FS-HISTORIC EQUAL "35"
               OPEN OUTPUT HISTORIC
               CLOSE HISTORIC
               OPEN I-O HISTORIC
           END-IF
           IF FS-HISTORIC EQUAL "00"
               MOVE "S" TO SW-HISTORIC-OBERT-RTN
           ELSE
               DISPLAY HI-PROGRAMA-RTN ": ERROR OBRIR HISTORIC FS="
                   FS-HISTORIC
           END-IF.
       HISTORIC-OBRIR-EXIT. EXIT.

       HISTORIC-ESCRIURE.
           MOVE HI-PROGRAMA-RTN TO HIS-PROGRAMA
           MOVE HI-DATA-APUNT-RTN TO HIS-DATA-APUNT
           MOVE ZERO TO HIS-SEQUENCIA
           MOVE "N" TO SW-HISTORIC-RTN
           PERFORM HISTORIC-GRAVAR UNTIL NOT HISTORIC-PENDENT.
       HISTORIC-ESCRIURE-EXIT. EXIT.

       HISTORIC-GRAVAR.
           WRITE HISTORIC-REG
           EVALUATE FS-HISTORIC
               WHEN "00"
                   MOVE "S" TO SW-HISTORIC-RTN
                   ADD 1 TO HI-ESCRITS-RTN
               WHEN "22"
                   IF HIS-SEQUENCIA < 99
                       ADD 1 TO HIS-SEQUENCIA
                   ELSE
                       MOVE "E" TO SW-HISTORIC-RTN
                       DISPLAY HI-PROGRAMA-RTN ": HISTORIC SENSE "
                           "SEQUENCIA LLIURE " HIS-CLAU
                   END-IF
               WHEN OTHER
                   MOVE "E" TO SW-HISTORIC-RTN
                   DISPLAY HI-PROGRAMA-RTN ": ERROR ESCRIURE HISTORIC"
                       " FS=" FS-HISTORIC " " HIS-CLAU
           END-EVALUATE.
       HISTORIC-GRAVAR-EXIT. EXIT.

       HISTORIC-TANCAR.
           IF HISTORIC-OBERT
               CLOSE HISTORIC
               MOVE "N" TO SW-HISTORIC-OBERT-RTN
           END-IF.
       HISTORIC-TANCAR-EXIT. EXIT.

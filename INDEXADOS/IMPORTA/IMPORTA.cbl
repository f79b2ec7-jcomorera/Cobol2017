      * OPCIONALMENT ENTRE COMETES, PREU AMB COMA O PUNT         *
      * DECIMAL) EN L'ORDRE NUMERO, MAGATZEM, NOMBRE, CANTIDAD,  *
      * PREU-UNITAT, ORDRE, ID-PRODUCTE, I ESCRIU EL FORMAT FIX  *
      * DE 45 POSICIONS A SEQUENCIAL.TXT PER A LA CARGA.         *
      * ELS NOMS MES LLARGS DE 20 ES TRUNQUEN AMB AVIS; ELS      *
      * CAMPS NUMERICS QUE NO HI CABEN ES REBUTGEN. INFORME DE   *
      * CONVERTIDES I REBUTJADES A IMPORTA.INF                   *
            05 SEQ-NUMERO          PIC 9(5).
            05 SEQ-MAGATZEM        PIC X(2).
            05 SEQ-NOMBRE          PIC X(20).
            05 SEQ-CANTIDAD        PIC 9(7).
            05 SEQ-PREU-UNITAT     PIC 9(4)V99.
            05 SEQ-ORDRE           PIC 9(3).
            05 SEQ-ID-PRODUCTE     PIC X(2).
           IF LINIA-VALIDA
               MOVE 4 TO IX-TREBALL
               PERFORM CONVERTIR-ENTER
               IF NOT CAMP-VALID
                   MOVE "N" TO SW-LINIA-VALIDA
                   MOVE "CANTIDAD NO NUMERICA O MASSA GRAN"
                       TO MOTIU-REBUIG

      * LLEGEIX MOVIMENTS.TXT EN ORDRE DE DOCUMENT:              *
      *   MOV-NUMERO         9(5)  CLAU DEL PRODUCTE             *
      *   MOV-TIPUS          X(1)  E=ENTRADA S=SORTIDA T=TRASPAS *
      *   MOV-QUANTITAT      9(7)                                *
      *   MOV-DOCUMENT       X(10) REFERENCIA DEL DOCUMENT       *
      *   MOV-MAGATZEM-DESTI X(2)  NOMES PER ALS TRASPASSOS      *
      *   MOV-DATA           X(8)  DATA DEL MOVIMENT (AAAAMMDD)  *
      * MOVPOST.INF) I RES NO S'APLICA DUES VEGADES. SI EL       *
      * DOCUMENT DE LA POSICIO GUARDADA NO COINCIDEIX, EL DIARI  *
      * NO ES EL MATEIX I EL PAS S'ATURA SENSE TOCAR RES         *
      * CADA MOVIMENT APLICAT (ELS DOS COSTATS D'UN TRASPAS PER  *
      * SEPARAT) S'AFEGEIX A L'HISTORIC PERMANENT HISTORIC.TXT   *
      * AMB LA CANTIDAD ABANS I DESPRES (COPYBOOKS HIST*)        *
      * CADA LOT CONSUMIT PER UNA SORTIDA O UN TRASPAS DEIXA UN  *
      * REGISTRE DE TRACA A TRACALOT.TXT (LOT, DOCUMENT,         *
      * QUANTITAT, DATA I, ALS TRASPASSOS, EL LOT CREAT A DESTI) *
      * PER PODER SEGUIR UNA RETIRADA DE LOT (COPYBOOKS TRAC*)   *
      * CADA REESCRIPTURA DEL MESTRE DEIXA A CANVIDX.TXT LES     *
      * IMATGES DEL REGISTRE ABANS I DESPRES AMB EL DOCUMENT DEL *
      * MOVIMENT COM A REFERENCIA (COPYBOOKS CANV*)              *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LOT-CLAU
                   FILE STATUS IS FS-LOTS.
           COPY HISTSEL.
           COPY TRACSEL.
           COPY CANVSEL.
           COPY TESTISEL.
           COPY AUDITSEL.

            05 MOV-NUMERO          PIC 9(5).
            05 MOV-MAGATZEM        PIC X(2).
            05 MOV-TIPUS           PIC X(1).
            05 MOV-QUANTITAT       PIC 9(7).
            05 MOV-DOCUMENT        PIC X(10).
            05 MOV-MAGATZEM-DESTI  PIC X(2).
            05 MOV-DATA.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).

       FD REBUTJOS.
       01 REBUIG-REG.
            05 REB-MOVIMENT        PIC X(43).
            05 FILLER              PIC X(1).
            05 REB-MOTIU           PIC X(30).

       01 PENDENT-REG.
            05 PEN-NUMERO          PIC 9(5).
            05 PEN-MAGATZEM        PIC X(2).
            05 PEN-QUANTITAT       PIC 9(7).
            05 PEN-DOCUMENT        PIC X(10).
            05 PEN-DATA            PIC X(8).

                10 LOT-CODI        PIC X(10).
            05 LOT-RECEPCIO        PIC X(8).
            05 LOT-CADUCITAT       PIC X(8).
            05 LOT-QUANTITAT       PIC 9(7).

       COPY HISTFD.

       COPY TRACFD.

       COPY CANVFD.

       COPY TESTIFD.

           01 FS-LOTS PIC X(2).
           01 FS-PUNT-CONTROL PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 IMATGE-ABANS PIC X(45).
           01 CONTROL-REPRESA.
               05 SW-REPRESA           PIC X VALUE "N".
                   88 EN-REPRESA VALUE "S".
               05 REPRESA-DOCUMENT     PIC X(10).
               05 CNT-SALTATS-REPRESA  PIC 9(7) VALUE ZERO.
           01 CONTROL-LOTS.
               05 QUANT-A-CONSUMIR     PIC S9(8).
               05 QUANT-DEL-LOT        PIC 9(7).
               05 MILLOR-LOT           PIC X(10).
               05 MILLOR-CADUCITAT     PIC X(8).
               05 CADUCITAT-CONSUMIDA  PIC X(8).
               05 MAGATZEM-LOTS        PIC X(2).
               05 QUANT-TRASLLADADA    PIC 9(7).
               05 QUANT-CONSUMIDA      PIC 9(7).
               05 SW-LOT-TROBAT        PIC X VALUE "N".
                   88 LOT-TROBAT VALUE "S".
               05 SW-FI-LOTS           PIC X VALUE "N".
               05 CNT-APLICATS         PIC 9(7) VALUE ZERO.
               05 CNT-REBUTJATS        PIC 9(7) VALUE ZERO.
               05 CNT-PENDENTS         PIC 9(7) VALUE ZERO.
           01 QUANTITAT-NOVA PIC S9(8).
           01 MOTIU-REBUIG PIC X(30).
           01 SW-PRODUCTE-LLEGIT PIC X VALUE "N".
               88 PRODUCTE-LLEGIT VALUE "S".
                       INDEXED BY IX-PROD.
                   10 TPRO-NUMERO      PIC 9(5).
                   10 TPRO-MAGATZEM    PIC X(2).
                   10 TPRO-OBERTURA    PIC 9(7).
                   10 TPRO-APLICATS    PIC 9(5).
                   10 TPRO-TANCAMENT   PIC 9(7).
           01 TROBAT-PRODUCTE PIC X VALUE "N".
               88 PRODUCTE-TROBAT VALUE "S".
           01 TAULA-PRODUCTES-PLENA PIC X VALUE "N".
               88 TAULA-PRODUCTES-DESBORDADA VALUE "S".
           01 CONTROL-TRASPAS.
               05 QUANT-ORIGEN         PIC 9(7).
               05 QUANT-DESTI          PIC 9(7).
               05 SW-TRASPAS-VALID     PIC X VALUE "S".
                   88 TRASPAS-VALID VALUE "S".
           01 NUM-TRASPASSOS PIC 9(3) VALUE ZERO.
                   10 TTRA-NUMERO      PIC 9(5).
                   10 TTRA-ORIGEN      PIC X(2).
                   10 TTRA-DESTI       PIC X(2).
                   10 TTRA-QUANTITAT   PIC 9(7).
           01 TAULA-TRASPASSOS-PLENA PIC X VALUE "N".
               88 TAULA-TRASPASSOS-DESBORDADA VALUE "S".
           01 LINIA-REGISTRE.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 REG-MAGATZEM         PIC X(2).
               05 FILLER               PIC X(11) VALUE "  OBERTURA=".
               05 REG-OBERTURA         PIC Z(6)9.
               05 FILLER               PIC X(12) VALUE "  MOVIMENTS=".
               05 REG-APLICATS         PIC Z(4)9.
               05 FILLER               PIC X(13) VALUE "  TANCAMENT=".
               05 REG-TANCAMENT        PIC Z(6)9.
           01 LINIA-TRASPAS.
               05 FILLER               PIC X(8) VALUE "TRASPAS ".
               05 TRA-NUMERO           PIC 9(5).
               05 FILLER               PIC X(7) VALUE "  DESTI".
               05 TRA-DESTI            PIC X(2).
               05 FILLER               PIC X(12) VALUE "  QUANTITAT=".
               05 TRA-QUANTITAT        PIC Z(6)9.
           01 LINIA-TOTAL.
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY HISTWS.
           COPY TRACWS.
           COPY CANVWS.
           COPY TESTIWS.
           COPY AUDITWS.

               DISPLAY "MOVPOST: ERROR OBRIR LOTS FS=" FS-LOTS
               GO TO MOVPOST-ABEND
           END-IF
           MOVE "MOVPOST" TO HI-PROGRAMA-RTN
           MOVE DATA-AVUI TO HI-DATA-APUNT-RTN
           PERFORM HISTORIC-OBRIR
           IF NOT HISTORIC-OBERT
               GO TO MOVPOST-ABEND
           END-IF
           MOVE "MOVPOST" TO TR-PROGRAMA-RTN
           PERFORM TRACALOT-OBRIR
           IF NOT TRACALOT-OBERT
               GO TO MOVPOST-ABEND
           END-IF
           MOVE "MOVPOST" TO CV-PROGRAMA-RTN
           PERFORM CANVIDX-OBRIR
           IF NOT CANVIDX-OBERT
               GO TO MOVPOST-ABEND
           END-IF

           PERFORM LLEGIR-MOVIMENT

           PERFORM NETEJAR-PUNT-CONTROL
           PERFORM ESCRIURE-REGISTRE-APUNT
           CLOSE MOVIMENTS, INDEXADO, REBUTJOS, INFORME, LOTS
           PERFORM HISTORIC-TANCAR
           PERFORM TRACALOT-TANCAR
           PERFORM CANVIDX-TANCAR
           PERFORM TESTIMONI-ALLIBERAR
           DISPLAY "MOVPOST: MOVIMENTS LLEGITS   : " CNT-LLEGITS
           DISPLAY "MOVPOST: MOVIMENTS APLICATS  : " CNT-APLICATS
           DISPLAY "MOVPOST: MOVIMENTS REBUTJATS : " CNT-REBUTJATS
           DISPLAY "MOVPOST: SORTIDES PENDENTS   : " CNT-PENDENTS
           DISPLAY "MOVPOST: APUNTS A L'HISTORIC : " HI-ESCRITS-RTN
           DISPLAY "MOVPOST: CONSUMS DE LOTS     : " TR-ESCRITS-RTN
           DISPLAY "MOVPOST: CANVIS DEL MESTRE   : " CV-ESCRITS-RTN
           MOVE "MOVPOST" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-LLEGITS TO AL-COMPTADOR-RTN
       MOVPOST-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE MOVIMENTS, INDEXADO, REBUTJOS, INFORME, LOTS
           PERFORM HISTORIC-TANCAR
           PERFORM TRACALOT-TANCAR
           PERFORM CANVIDX-TANCAR
           PERFORM TESTIMONI-ALLIBERAR
           DISPLAY "MOVPOST: MOVIMENTS LLEGITS   : " CNT-LLEGITS
           DISPLAY "MOVPOST: MOVIMENTS APLICATS  : " CNT-APLICATS
           IF QUANTITAT-NOVA < ZERO
               PERFORM ESCRIURE-PENDENT
           ELSE
               IF QUANTITAT-NOVA > 9999999
                   MOVE "ENTRADA SUPERA ESTOC MAXIM" TO MOTIU-REBUIG
                   PERFORM ESCRIURE-REBUIG
               ELSE
                   PERFORM ANOTAR-OBERTURA
                   MOVE CANTIDAD TO HIS-ANTERIOR
                   MOVE INDEXADO-REG TO IMATGE-ABANS
                   MOVE QUANTITAT-NOVA TO CANTIDAD
                   REWRITE INDEXADO-REG
                       INVALID KEY
                               NUMERO1
                           GO TO MOVPOST-ABEND
                   END-REWRITE
                   PERFORM ANOTAR-CANVI
                   MOVE SPACES TO HIS-MAGATZEM-ALTRE
                   PERFORM ESCRIURE-HISTORIC
                   ADD 1 TO CNT-APLICATS
                   PERFORM ANOTAR-TANCAMENT
                   PERFORM ACTUALITZAR-LOTS-MOVIMENT
                   MOVE CANTIDAD TO QUANT-DESTI
                   COMPUTE QUANTITAT-NOVA =
                       QUANT-DESTI + MOV-QUANTITAT
                   IF QUANTITAT-NOVA > 9999999
                       MOVE "N" TO SW-TRASPAS-VALID
                       MOVE "DESTI SUPERA ESTOC MAXIM"
                           TO MOTIU-REBUIG
       APLICAR-COSTATS-TRASPAS.
           PERFORM LLEGIR-PRODUCTE
           PERFORM ANOTAR-OBERTURA
           MOVE CANTIDAD TO HIS-ANTERIOR
           MOVE INDEXADO-REG TO IMATGE-ABANS
           SUBTRACT MOV-QUANTITAT FROM CANTIDAD
           REWRITE INDEXADO-REG
               INVALID KEY
                   DISPLAY "MOVPOST: ERROR REESCRIURE " NUMERO1
                   GO TO MOVPOST-ABEND
           END-REWRITE
           PERFORM ANOTAR-CANVI
           MOVE MOV-MAGATZEM-DESTI TO HIS-MAGATZEM-ALTRE
           PERFORM ESCRIURE-HISTORIC
           PERFORM ANOTAR-TANCAMENT
           PERFORM LLEGIR-PRODUCTE-DESTI
           PERFORM ANOTAR-OBERTURA
           MOVE CANTIDAD TO HIS-ANTERIOR
           MOVE INDEXADO-REG TO IMATGE-ABANS
           ADD MOV-QUANTITAT TO CANTIDAD
           REWRITE INDEXADO-REG
               INVALID KEY
                   DISPLAY "MOVPOST: ERROR REESCRIURE " NUMERO1
                   GO TO MOVPOST-ABEND
           END-REWRITE
           PERFORM ANOTAR-CANVI
           MOVE MOV-MAGATZEM TO HIS-MAGATZEM-ALTRE
           PERFORM ESCRIURE-HISTORIC
           PERFORM ANOTAR-TANCAMENT.

      ************************************************************
      * APUNT A L'HISTORIC DE LA CLAU QUE HI HA AL REGISTRE DEL  *
      * MESTRE JUST REESCRIT; HIS-ANTERIOR I HIS-MAGATZEM-ALTRE  *
      * ELS DEIXA QUI CRIDA                                      *
      ************************************************************
       ESCRIURE-HISTORIC.
           MOVE NUMERO1 TO HIS-NUMERO
           MOVE MAGATZEM TO HIS-MAGATZEM
           MOVE MOV-DATA TO HIS-DATA
           MOVE MOV-DOCUMENT TO HIS-DOCUMENT
           MOVE MOV-TIPUS TO HIS-TIPUS
           MOVE MOV-QUANTITAT TO HIS-QUANTITAT
           MOVE CANTIDAD TO HIS-POSTERIOR
           PERFORM HISTORIC-ESCRIURE
           IF HISTORIC-ERROR
               GO TO MOVPOST-ABEND
           END-IF.

      ************************************************************
      * APUNT AL REGISTRE DE CANVIS DEL REGISTRE DEL MESTRE JUST *
      * REESCRIT; IMATGE-ABANS LA DEIXA QUI CRIDA                *
      ************************************************************
       ANOTAR-CANVI.
           MOVE "M" TO CAN-ACCIO
           MOVE CLAU-INDEXAT TO CAN-CLAU
           MOVE MOV-DOCUMENT TO CAN-REFERENCIA
           MOVE IMATGE-ABANS TO CAN-ABANS
           MOVE INDEXADO-REG TO CAN-DESPRES
           PERFORM CANVIDX-ESCRIURE
           IF CANVIDX-ERROR
               GO TO MOVPOST-ABEND
           END-IF.

       ANOTAR-TRASPAS.
           IF NUM-TRASPASSOS < 100
               ADD 1 TO NUM-TRASPASSOS
                       IF LOT-CADUCITAT < CADUCITAT-CONSUMIDA
                           MOVE LOT-CADUCITAT TO CADUCITAT-CONSUMIDA
                       END-IF
                       IF LOT-QUANTITAT NOT > QUANT-A-CONSUMIR
                           MOVE LOT-QUANTITAT TO QUANT-CONSUMIDA
                       ELSE
                           MOVE QUANT-A-CONSUMIR TO QUANT-CONSUMIDA
                       END-IF
                       PERFORM ANOTAR-CONSUM-LOT
                       IF LOT-QUANTITAT NOT > QUANT-A-CONSUMIR
                           SUBTRACT LOT-QUANTITAT
                               FROM QUANT-A-CONSUMIR
               END-READ
           END-IF.

      ************************************************************
      * TRACA DEL CONSUM: QUIN DOCUMENT S'HA EMPORTAT QUANT DE   *
      * QUIN LOT. UN TRASPAS DEIXA TAMBE EL LOT QUE NEIX A DESTI *
      * AMB EL DOCUMENT DEL TRASPAS COM A CODI                   *
      ************************************************************
       ANOTAR-CONSUM-LOT.
           MOVE LOT-CLAU TO TRC-CLAU-LOT
           MOVE MOV-DOCUMENT TO TRC-DOCUMENT
           MOVE MOV-TIPUS TO TRC-TIPUS
           MOVE QUANT-CONSUMIDA TO TRC-QUANTITAT
           MOVE MOV-DATA TO TRC-DATA
           IF MOV-TIPUS EQUAL "T"
               MOVE MOV-MAGATZEM-DESTI TO TRC-MAGATZEM-DESTI
               MOVE MOV-DOCUMENT TO TRC-LOT-DESTI
           ELSE
               MOVE SPACES TO TRC-MAGATZEM-DESTI
               MOVE SPACES TO TRC-LOT-DESTI
           END-IF
           PERFORM TRACALOT-ESCRIURE
           IF TRACALOT-ERROR
               GO TO MOVPOST-ABEND
           END-IF.

      ************************************************************
      * CERCA ENTRE ELS LOTS DE LA CLAU EL DE CADUCITAT MES      *
      * PROPERA AMB QUANTITAT VIVA (PRIMER CADUCAT, PRIMER FORA) *
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "SALTATS PER REPRESA" TO TOT-TITOL
           MOVE CNT-SALTATS-REPRESA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "APUNTS A L'HISTORIC" TO TOT-TITOL
           MOVE HI-ESCRITS-RTN TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CONSUMS DE LOTS TRACATS" TO TOT-TITOL
           MOVE TR-ESCRITS-RTN TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY HISTRTN.

       COPY TRACRTN.

       COPY CANVRTN.

       COPY TESTIRTN.

       COPY AUDITRTN.

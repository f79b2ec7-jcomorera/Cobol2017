      * BACKORD.PRM: LLINDAR-DIES 9(3) (DEFECTE 7); SI QUEDA     *
      * DEMANDA MES ANTIGA QUE EL LLINDAR EL PAS ACABA AMB       *
      * RETURN-CODE 8 PERQUE LA CADENA S'HI ATURI               *
      * CADA DEMANDA SERVIDA S'AFEGEIX A L'HISTORIC PERMANENT    *
      * HISTORIC.TXT COM UNA SORTIDA DATADA AVUI, AMB EL         *
      * DOCUMENT ORIGINAL I LA CANTIDAD ABANS I DESPRES          *
      * CADA LOT QUE CONSUMEIX UNA DEMANDA SERVIDA DEIXA EL SEU  *
      * REGISTRE DE TRACA A TRACALOT.TXT, COM A MOVPOST          *
      * CADA REESCRIPTURA DEL MESTRE DEIXA A CANVIDX.TXT LES     *
      * IMATGES ABANS I DESPRES AMB EL DOCUMENT DE LA DEMANDA    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "BACKORD.INF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INFORME.
           COPY HISTSEL.
           COPY TRACSEL.
           COPY CANVSEL.
           COPY TESTISEL.
           COPY AUDITSEL.

       01 PENDENT-REG.
            05 PEN-NUMERO          PIC 9(5).
            05 PEN-MAGATZEM        PIC X(2).
            05 PEN-QUANTITAT       PIC 9(7).
            05 PEN-DOCUMENT        PIC X(10).
            05 PEN-DATA            PIC X(8).

       FD PENDENTS-NOU.
       01 PENDENT-NOU-REG          PIC X(32).

       FD INDEXADO.
       01 INDEXADO-REG.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
                10 LOT-CODI        PIC X(10).
            05 LOT-RECEPCIO        PIC X(8).
            05 LOT-CADUCITAT       PIC X(8).
            05 LOT-QUANTITAT       PIC 9(7).

       FD PARAMETRE.
       01 PARAMETRE-REG.
       FD INFORME.
       01 INFORME-REG              PIC X(90).

       COPY HISTFD.

       COPY TRACFD.

       COPY CANVFD.

       COPY TESTIFD.

       COPY AUDITFD.
           01 DIES-AVUI PIC S9(7).
           01 DIES-ESPERA PIC S9(5).
           01 LLINDAR-DIES PIC 9(3) VALUE 7.
           01 IMATGE-ABANS PIC X(45).
           01 SW-PRODUCTE-LLEGIT PIC X VALUE "N".
               88 PRODUCTE-LLEGIT VALUE "S".
           01 SW-LLINDAR-SUPERAT PIC X VALUE "N".
           01 CONTROL-LOTS.
               05 NUMERO-LOTS          PIC 9(5).
               05 MAGATZEM-LOTS        PIC X(2).
               05 QUANT-A-CONSUMIR     PIC S9(8).
               05 QUANT-CONSUMIDA      PIC 9(7).
               05 MILLOR-LOT           PIC X(10).
               05 MILLOR-CADUCITAT     PIC X(8).
               05 SW-LOT-TROBAT        PIC X VALUE "N".
                       15 TDEM-DOCUMENT    PIC X(10).
                   10 TDEM-NUMERO      PIC 9(5).
                   10 TDEM-MAGATZEM    PIC X(2).
                   10 TDEM-QUANTITAT   PIC 9(7).
           01 DEMANDA-TREBALL.
               05 TRB-ORDRE.
                   10 TRB-DATA         PIC X(8).
                   10 TRB-DOCUMENT     PIC X(10).
               05 TRB-NUMERO       PIC 9(5).
               05 TRB-MAGATZEM     PIC X(2).
               05 TRB-QUANTITAT    PIC 9(7).
           01 CONTROL-DEMANDES.
               05 MAX-DEMANDES   PIC 9(3) VALUE 500.
               05 IX-DEM         PIC 9(3).
               05 FILLER               PIC X(5) VALUE " DOC=".
               05 LDE-DOCUMENT         PIC X(10).
               05 FILLER               PIC X(11) VALUE " QUANTITAT=".
               05 LDE-QUANTITAT        PIC Z(6)9.
               05 FILLER               PIC X(1) VALUE SPACE.
               05 LDE-RESULTAT         PIC X(8).
               05 FILLER               PIC X(9) VALUE " ESPERA=".
               05 TOT-TITOL            PIC X(25).
               05 TOT-VALOR            PIC Z(6)9.
           COPY DATAWS.
           COPY HISTWS.
           COPY TRACWS.
           COPY CANVWS.
           COPY TESTIWS.
           COPY AUDITWS.

               DISPLAY "BACKORD: ERROR OBRIR LOTS FS=" FS-LOTS
               GO TO BACKORD-ABEND
           END-IF
           MOVE "BACKORD" TO HI-PROGRAMA-RTN
           MOVE DATA-AVUI TO HI-DATA-APUNT-RTN
           PERFORM HISTORIC-OBRIR
           IF NOT HISTORIC-OBERT
               GO TO BACKORD-ABEND
           END-IF
           MOVE "BACKORD" TO TR-PROGRAMA-RTN
           PERFORM TRACALOT-OBRIR
           IF NOT TRACALOT-OBERT
               GO TO BACKORD-ABEND
           END-IF
           MOVE "BACKORD" TO CV-PROGRAMA-RTN
           PERFORM CANVIDX-OBRIR
           IF NOT CANVIDX-OBERT
               GO TO BACKORD-ABEND
           END-IF
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
               DISPLAY "BACKORD: ERROR OBRIR INFORME FS="

           PERFORM ESCRIURE-TOTALS
           CLOSE INDEXADO, INFORME, PENDENTS-NOU, LOTS
           PERFORM HISTORIC-TANCAR
           PERFORM TRACALOT-TANCAR
           PERFORM CANVIDX-TANCAR
           PERFORM TESTIMONI-ALLIBERAR
           PERFORM CANVIAR-PENDENTS
           DISPLAY "BACKORD: DEMANDES PENDENTS   : " CNT-PENDENTS
       BACKORD-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE INDEXADO, INFORME, PENDENTS-NOU, LOTS
           PERFORM HISTORIC-TANCAR
           PERFORM TRACALOT-TANCAR
           PERFORM CANVIDX-TANCAR
           PERFORM TESTIMONI-ALLIBERAR
           MOVE "BACKORD" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           COMPUTE DIES-ESPERA = DIES-AVUI - DC-DIES-RTN
           IF PRODUCTE-LLEGIT
                   AND CANTIDAD NOT < TDEM-QUANTITAT (IX-DEM)
               MOVE CANTIDAD TO HIS-ANTERIOR
               MOVE INDEXADO-REG TO IMATGE-ABANS
               SUBTRACT TDEM-QUANTITAT (IX-DEM) FROM CANTIDAD
               REWRITE INDEXADO-REG
                   INVALID KEY
                       DISPLAY "BACKORD: ERROR REESCRIURE " NUMERO1
                       GO TO BACKORD-ABEND
               END-REWRITE
               PERFORM ANOTAR-CANVI
               PERFORM ESCRIURE-HISTORIC
               MOVE TDEM-NUMERO (IX-DEM) TO NUMERO-LOTS
               MOVE TDEM-MAGATZEM (IX-DEM) TO MAGATZEM-LOTS
               MOVE TDEM-QUANTITAT (IX-DEM) TO QUANT-A-CONSUMIR
               PERFORM GUARDAR-PENDENT
           END-IF.

       ESCRIURE-HISTORIC.
           MOVE NUMERO1 TO HIS-NUMERO
           MOVE MAGATZEM TO HIS-MAGATZEM
           MOVE DATA-AVUI TO HIS-DATA
           MOVE TDEM-DOCUMENT (IX-DEM) TO HIS-DOCUMENT
           MOVE "S" TO HIS-TIPUS
           MOVE TDEM-QUANTITAT (IX-DEM) TO HIS-QUANTITAT
           MOVE CANTIDAD TO HIS-POSTERIOR
           MOVE SPACES TO HIS-MAGATZEM-ALTRE
           PERFORM HISTORIC-ESCRIURE
           IF HISTORIC-ERROR
               GO TO BACKORD-ABEND
           END-IF.

      ************************************************************
      * APUNT AL REGISTRE DE CANVIS DEL REGISTRE DEL MESTRE JUST *
      * REESCRIT; IMATGE-ABANS LA DEIXA QUI CRIDA                *
      ************************************************************
       ANOTAR-CANVI.
           MOVE "M" TO CAN-ACCIO
           MOVE CLAU-INDEXAT TO CAN-CLAU
           MOVE TDEM-DOCUMENT (IX-DEM) TO CAN-REFERENCIA
           MOVE IMATGE-ABANS TO CAN-ABANS
           MOVE INDEXADO-REG TO CAN-DESPRES
           PERFORM CANVIDX-ESCRIURE
           IF CANVIDX-ERROR
               GO TO BACKORD-ABEND
           END-IF.

       ESCRIURE-LINIA-DEMANDA.
           MOVE TDEM-NUMERO (IX-DEM) TO LDE-NUMERO
           MOVE TDEM-MAGATZEM (IX-DEM) TO LDE-MAGATZEM
                           " DESAPAREGUT, CONSUM ATURAT"
                       MOVE "N" TO SW-LOT-TROBAT
                   NOT INVALID KEY
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

       ANOTAR-CONSUM-LOT.
           MOVE LOT-CLAU TO TRC-CLAU-LOT
           MOVE TDEM-DOCUMENT (IX-DEM) TO TRC-DOCUMENT
           MOVE "S" TO TRC-TIPUS
           MOVE QUANT-CONSUMIDA TO TRC-QUANTITAT
           MOVE DATA-AVUI TO TRC-DATA
           MOVE SPACES TO TRC-MAGATZEM-DESTI
           MOVE SPACES TO TRC-LOT-DESTI
           PERFORM TRACALOT-ESCRIURE
           IF TRACALOT-ERROR
               GO TO BACKORD-ABEND
           END-IF.

       CERCAR-LOT-MES-PROPER.
           MOVE "N" TO SW-LOT-TROBAT
           MOVE "N" TO SW-FI-LOTS
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "ENCARA ESPERANT" TO TOT-TITOL
           MOVE CNT-ESPEREN TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "APUNTS A L'HISTORIC" TO TOT-TITOL
           MOVE HI-ESCRITS-RTN TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CONSUMS DE LOTS TRACATS" TO TOT-TITOL
           MOVE TR-ESCRITS-RTN TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "CANVIS DEL MESTRE" TO TOT-TITOL
           MOVE CV-ESCRITS-RTN TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL.

       COPY DATARTN.

       COPY HISTRTN.

       COPY TRACRTN.

       COPY CANVRTN.

       COPY TESTIRTN.

       COPY AUDITRTN.

      *   CAPCALERA  1 + DATA EXECUCIO + NUMERO DE SEQUENCIA     *
      *              (GLSEQ.CKP, S'INCREMENTA A CADA EXTRACCIO)  *
      *   DETALL     2 + ID-PRODUCTE + MOVIMENT DE QUANTITAT I   *
      *              DE VALOR DEL PERIODE (SIGNE SEPARAT), A     *
      *              PREU-UNITAT O A COST MIG SEGONS BASEVAL.PRM *
      *   VENDES     3 + ID-PRODUCTE + BASE I IVA FACTURATS AL   *
      *              PERIODE (LINIES DE FACTURES.TXT)            *
      *   TRAILER    9 + COMPTADOR DE DETALLS + HASH DE          *
      *              QUANTITATS I D'IMPORTS (SUMES ABSOLUTES)    *
      * MES L'INFORME DE CONTROL GLCONTROL.INF PERQUE LES DUES   *
               ASSIGN TO "GLLLIURA.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LLIURAMENTS-NOU.
           SELECT FACTURES
               ASSIGN TO "FACTURES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FACTURES.
           SELECT PARAMETRE
               ASSIGN TO "INTERGL.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETRE.
           COPY COSTSEL.
           COPY AUDITSEL.

       DATA DIVISION.
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
            05 LLI-DATA            PIC X(8).
            05 LLI-PERIODE         PIC 9(6).
            05 LLI-DETALLS         PIC 9(7).
            05 LLI-HASH-QUANT      PIC 9(11).
            05 LLI-HASH-VALOR      PIC 9(13)V99.
            05 LLI-ESTAT           PIC X(1).

       FD LLIURAMENTS-NOU.
       01 LLIURAMENT-NOU-REG       PIC X(53).

       FD FACTURES.
       01 FACTURA-REG              PIC X(121).
       01 FACTURA-LINIA.
            05 FLN-TIPUS           PIC X(1).
            05 FLN-NUMERO          PIC 9(7).
            05 FLN-DATA.
                10 FLN-ANYMES      PIC X(6).
                10 FLN-DIA         PIC X(2).
            05 FLN-PRODUCTE        PIC 9(5).
            05 FLN-MAGATZEM        PIC X(2).
            05 FLN-ID-PRODUCTE     PIC X(2).
            05 FLN-NOMBRE          PIC X(20).
            05 FLN-QUANTITAT       PIC 9(7).
            05 FLN-PREU            PIC 9(4)V99.
            05 FLN-BASE            PIC 9(11)V99.
            05 FLN-PCT-IVA         PIC 9(2)V99.
            05 FLN-IVA             PIC 9(11)V99.

       FD PARAMETRE.
       01 PARAMETRE-REG.
            05 FILLER              PIC X(1).
            05 PARM-SEQUENCIA      PIC 9(5).

       COPY COSTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           01 FS-LLIURAMENTS PIC X(2).
           01 FS-LLIURAMENTS-NOU PIC X(2).
           01 FS-PARAMETRE PIC X(2).
           01 FS-FACTURES PIC X(2).
           01 DATA-AVUI PIC X(8).
           01 NUMERO-SEQUENCIA PIC 9(5) VALUE 1.
           01 PERIODE-EXTRET PIC 9(6) VALUE ZERO.
                   10 TLLI-DATA        PIC X(8).
                   10 TLLI-PERIODE     PIC 9(6).
                   10 TLLI-DETALLS     PIC 9(7).
                   10 TLLI-HASH-QUANT  PIC 9(11).
                   10 TLLI-HASH-VALOR  PIC 9(13)V99.
                   10 TLLI-ESTAT       PIC X(1).
           01 CONTROL-LLIURAMENTS.
               05 CNT-TRASPASSOS       PIC 9(7) VALUE ZERO.
               05 CNT-FORA-PERIODE     PIC 9(7) VALUE ZERO.
               05 CNT-DETALLS          PIC 9(7) VALUE ZERO.
               05 CNT-LINIES-FACTURA   PIC 9(7) VALUE ZERO.
           01 CALCULS.
               05 QUANTITAT-SIGNE PIC S9(8).
               05 VALOR-SIGNE     PIC S9(11)V99.
           01 HASH-TOTALS.
               05 HASH-QUANTITAT  PIC 9(11) VALUE ZERO.
               05 HASH-VALOR      PIC 9(13)V99 VALUE ZERO.
           01 NUM-GRUPS PIC 9(2) VALUE ZERO.
           01 TAULA-GRUPS.
               05 GRUP-ENTRY OCCURS 50 TIMES
                       INDEXED BY IX-GRUP.
                   10 TGRP-ID-PRODUCTE PIC X(2).
                   10 TGRP-QUANTITAT   PIC S9(9).
                   10 TGRP-VALOR       PIC S9(11)V99.
           01 NUM-VENDES PIC 9(2) VALUE ZERO.
           01 TAULA-VENDES.
               05 VENDA-ENTRY OCCURS 50 TIMES
                       INDEXED BY IX-VENDA.
                   10 TVEN-ID-PRODUCTE PIC X(2).
                   10 TVEN-BASE        PIC 9(11)V99.
                   10 TVEN-IVA         PIC 9(11)V99.
           01 TOTALS-VENDES.
               05 TOT-VENDES-BASE PIC 9(13)V99 VALUE ZERO.
               05 TOT-VENDES-IVA  PIC 9(13)V99 VALUE ZERO.
           01 TROBAT-GRUP PIC X VALUE "N".
               88 GRUP-TROBAT VALUE "S".
           01 TAULA-GRUPS-PLENA PIC X VALUE "N".
               05 FILLER          PIC X(1) VALUE "2".
               05 DET-ID-PRODUCTE PIC X(2).
               05 DET-SIGNE-Q     PIC X(1).
               05 DET-QUANTITAT   PIC 9(9).
               05 DET-SIGNE-V     PIC X(1).
               05 DET-VALOR       PIC 9(11)V99.
           01 REG-VENDA.
               05 FILLER          PIC X(1) VALUE "3".
               05 VEN-ID-PRODUCTE PIC X(2).
               05 VEN-BASE        PIC 9(11)V99.
               05 VEN-IVA         PIC 9(11)V99.
           01 REG-TRAILER.
               05 FILLER          PIC X(1) VALUE "9".
               05 TRL-COMPTADOR   PIC 9(7).
               05 TRL-HASH-QUANT  PIC 9(11).
               05 TRL-HASH-VALOR  PIC 9(13)V99.
           01 LINIA-CONTROL.
               05 CTL-ID-PRODUCTE PIC X(2).
               05 FILLER          PIC X(12) VALUE "  QUANTITAT=".
               05 CTL-QUANTITAT   PIC -(8)9.
               05 FILLER          PIC X(8) VALUE "  VALOR=".
               05 CTL-VALOR       PIC -(10)9.99.
           01 LINIA-VENDA.
               05 LVE-ID-PRODUCTE PIC X(2).
               05 FILLER          PIC X(7) VALUE "  BASE=".
               05 LVE-BASE        PIC Z(10)9.99.
               05 FILLER          PIC X(6) VALUE "  IVA=".
               05 LVE-IVA         PIC Z(10)9.99.
           01 LINIA-TOTAL.
               05 TOT-TITOL       PIC X(25).
               05 TOT-VALOR       PIC Z(12)9.99.
           01 LINIA-TOTAL-ENTER.
               05 TOTE-TITOL      PIC X(25).
               05 TOTE-VALOR      PIC Z(10)9.
           COPY COSTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
               GO TO INTERGL-ABEND
           END-IF

           MOVE "INTERGL" TO CM-PROGRAMA-RTN
           PERFORM COST-INICIAR
           PERFORM LLEGIR-MOVIMENT

       PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
       END-PERFORM.

           CLOSE MOVIMENTS, INDEXADO
           PERFORM COST-TANCAR
           PERFORM RECOLLIR-VENDES
           PERFORM ESCRIURE-INTERFICIE
           PERFORM ESCRIURE-CONTROL
           IF MODE-REGEN
           DISPLAY "INTERGL: CLAUS NO TROBADES  : " CNT-NO-TROBATS
           DISPLAY "INTERGL: TIPUS INCORRECTES  : " CNT-TIPUS-DOLENTS
           DISPLAY "INTERGL: FORA DE PERIODE    : " CNT-FORA-PERIODE
           DISPLAY "INTERGL: LINIES DE FACTURA  : " CNT-LINIES-FACTURA
           MOVE "INTERGL" TO AL-PROGRAMA-RTN
           MOVE "FINAL" TO AL-EVENT-RTN
           MOVE CNT-DETALLS TO AL-COMPTADOR-RTN
       INTERGL-ABEND.
           MOVE 12 TO RETURN-CODE
           CLOSE MOVIMENTS, INDEXADO
           PERFORM COST-TANCAR
           MOVE "INTERGL" TO AL-PROGRAMA-RTN
           MOVE "ABEND" TO AL-EVENT-RTN
           MOVE CNT-MOVIMENTS TO AL-COMPTADOR-RTN
           END-READ.

      ************************************************************
      * CADA MOVIMENT ES VALORA A PREU-UNITAT O A COST MIG       *
      * PONDERAT, SEGONS BASEVAL.PRM, I S'ACUMULA AL GRUP        *
      * ID-PRODUCTE DEL PRODUCTE: ENTRADES SUMEN, SORTIDES       *
      * RESTEN                                                   *
      ************************************************************
      ************************************************************
      * ELS TRASPASSOS ENTRE MAGATZEMS NO TENEN IMPACTE AL       *
               ELSE
                   MOVE MOV-QUANTITAT TO QUANTITAT-SIGNE
               END-IF
               MOVE NUMERO1 TO CM-NUMERO-RTN
               MOVE MAGATZEM TO CM-MAGATZEM-RTN
               MOVE PREU-UNITAT TO CM-PREU-RTN
               PERFORM COST-UNITARI
               COMPUTE VALOR-SIGNE ROUNDED = QUANTITAT-SIGNE
                   * CM-UNITARI-RTN
               PERFORM ACUMULAR-GRUP
           END-IF.

                   " INCOMPLETA"
           END-IF.

      ************************************************************
      * VENDES: LES LINIES DE FACTURA DATADES DINS DEL PERIODE   *
      * EXTRET (TOTES SI NO N'HI HA) S'ACUMULEN PER GRUP         *
      * ID-PRODUCTE COM A INGRESSOS (BASE) I IVA REPERCUTIT.     *
      * SENSE FACTURES.TXT NO HI HA VENDES A ENVIAR              *
      ************************************************************
       RECOLLIR-VENDES.
           MOVE "FALSE" TO FIN-FICHERO
           OPEN INPUT FACTURES
           IF FS-FACTURES NOT EQUAL "00"
               DISPLAY "INTERGL: SENSE FACTURES.TXT, CAP VENDA"
           ELSE
               PERFORM LLEGIR-FACTURA
               PERFORM UNTIL FIN-FICHERO EQUAL "TRUE"
                   IF FLN-TIPUS EQUAL "L"
                       IF SENSE-PERIODE-EXTRET
                               OR FLN-ANYMES EQUAL PERIODE-EXTRET
                           ADD 1 TO CNT-LINIES-FACTURA
                           PERFORM ACUMULAR-VENDA
                       END-IF
                   END-IF
                   PERFORM LLEGIR-FACTURA
               END-PERFORM
               CLOSE FACTURES
           END-IF.

       LLEGIR-FACTURA.
           READ FACTURES
           AT END SET FIN-FICHERO TO "TRUE"
           NOT AT END
               IF FS-FACTURES NOT EQUAL "00"
                   DISPLAY "INTERGL: ERROR LLEGIR FACTURES FS="
                       FS-FACTURES
                   GO TO INTERGL-ABEND
               END-IF
           END-READ.

       ACUMULAR-VENDA.
           ADD FLN-BASE TO TOT-VENDES-BASE
           ADD FLN-IVA TO TOT-VENDES-IVA
           MOVE "N" TO TROBAT-GRUP
           PERFORM VARYING IX-VENDA FROM 1 BY 1
                   UNTIL IX-VENDA > NUM-VENDES
               IF TVEN-ID-PRODUCTE (IX-VENDA) EQUAL FLN-ID-PRODUCTE
                   SET GRUP-TROBAT TO TRUE
                   ADD FLN-BASE TO TVEN-BASE (IX-VENDA)
                   ADD FLN-IVA TO TVEN-IVA (IX-VENDA)
               END-IF
           END-PERFORM
           IF NOT GRUP-TROBAT
               IF NUM-VENDES < 50
                   ADD 1 TO NUM-VENDES
                   SET IX-VENDA TO NUM-VENDES
                   MOVE FLN-ID-PRODUCTE TO TVEN-ID-PRODUCTE (IX-VENDA)
                   MOVE FLN-BASE TO TVEN-BASE (IX-VENDA)
                   MOVE FLN-IVA TO TVEN-IVA (IX-VENDA)
               ELSE
                   IF NOT TAULA-GRUPS-DESBORDADA
                       SET TAULA-GRUPS-DESBORDADA TO TRUE
                       DISPLAY "INTERGL: TAULA DE VENDES PLENA,"
                           " EXTRACCIO INCOMPLETA"
                   END-IF
               END-IF
           END-IF.

       ESCRIURE-INTERFICIE.
           OPEN OUTPUT INTERFICIE
           IF FS-INTERFICIE NOT EQUAL "00"
           PERFORM ESCRIURE-DETALL
               VARYING IX-GRUP FROM 1 BY 1
               UNTIL IX-GRUP > NUM-GRUPS
           PERFORM ESCRIURE-VENDA
               VARYING IX-VENDA FROM 1 BY 1
               UNTIL IX-VENDA > NUM-VENDES
           MOVE CNT-DETALLS TO TRL-COMPTADOR
           MOVE HASH-QUANTITAT TO TRL-HASH-QUANT
           MOVE HASH-VALOR TO TRL-HASH-VALOR
           ADD DET-VALOR TO HASH-VALOR
           WRITE INTERFICIE-REG FROM REG-DETALL.

       ESCRIURE-VENDA.
           ADD 1 TO CNT-DETALLS
           MOVE TVEN-ID-PRODUCTE (IX-VENDA) TO VEN-ID-PRODUCTE
           MOVE TVEN-BASE (IX-VENDA) TO VEN-BASE
           MOVE TVEN-IVA (IX-VENDA) TO VEN-IVA
           ADD VEN-BASE TO HASH-VALOR
           ADD VEN-IVA TO HASH-VALOR
           WRITE INTERFICIE-REG FROM REG-VENDA.

       ESCRIURE-CONTROL.
           OPEN OUTPUT INFORME
           IF FS-INFORME NOT EQUAL "00"
                   INTO INFORME-REG
           END-IF
           WRITE INFORME-REG
           IF BASE-COST-MIG
               MOVE "VALOR DELS MOVIMENTS A COST MIG PONDERAT"
                   TO INFORME-REG
           ELSE
               MOVE "VALOR DELS MOVIMENTS A PREU-UNITAT"
                   TO INFORME-REG
           END-IF
           WRITE INFORME-REG
           PERFORM VARYING IX-GRUP FROM 1 BY 1
                   UNTIL IX-GRUP > NUM-GRUPS
               MOVE TGRP-ID-PRODUCTE (IX-GRUP) TO CTL-ID-PRODUCTE
               MOVE TGRP-VALOR (IX-GRUP) TO CTL-VALOR
               WRITE INFORME-REG FROM LINIA-CONTROL
           END-PERFORM
           MOVE "--- VENDES FACTURADES PER GRUP ---" TO INFORME-REG
           WRITE INFORME-REG
           PERFORM VARYING IX-VENDA FROM 1 BY 1
                   UNTIL IX-VENDA > NUM-VENDES
               MOVE TVEN-ID-PRODUCTE (IX-VENDA) TO LVE-ID-PRODUCTE
               MOVE TVEN-BASE (IX-VENDA) TO LVE-BASE
               MOVE TVEN-IVA (IX-VENDA) TO LVE-IVA
               WRITE INFORME-REG FROM LINIA-VENDA
           END-PERFORM
           IF TAULA-GRUPS-DESBORDADA
               MOVE "*** EXTRACCIO INCOMPLETA, TAULA PLENA ***"
                   TO INFORME-REG
           MOVE "MOVIMENTS FORA DE PERIODE" TO TOTE-TITOL
           MOVE CNT-FORA-PERIODE TO TOTE-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL-ENTER
           IF BASE-COST-MIG
               MOVE "MOVIMENTS SENSE COST MIG" TO TOTE-TITOL
               MOVE CM-SENSE-COST-RTN TO TOTE-VALOR
               WRITE INFORME-REG FROM LINIA-TOTAL-ENTER
           END-IF
           MOVE "LINIES DE FACTURA" TO TOTE-TITOL
           MOVE CNT-LINIES-FACTURA TO TOTE-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL-ENTER
           MOVE "VENDES BASE IMPOSABLE" TO TOT-TITOL
           MOVE TOT-VENDES-BASE TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "VENDES IVA REPERCUTIT" TO TOT-TITOL
           MOVE TOT-VENDES-IVA TO TOT-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL
           MOVE "HASH QUANTITATS" TO TOTE-TITOL
           MOVE HASH-QUANTITAT TO TOTE-VALOR
           WRITE INFORME-REG FROM LINIA-TOTAL-ENTER
           WRITE INFORME-REG FROM LINIA-TOTAL
           CLOSE INFORME.

       COPY COSTRTN.

       COPY AUDITRTN.

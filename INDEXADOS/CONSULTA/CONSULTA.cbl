      *   S        REGISTRE SEGUENT (START/READ NEXT)            *
      *   A        REGISTRE ANTERIOR                             *
      *   M        MODIFICAR CANTIDAD DEL REGISTRE EN PANTALLA   *
      *            (AMB CONFIRMACIO). NOMES SI LES INICIALS DE   *
      *            L'OPERADOR SON A OPERADORS.TXT; SI NO, LA     *
      *            SESSIO ES NOMES DE CONSULTA. SI EL VALOR DE   *
      *            L'AJUST A PREU-UNITAT SUPERA EL LIMIT DE      *
      *            L'OPERADOR, L'AJUST NO VA AL DIARI: QUEDA     *
      *            PENDENT D'APROVACIO A APROVAC.TXT (APROVA).   *
      *            DINS DEL LIMIT, EL CANVI CONFIRMAT NO         *
      *            REESCRIU EL MESTRE: S'ANOTA COM A MOVIMENT    *
      *            D'AJUST AL DIARI MOVIMENTS.TXT (DOCUMENT      *
      *            CON+INICIALS DE L'OPERADOR+HORA DE SESSIO)    *
      *            MATEIX REGISTRE LA CANTIDAD EN PANTALLA JA    *
      *            INCLOU L'AJUST PENDENT, DE MANERA QUE UNA M   *
      *            REPETIDA NOMES ANOTA LA DIFERENCIA            *
      *            INCREMENTAL I NO DUPLICA RES. UNA CLAU AMB UN *
      *            AJUST ENVIAT A APROVACIO EN LA SESSIO NO      *
      *            ADMET CAP ALTRA M FINS QUE APROVA EL RESOLGUI *
      *            I MOVPOST L'APLIQUI (EN UNA SESSIO NOVA)      *
      *   P        PREU VIGENT A UNA DATA (HISTORIC)             *
      *   H        DARRERS MOVIMENTS APLICATS AL REGISTRE EN     *
      *            PANTALLA (HISTORIC.TXT, DEL MES RECENT AL     *
      *            MES ANTIC, AMB EL SALDO DESPRES DE CADASCUN)  *
      *   F        FI DE LA SESSIO                               *
      * AMB CONSULTA.PRM ES MANTE L'EXECUCIO PER LOTS D'UNA      *
      * SOLA CONSULTA, AMB ELS MODES:                            *
      *   NOM TEXT    - LLISTAT PER PREFIX DE NOMBRE             *
      *   PRE NNNNNWWAAAAMMDD - PREU VIGENT DEL PRODUCTE AL      *
      *                 MAGATZEM WW A LA DATA (PREUHIST.TXT)     *
      *   HIS NNNNNWW - DARRERS MOVIMENTS DE LA CLAU             *
      *                 (HISTORIC.TXT)                           *
      * UNA LINIA NOMES AMB EL NUMERO (FORMAT ANTIC) EQUIVAL     *
      * A KEY DE TOTS ELS MAGATZEMS                              *
      ************************************************************
               ASSIGN TO "MOVIMENTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MOVIMENTS.
           COPY HISTSEL.
           COPY APROSEL.

       DATA DIVISION.
       FILE SECTION.
                10 NUMERO1         PIC 9(5).
                10 MAGATZEM        PIC X(2).
            05 NOMBRE              PIC X(20).
            05 CANTIDAD            PIC 9(7).
            05 PREU-UNITAT         PIC 9(4)V99.
            05 ORDRE               PIC 9(3).
            05 ID-PRODUCTE         PIC X(2).
            05 MOV-NUMERO          PIC 9(5).
            05 MOV-MAGATZEM        PIC X(2).
            05 MOV-TIPUS           PIC X(1).
            05 MOV-QUANTITAT       PIC 9(7).
            05 MOV-DOCUMENT        PIC X(10).
            05 MOV-MAGATZEM-DESTI  PIC X(2).
            05 MOV-DATA            PIC X(8).
            05 MOV-CADUCITAT       PIC X(8).

       COPY HISTFD.

       COPY APROFD.

       WORKING-STORAGE SECTION.
           01 FS-INDEXADO PIC X(2).
           01 FS-PARAMETRE PIC X(2).
                   88 FI-SESSIO VALUE "S".
               05 SW-REGISTRE-ACTIU   PIC X VALUE "N".
                   88 REGISTRE-ACTIU VALUE "S".
               05 NOVA-CANTIDAD       PIC X(7).
               05 NOVA-CANTIDAD-N REDEFINES NOVA-CANTIDAD
                                      PIC 9(7).
               05 RESPOSTA            PIC X(1).
           01 CAMPS-EDITATS.
               05 CANTIDAD-EDITADA    PIC Z(6)9.
               05 PREU-EDITAT         PIC Z(4)9.99.
               05 ORDRE-EDITAT        PIC ZZ9.
           01 CONSULTA-A-DATA.
               05 INICIALS-OPERADOR   PIC X(3).
               05 HORA-SESSIO         PIC X(8).
               05 DOCUMENT-AJUST      PIC X(10).
               05 DIFERENCIA-AJUST    PIC S9(8).
               05 VALOR-AJUST         PIC 9(11)V99.
               05 VALOR-EDITAT        PIC Z(10)9.99.
               05 LIMIT-EDITAT        PIC Z(6)9.99.
               05 SW-MODIFICAR-PERMES PIC X VALUE "N".
                   88 MODIFICAR-PERMES VALUE "S".
           01 NUM-AJUSTOS PIC 9(2) VALUE ZERO.
           01 TAULA-AJUSTOS.
               05 AJUST-ENTRY OCCURS 50 TIMES.
                   10 TAJ-NUMERO      PIC 9(5).
                   10 TAJ-MAGATZEM    PIC X(2).
                   10 TAJ-CANTIDAD    PIC 9(7).
                   10 TAJ-ESTAT       PIC X(1).
                       88 TAJ-PER-APROVAR VALUE "P".
           01 CONTROL-TAULA-AJUSTOS.
               05 MAX-AJUSTOS    PIC 9(2) VALUE 50.
               05 IX-AJ          PIC 9(2).
                   88 AJUST-VIGENT VALUE "S".
               05 SW-AJUST-GUARDAT PIC X.
                   88 AJUST-GUARDAT VALUE "S".
               05 SW-APROV-PENDENT PIC X VALUE "N".
                   88 APROV-PENDENT VALUE "S".
               05 ESTAT-AJUST     PIC X(1).
           01 CONTROL-MOVIMENTS.
               05 MAX-MOVIMENTS-PANTALLA PIC 9(2) VALUE 10.
               05 CNT-MOVIMENTS-PANTALLA PIC 9(2).
               05 SW-FI-MOVIMENTS     PIC X VALUE "N".
                   88 FI-MOVIMENTS VALUE "S".
               05 QUANTITAT-EDITADA   PIC Z(6)9.
               05 SALDO-EDITAT        PIC Z(6)9.
           COPY HISTWS.
           COPY APROWS.

       PROCEDURE DIVISION.
       CONSULTA-RTN.
                       PERFORM BROWSE-NOMBRE
                   WHEN "PRE"
                       PERFORM CONSULTA-PREU-A-DATA
                   WHEN "HIS"
                       MOVE NUMERO1-CERCAT TO NUMERO1
                       MOVE MAGATZEM-CERCAT TO MAGATZEM
                       PERFORM MOSTRAR-MOVIMENTS
                   WHEN OTHER
                       PERFORM CONSULTA-PUNTUAL
               END-EVALUATE
                           MOVE PARM-VALOR-MAGATZEM
                               TO MAGATZEM-CERCAT
                           MOVE PARM-VALOR-DATA TO DATA-CERCADA
                       WHEN "HIS"
                           MOVE "HIS" TO MODE-CONSULTA
                           MOVE PARM-VALOR-NUMERO TO NUMERO1-CERCAT
                           MOVE PARM-VALOR-MAGATZEM
                               TO MAGATZEM-CERCAT
                       WHEN OTHER
                           MOVE "KEY" TO MODE-CONSULTA
                           MOVE PARM-NUMERO1 TO NUMERO1-CERCAT
           IF INICIALS-OPERADOR EQUAL SPACES
               MOVE "???" TO INICIALS-OPERADOR
           END-IF
           PERFORM VALIDAR-OPERADOR
           MOVE SPACES TO DOCUMENT-AJUST
           STRING "CON" DELIMITED BY SIZE
               INICIALS-OPERADOR DELIMITED BY SIZE
           PERFORM UNTIL FI-SESSIO
               DISPLAY "NUMERO (5 DIGITS, +MAGATZEM OPCIONAL),"
                   " S=SEGUENT, A=ANTERIOR, M=MODIFICAR CANTIDAD,"
                   " P=PREU A DATA, H=MOVIMENTS, F=FI:"
               MOVE SPACES TO ORDRE-OPERADOR
               ACCEPT ORDRE-OPERADOR
               EVALUATE ORDRE-OPERADOR (1:1)
                       PERFORM LLEGIR-ANTERIOR
                   WHEN "M"
                   WHEN "m"
                       IF MODIFICAR-PERMES
                           PERFORM MODIFICAR-CANTIDAD
                       ELSE
                           DISPLAY "CONSULTA: OPERADOR "
                               INICIALS-OPERADOR
                               " SENSE AUTORITZACIO PER MODIFICAR"
                       END-IF
                   WHEN "P"
                   WHEN "p"
                       PERFORM DEMANAR-PREU-A-DATA
                   WHEN "H"
                   WHEN "h"
                       IF NOT REGISTRE-ACTIU
                           DISPLAY "CONSULTA: CAP REGISTRE EN PANTALLA"
                       ELSE
                           PERFORM MOSTRAR-MOVIMENTS
                       END-IF
                   WHEN OTHER
                       PERFORM CERCAR-PER-NUMERO
               END-EVALUATE
      * L'APLICARA PEL CIRCUIT NORMAL                            *
      ************************************************************
       MODIFICAR-CANTIDAD.
           IF REGISTRE-ACTIU
               PERFORM CERCAR-APROVACIO-PENDENT
           END-IF
           EVALUATE TRUE
               WHEN NOT REGISTRE-ACTIU
                   DISPLAY "CONSULTA: CAP REGISTRE EN PANTALLA"
               WHEN APROV-PENDENT
                   DISPLAY "CONSULTA: " NUMERO1 " MAGATZEM " MAGATZEM
                       " TE UN AJUST PENDENT D'APROVACIO A"
                       " APROVAC.TXT, CAL ESPERAR QUE APROVA EL"
                       " RESOLGUI"
               WHEN OTHER
                   PERFORM DEMANAR-CANTIDAD-NOVA
           END-EVALUATE.

       DEMANAR-CANTIDAD-NOVA.
           DISPLAY "CANTIDAD NOVA (7 DIGITS) PER " NUMERO1
               " MAGATZEM " MAGATZEM ":"
           MOVE SPACES TO NOVA-CANTIDAD
           ACCEPT NOVA-CANTIDAD
           IF NOVA-CANTIDAD NOT NUMERIC
               DISPLAY "CONSULTA: CANTIDAD NO NUMERICA,"
                   " NO ES MODIFICA"
           ELSE
               DISPLAY "CONFIRMAR CANVI DE " CANTIDAD " A "
                   NOVA-CANTIDAD-N " (S/N):"
               MOVE SPACE TO RESPOSTA
               ACCEPT RESPOSTA
               IF RESPOSTA EQUAL "S" OR RESPOSTA EQUAL "s"
                   PERFORM ANOTAR-AJUST-DIARI
               ELSE
                   DISPLAY "CONSULTA: CANVI ANULAT"
               END-IF
           END-IF.

      ************************************************************
      * LES INICIALS HAN DE SER A OPERADORS.TXT PER PODER FER M; *
      * EL LIMIT DE L'OPERADOR DECIDEIX SI L'AJUST VA AL DIARI O *
      * A APROVACIO                                              *
      ************************************************************
       VALIDAR-OPERADOR.
           MOVE "CONSULTA" TO AP-PROGRAMA-RTN
           MOVE "N" TO SW-MODIFICAR-PERMES
           PERFORM OPERADORS-CARREGAR THRU OPERADORS-CARREGAR-EXIT
           MOVE INICIALS-OPERADOR TO AP-INICIALS-RTN
           PERFORM OPERADOR-CERCAR THRU OPERADOR-CERCAR-EXIT
           IF OPERADOR-TROBAT
               SET MODIFICAR-PERMES TO TRUE
               MOVE AP-LIMIT-RTN TO LIMIT-EDITAT
               DISPLAY "CONSULTA: OPERADOR " AP-NOM-RTN
                   " LIMIT D'AJUST " LIMIT-EDITAT
           ELSE
               DISPLAY "CONSULTA: INICIALS " INICIALS-OPERADOR
                   " NO DONADES D'ALTA A OPERADORS.TXT, SESSIO NOMES"
                   " DE CONSULTA"
           END-IF.

      ************************************************************
      * LA DIFERENCIA ES CALCULA CONTRA LA CANTIDAD EN PANTALLA, *
      * QUE JA INCLOU ELS AJUSTOS PENDENTS DE LA SESSIO: UNA M   *
      * REPETIDA SOBRE EL MATEIX REGISTRE NOMES ANOTA            *
      * L'INCREMENT. L'AJUST ANOTAT ES RECORDA A LA TAULA DE     *
      * SESSIO PERQUE EL REGISTRE ES TORNI A MOSTRAR AMB LA      *
      * CANTIDAD RESULTANT; L'ENVIAT A APROVACIO HI QUEDA MARCAT *
      * I BLOQUEJA NOVES M SOBRE LA CLAU (MODIFICAR-CANTIDAD)    *
      ************************************************************
       ANOTAR-AJUST-DIARI.
           COMPUTE DIFERENCIA-AJUST = NOVA-CANTIDAD-N - CANTIDAD
           IF DIFERENCIA-AJUST < ZERO
               COMPUTE VALOR-AJUST =
                   (ZERO - DIFERENCIA-AJUST) * PREU-UNITAT
           ELSE
               COMPUTE VALOR-AJUST = DIFERENCIA-AJUST * PREU-UNITAT
           END-IF
           EVALUATE TRUE
               WHEN DIFERENCIA-AJUST EQUAL ZERO
                   DISPLAY "CONSULTA: CAP DIFERENCIA, RES A ANOTAR"
               WHEN VALOR-AJUST > AP-LIMIT-RTN
                   PERFORM ANOTAR-AJUST-APROVACIO
               WHEN OTHER
                   PERFORM ESCRIURE-AJUST-DIARI
           END-EVALUATE.

       ESCRIURE-AJUST-DIARI.
           OPEN EXTEND MOVIMENTS
           IF FS-MOVIMENTS NOT EQUAL "00"
               OPEN OUTPUT MOVIMENTS
           END-IF
           IF FS-MOVIMENTS NOT EQUAL "00"
               DISPLAY "CONSULTA: ERROR OBRIR DIARI FS="
                   FS-MOVIMENTS ", CANVI NO ANOTAT"
           ELSE
               MOVE NUMERO1 TO MOV-NUMERO
               MOVE MAGATZEM TO MOV-MAGATZEM
               IF DIFERENCIA-AJUST > ZERO
                   MOVE "E" TO MOV-TIPUS
                   MOVE DIFERENCIA-AJUST TO MOV-QUANTITAT
               ELSE
                   MOVE "S" TO MOV-TIPUS
                   COMPUTE MOV-QUANTITAT =
                       ZERO - DIFERENCIA-AJUST
               END-IF
               MOVE DOCUMENT-AJUST TO MOV-DOCUMENT
               MOVE SPACES TO MOV-MAGATZEM-DESTI
               MOVE DATA-AVUI TO MOV-DATA
               MOVE SPACES TO MOV-CADUCITAT
               WRITE MOVIMENT-REG
               CLOSE MOVIMENTS
               MOVE NOVA-CANTIDAD-N TO CANTIDAD
               MOVE "D" TO ESTAT-AJUST
               PERFORM GUARDAR-AJUST-PENDENT
               DISPLAY "CONSULTA: AJUST ANOTAT AL DIARI AMB"
                   " DOCUMENT " DOCUMENT-AJUST
                   ", S'APLICARA AMB MOVPOST"
           END-IF.

      ************************************************************
      * AJUST PER SOBRE DEL LIMIT DE L'OPERADOR: NO VA AL DIARI, *
      * QUEDA A APROVAC.TXT FINS QUE UN SUPERVISOR L'APROVI O EL *
      * REBUTGI AMB APROVA. LA CANTIDAD EN PANTALLA NO CANVIA,   *
      * PERO LA CLAU ES MARCA A LA TAULA DE SESSIO COM A PENDENT *
      * D'APROVACIO I NO ADMET CAP ALTRA M EN AQUESTA SESSIO,    *
      * PER NO ENVIAR UNA SEGONA SOLLICITUD SOBREPOSADA          *
      ************************************************************
       ANOTAR-AJUST-APROVACIO.
           MOVE "CONSULTA" TO APR-ORIGEN
           MOVE INICIALS-OPERADOR TO APR-SOLICITANT
           MOVE DATA-AVUI TO APR-DATA-SOL
           ACCEPT APR-HORA-SOL FROM TIME
           MOVE NUMERO1 TO APR-NUMERO
           MOVE MAGATZEM TO APR-MAGATZEM
           IF DIFERENCIA-AJUST > ZERO
               MOVE "E" TO APR-TIPUS
               MOVE DIFERENCIA-AJUST TO APR-QUANTITAT
           ELSE
               MOVE "S" TO APR-TIPUS
               COMPUTE APR-QUANTITAT = ZERO - DIFERENCIA-AJUST
           END-IF
           MOVE DOCUMENT-AJUST TO APR-DOCUMENT
           MOVE SPACES TO APR-MAGATZEM-DESTI
           MOVE DATA-AVUI TO APR-DATA
           MOVE SPACES TO APR-CADUCITAT
           MOVE PREU-UNITAT TO APR-PREU
           MOVE VALOR-AJUST TO APR-VALOR
           MOVE AP-LIMIT-RTN TO APR-LIMIT
           PERFORM APROVACIO-ANOTAR THRU APROVACIO-ANOTAR-EXIT
           PERFORM APROVACIO-TANCAR THRU APROVACIO-TANCAR-EXIT
           MOVE VALOR-AJUST TO VALOR-EDITAT
           MOVE AP-LIMIT-RTN TO LIMIT-EDITAT
           IF APROVACIO-ANOTADA
               DISPLAY "CONSULTA: VALOR DE L'AJUST " VALOR-EDITAT
                   " SUPERA EL LIMIT " LIMIT-EDITAT
               DISPLAY "CONSULTA: AJUST PENDENT D'APROVACIO A"
                   " APROVAC.TXT, NO S'ANOTA AL DIARI"
               MOVE "P" TO ESTAT-AJUST
               PERFORM GUARDAR-AJUST-PENDENT
           ELSE
               DISPLAY "CONSULTA: AJUST NO ANOTAT"
           END-IF.

       GUARDAR-AJUST-PENDENT.
               IF TAJ-NUMERO (IX-AJ) EQUAL NUMERO1
                       AND TAJ-MAGATZEM (IX-AJ) EQUAL MAGATZEM
                   SET AJUST-GUARDAT TO TRUE
                   MOVE CANTIDAD TO TAJ-CANTIDAD (IX-AJ)
                   MOVE ESTAT-AJUST TO TAJ-ESTAT (IX-AJ)
               END-IF
           END-PERFORM
           IF NOT AJUST-GUARDAT
                   ADD 1 TO NUM-AJUSTOS
                   MOVE NUMERO1 TO TAJ-NUMERO (NUM-AJUSTOS)
                   MOVE MAGATZEM TO TAJ-MAGATZEM (NUM-AJUSTOS)
                   MOVE CANTIDAD TO TAJ-CANTIDAD (NUM-AJUSTOS)
                   MOVE ESTAT-AJUST TO TAJ-ESTAT (NUM-AJUSTOS)
               ELSE
                   DISPLAY "CONSULTA: TAULA D'AJUSTOS DE SESSIO"
                       " PLENA, UNA NOVA M SOBRE AQUEST REGISTRE"
               END-IF
           END-IF.

       CERCAR-APROVACIO-PENDENT.
           MOVE "N" TO SW-APROV-PENDENT
           PERFORM VARYING IX-AJ FROM 1 BY 1
               UNTIL IX-AJ > NUM-AJUSTOS OR APROV-PENDENT
               IF TAJ-NUMERO (IX-AJ) EQUAL NUMERO1
                       AND TAJ-MAGATZEM (IX-AJ) EQUAL MAGATZEM
                       AND TAJ-PER-APROVAR (IX-AJ)
                   SET APROV-PENDENT TO TRUE
               END-IF
           END-PERFORM.

      ************************************************************
      * EN MOSTRAR UN REGISTRE, SI TE UN AJUST ANOTAT EN AQUESTA *
      * SESSIO LA CANTIDAD EN PANTALLA ES LA RESULTANT DE        *
                       " SENSE CANVIS REGISTRATS, VAL EL PREU ACTUAL"
           END-EVALUATE.

      ************************************************************
      * DARRERS MOVIMENTS DE LA CLAU NUMERO1+MAGATZEM: ES        *
      * POSICIONA DARRERE DEL DARRER APUNT DE LA CLAU A          *
      * L'HISTORIC I ES LLEGEIX CAP ENRERE FINS A                *
      * MAX-MOVIMENTS-PANTALLA APUNTS O FINS A CANVIAR DE CLAU   *
      ************************************************************
       MOSTRAR-MOVIMENTS.
           OPEN INPUT HISTORIC
           IF FS-HISTORIC NOT EQUAL "00"
               DISPLAY "CONSULTA: SENSE HISTORIC DE MOVIMENTS FS="
                   FS-HISTORIC
           ELSE
               MOVE ZERO TO CNT-MOVIMENTS-PANTALLA
               MOVE "N" TO SW-FI-MOVIMENTS
               MOVE NUMERO1 TO HIS-NUMERO
               MOVE MAGATZEM TO HIS-MAGATZEM
               MOVE HIGH-VALUES TO HIS-DATA
               MOVE HIGH-VALUES TO HIS-DOCUMENT
               MOVE 99 TO HIS-SEQUENCIA
               START HISTORIC KEY NOT GREATER HIS-CLAU
                   INVALID KEY
                       SET FI-MOVIMENTS TO TRUE
               END-START
               DISPLAY "DARRERS MOVIMENTS DE " NUMERO1 " " MAGATZEM
               DISPLAY "DATA     DOCUMENT   T MG QUANTITAT   SALDO"
                   " PROGRAMA"
               PERFORM UNTIL FI-MOVIMENTS
                   READ HISTORIC PREVIOUS
                   AT END SET FI-MOVIMENTS TO TRUE
                   NOT AT END
                       IF HIS-NUMERO NOT EQUAL NUMERO1
                               OR HIS-MAGATZEM NOT EQUAL MAGATZEM
                           SET FI-MOVIMENTS TO TRUE
                       ELSE
                           PERFORM MOSTRAR-APUNT-HISTORIC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIC
               IF CNT-MOVIMENTS-PANTALLA EQUAL ZERO
                   DISPLAY "CONSULTA: CAP MOVIMENT A L'HISTORIC"
               END-IF
           END-IF.

       MOSTRAR-APUNT-HISTORIC.
           ADD 1 TO CNT-MOVIMENTS-PANTALLA
           MOVE HIS-QUANTITAT TO QUANTITAT-EDITADA
           MOVE HIS-POSTERIOR TO SALDO-EDITAT
           DISPLAY HIS-DATA " " HIS-DOCUMENT " " HIS-TIPUS " "
               HIS-MAGATZEM-ALTRE "   " QUANTITAT-EDITADA " "
               SALDO-EDITAT " " HIS-PROGRAMA
           IF CNT-MOVIMENTS-PANTALLA NOT LESS MAX-MOVIMENTS-PANTALLA
               SET FI-MOVIMENTS TO TRUE
           END-IF.

       BROWSE-PRODUCTE.
           MOVE PRODUCTE-CERCAT TO ID-PRODUCTE
           START INDEXADO KEY EQUAL ID-PRODUCTE OF INDEXADO-IN
               DISPLAY "(CANTIDAD INCLOU AJUST PENDENT D'APLICAR"
                   " PER MOVPOST)"
           END-IF.

       COPY APRORTN.

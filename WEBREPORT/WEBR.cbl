      * CAPCALERES DE LA TAULA HTML I LES COLUMNES DE report.csv *
      * SEGUEIXEN TOTS AQUESTA DEFINICIO, DE MANERA QUE UNA      *
      * PARELLA DE FITXERS NOVA NOMES DEMANA CANVIAR WEBR.PRM    *
      * MODE LOT: SI EXISTEIX WEBRLOT.PRM, CADA LINIA ES UNA     *
      * COMPARACIO (LES QUE COMENCEN PER * S'IGNOREN)            *
      *   FITXER FA X(20) + FITXER FB X(20) + PREFIX X(10) +     *
      *   FITXER DE DISPOSICIO X(20) (FORMAT DE WEBR.PRM; EN     *
      *   BLANC ES FA SERVIR WEBR.PRM)                           *
      * CADA COMPARACIO TREU prefix_NNNN.html I prefix.csv       *
      * (SENSE PREFIX, webrNNN) I UN EVENT COMPA A L'AUDITLOG.   *
      * AL FINAL ES GENERA index.html AMB UNA FILA PER           *
      * COMPARACIO: APARELLATS, NOMES A FA, NOMES A FB I ESTAT.  *
      * LES QUE NO QUADREN (REGISTRES SENSE PARELLA) O AMB ERROR *
      * SURTEN RESSALTADES; UN ERROR NO ATURA LA RESTA DEL LOT   *
      * RC LOT: 0 TOT QUADRA, 4 ALGUNA NO QUADRA, 12 ALGUN ERROR *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WEB ASSIGN TO DYNAMIC WS-NOM-FITXER-WEB
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS IS FS-WEB.
           SELECT PARM-WEBR ASSIGN TO DYNAMIC WS-NOM-FITXER-PRM
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS IS FS-PARM-WEBR.
           SELECT CSV-WEB ASSIGN TO DYNAMIC WS-NOM-FITXER-CSV
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS IS FS-CSV-WEB.
           SELECT LOT-WEBR ASSIGN TO "WEBRLOT.PRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS IS FS-LOT-WEBR.
           SELECT INDEX-WEB ASSIGN TO "index.html"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS IS FS-INDEX-WEB.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD CSV-WEB.
       01 REG-CSV.
           05 FILLER   PIC X(500).
       FD LOT-WEBR.
       01 LOT-WEBR-REG.
           05 LOT-FITXER-FA    PIC X(20).
           05 LOT-FITXER-FB    PIC X(20).
           05 LOT-PREFIX       PIC X(10).
           05 LOT-PARAMETRES   PIC X(20).
       FD INDEX-WEB.
       01 REG-INDEX.
           05 FILLER   PIC X(500).
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
           05 FS-CSV-WEB PIC X(02).
           05 FS-ORDENAT-FA PIC X(02).
           05 FS-ORDENAT-FB PIC X(02).
           05 FS-LOT-WEBR PIC X(02).
           05 FS-INDEX-WEB PIC X(02).
       01 NOMS-FITXERS-ENTRADA.
           05 WS-NOM-FITXER-FA PIC X(20) VALUE "FA.txt".
           05 WS-NOM-FITXER-FB PIC X(20) VALUE "FB.txt".
           05 WS-NOM-FITXER-PRM PIC X(20) VALUE "WEBR.PRM".
       01 NOMS-FITXERS-SORTIDA.
           05 WS-PREFIX-SORTIDA PIC X(10) VALUE "report".
           05 WS-NOM-FITXER-CSV PIC X(20) VALUE "report.csv".
       01 CONTROL-LOT.
           05 WS-SW-MODE-LOT       PIC X VALUE 'N'.
               88 MODE-LOT VALUE 'S'.
           05 WS-SW-FI-LOT         PIC X VALUE 'N'.
               88 FI-LOT VALUE 'S'.
           05 WS-SW-SEQ-ERRONIA    PIC X VALUE 'N'.
               88 SEQUENCIA-ERRONIA VALUE 'S'.
           05 WS-SW-ENTRADES       PIC X VALUE 'S'.
               88 ENTRADES-PRESENTS VALUE 'S'.
           05 WS-NUM-COMPARACIO    PIC 9(03) VALUE ZERO.
           05 WS-ESTAT-COMPARACIO  PIC X(09).
               88 COMPARACIO-QUADRA VALUE "QUADRA".
               88 COMPARACIO-NO-QUADRA VALUE "NO QUADRA".
               88 COMPARACIO-ERRONIA VALUE "ERROR".
           05 CNT-QUADREN          PIC 9(03) VALUE ZERO.
           05 CNT-NO-QUADREN       PIC 9(03) VALUE ZERO.
           05 CNT-ERRONIES         PIC 9(03) VALUE ZERO.
       01 CONTROL-SEQUENCIA.
           05 WS-SW-PRESORT PIC X VALUE 'N'.
               88 AMB-PRESORT VALUE 'S'.
       01 COMPTADORS-RECONCILIACIO.
           05 CNT-LLEGITS01 PIC 9(7) VALUE ZERO.
           05 CNT-LLEGITS02 PIC 9(7) VALUE ZERO.
           05 CNT-APARELLATS PIC 9(7) VALUE ZERO.
           05 CNT-NOMES-FA PIC 9(7) VALUE ZERO.
           05 CNT-NOMES-FB PIC 9(7) VALUE ZERO.
       01 HTML-PEU-RECONCILIACIO PIC X(90).
       01 HTML-PEU-ALERTA PIC X(80) VALUE
           "<p><strong>*** RECOMPTES FA/FB DIFERENTS ***</strong></p>".
           05 HTML-NAV-ANT PIC X(90).
           05 HTML-NAV-SEG PIC X(90).
           05 HTML-CAP-TAULA PIC X(500).
       01 HTML-INDEX.
           05 HTML-IDX-CAP-TAULA.
               10 FILLER PIC X(45) VALUE
               "<tr><td>COMPARACIO</td><td>FA</td><td>FB</td>".
               10 FILLER PIC X(36) VALUE
               "<td>APARELLATS</td><td>NOMES FA</td>".
               10 FILLER PIC X(36) VALUE
               "<td>NOMES FB</td><td>ESTAT</td></tr>".
           05 HTML-IDX-FILA-OK   PIC X(10) VALUE "<tr>".
           05 HTML-IDX-FILA-ALERTA PIC X(40) VALUE
           "<tr STYLE=""background-color:red"">".
           05 HTML-IDX-FI-TAULA  PIC X(10) VALUE "</table>".
           05 HTML-IDX-FI-PAGINA PIC X(20) VALUE "</body></html>".
           05 HTML-IDX-ALERTA.
               10 FILLER PIC X(52) VALUE
               "<p><strong>*** HI HA COMPARACIONS QUE NO QUADREN ***".
               10 FILLER PIC X(13) VALUE "</strong></p>".
           05 WS-LINIA-INDEX     PIC X(500).
           05 WS-IDX-APARELLATS  PIC Z(6)9.
           05 WS-IDX-NOMES-FA    PIC Z(6)9.
           05 WS-IDX-NOMES-FB    PIC Z(6)9.
           05 WS-IDX-NUMERO      PIC ZZ9.

       01 SWITCHES.
           05 SW-INFILE01 PIC X VALUE 'N'.
        MOVE ZERO TO AL-COMPTADOR-RTN
        MOVE "00" TO AL-ESTAT-RTN
        PERFORM AUDITLOG-ESCRIURE
        OPEN INPUT LOT-WEBR
        IF FS-LOT-WEBR EQUAL "00"
            PERFORM PROCES-LOT
        ELSE
            PERFORM PROCES-INDIVIDUAL
        END-IF
        PERFORM FINALIZAR.
       FIN.EXIT.

       PROCES-INDIVIDUAL.
        PERFORM LLEGIR-PARAMETRES-INFORME
        PERFORM PREORDENAR-ENTRADES
        PERFORM OBTENIR-DATA-EXECUCIO
            IF CNT-LLEGITS01 NOT EQUAL CNT-LLEGITS02
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.
       FIN.EXIT.

      ************************************************************
      * MODE LOT: UNA COMPARACIO PER LINIA DE WEBRLOT.PRM AMB LA *
      * SEVA DISPOSICIO, ELS SEUS FITXERS DE SORTIDA I LA SEVA   *
      * FILA A index.html. EL RC FINAL ES EL PITJOR DEL LOT      *
      ************************************************************
       PROCES-LOT.
       SET MODE-LOT TO TRUE
       PERFORM OBTENIR-DATA-EXECUCIO
       OPEN OUTPUT INDEX-WEB
       PERFORM ESCRIURE-CAP-INDEX
       PERFORM UNTIL FI-LOT
           READ LOT-WEBR
           AT END SET FI-LOT TO TRUE
           NOT AT END
               IF LOT-WEBR-REG NOT EQUAL SPACES
                       AND LOT-WEBR-REG (1:1) NOT EQUAL "*"
                   PERFORM EXECUTAR-COMPARACIO
               END-IF
           END-READ
       END-PERFORM
       CLOSE LOT-WEBR
       PERFORM ESCRIURE-PEU-INDEX
       CLOSE INDEX-WEB
       DISPLAY "WEBR: COMPARACIONS DEL LOT : " WS-NUM-COMPARACIO
       DISPLAY "WEBR: QUADREN              : " CNT-QUADREN
       DISPLAY "WEBR: NO QUADREN           : " CNT-NO-QUADREN
       DISPLAY "WEBR: AMB ERROR            : " CNT-ERRONIES
       MOVE "WEBR" TO AL-PROGRAMA-RTN
       MOVE "FINAL" TO AL-EVENT-RTN
       MOVE WS-NUM-COMPARACIO TO AL-COMPTADOR-RTN
       MOVE "00" TO AL-ESTAT-RTN
       PERFORM AUDITLOG-ESCRIURE
       EVALUATE TRUE
           WHEN CNT-ERRONIES > ZERO
               MOVE 12 TO RETURN-CODE
           WHEN CNT-NO-QUADREN > ZERO
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE ZERO TO RETURN-CODE
       END-EVALUATE.
       FIN.EXIT.

       EXECUTAR-COMPARACIO.
       ADD 1 TO WS-NUM-COMPARACIO
       PERFORM INICIALITZAR-COMPARACIO
       MOVE LOT-FITXER-FA TO WS-NOM-FITXER-FA
       MOVE LOT-FITXER-FB TO WS-NOM-FITXER-FB
       IF LOT-PARAMETRES NOT EQUAL SPACES
           MOVE LOT-PARAMETRES TO WS-NOM-FITXER-PRM
       ELSE
           MOVE "WEBR.PRM" TO WS-NOM-FITXER-PRM
       END-IF
       MOVE SPACES TO WS-PREFIX-SORTIDA
       IF LOT-PREFIX NOT EQUAL SPACES
           MOVE LOT-PREFIX TO WS-PREFIX-SORTIDA
       ELSE
           STRING "webr" DELIMITED BY SIZE
               WS-NUM-COMPARACIO DELIMITED BY SIZE
               INTO WS-PREFIX-SORTIDA
       END-IF
       MOVE SPACES TO WS-NOM-FITXER-CSV
       STRING WS-PREFIX-SORTIDA DELIMITED BY SPACE
           ".csv" DELIMITED BY SIZE
           INTO WS-NOM-FITXER-CSV
       PERFORM LLEGIR-PARAMETRES-INFORME
       PERFORM VERIFICAR-ENTRADES
       IF ENTRADES-PRESENTS
           PERFORM PREORDENAR-ENTRADES
           PERFORM OBRIR-FITXERS
           PERFORM PROCES
       END-IF
       EVALUATE TRUE
           WHEN NOT ENTRADES-PRESENTS
           WHEN ERROR-FITXER
           WHEN SEQUENCIA-ERRONIA
               SET COMPARACIO-ERRONIA TO TRUE
               ADD 1 TO CNT-ERRONIES
               MOVE "12" TO AL-ESTAT-RTN
           WHEN CNT-NOMES-FA > ZERO
           WHEN CNT-NOMES-FB > ZERO
               SET COMPARACIO-NO-QUADRA TO TRUE
               ADD 1 TO CNT-NO-QUADREN
               MOVE "04" TO AL-ESTAT-RTN
           WHEN OTHER
               SET COMPARACIO-QUADRA TO TRUE
               ADD 1 TO CNT-QUADREN
               MOVE "00" TO AL-ESTAT-RTN
       END-EVALUATE
       PERFORM ESCRIURE-FILA-INDEX
       DISPLAY "WEBR: COMPARACIO " WS-NUM-COMPARACIO " "
           WS-PREFIX-SORTIDA " " WS-ESTAT-COMPARACIO
       MOVE "WEBR" TO AL-PROGRAMA-RTN
       MOVE "COMPA" TO AL-EVENT-RTN
       MOVE CNT-APARELLATS TO AL-COMPTADOR-RTN
       PERFORM AUDITLOG-ESCRIURE.
       FIN.EXIT.

      ************************************************************
      * CADA COMPARACIO COMENCA DE ZERO: DISPOSICIO HISTORICA,   *
      * SENSE PRESORT, COMPTADORS, SWITCHES I PAGINA 1           *
      ************************************************************
       INICIALITZAR-COMPARACIO.
       MOVE 'N' TO WS-SW-PRESORT
       MOVE 'N' TO SW-INFILE01
       MOVE 'N' TO SW-INFILE02
       MOVE 'N' TO SW-ERROR-FITXER
       MOVE 'N' TO WS-SW-SEQ-ERRONIA
       MOVE 'N' TO WS-PAGINA-SEGUENT-SW
       MOVE 'S' TO WS-SW-ENTRADES
       MOVE 1 TO WS-CLAU-POS
       MOVE 10 TO WS-CLAU-LON
       MOVE ZERO TO WS-NUM-COLUMNES
       MOVE LOW-VALUES TO WS-CLAU-ANTERIOR-01
       MOVE LOW-VALUES TO WS-CLAU-ANTERIOR-02
       MOVE "WEBREPORT" TO TITOL-INFORME
       MOVE SPACES TO BRANDING-INFORME
       MOVE ZERO TO CNT-LLEGITS01
       MOVE ZERO TO CNT-LLEGITS02
       MOVE ZERO TO CNT-APARELLATS
       MOVE ZERO TO CNT-NOMES-FA
       MOVE ZERO TO CNT-NOMES-FB
       MOVE 1 TO WS-PAGINA-ACTUAL.
       FIN.EXIT.

       VERIFICAR-ENTRADES.
       OPEN INPUT INFILE01
       IF FS-INFILE01 EQUAL "00"
           CLOSE INFILE01
       ELSE
           MOVE 'N' TO WS-SW-ENTRADES
           DISPLAY "WEBR: NO ES POT OBRIR " WS-NOM-FITXER-FA
               " FS=" FS-INFILE01
       END-IF
       OPEN INPUT INFILE02
       IF FS-INFILE02 EQUAL "00"
           CLOSE INFILE02
       ELSE
           MOVE 'N' TO WS-SW-ENTRADES
           DISPLAY "WEBR: NO ES POT OBRIR " WS-NOM-FITXER-FB
               " FS=" FS-INFILE02
       END-IF.
       FIN.EXIT.

      ************************************************************
      * UNA CLAU FORA D'ORDRE EN MODE LOT ABANDONA NOMES LA      *
      * COMPARACIO EN CURS, QUE QUEDA MARCADA COM A ERRONIA      *
      ************************************************************
       ABANDONAR-COMPARACIO.
       SET SEQUENCIA-ERRONIA TO TRUE
       SET FI-INFILE01 TO TRUE
       SET FI-INFILE02 TO TRUE
       MOVE HIGH-VALUES TO WS-CLAU-01
       MOVE HIGH-VALUES TO WS-CLAU-02.
       FIN.EXIT.

       ESCRIURE-CAP-INDEX.
       WRITE REG-INDEX FROM HTML00
       MOVE SPACES TO WS-LINIA-INDEX
       STRING "<head><title>COMPARACIONS WEBR</title></head>"
               DELIMITED BY SIZE
           INTO WS-LINIA-INDEX
       WRITE REG-INDEX FROM WS-LINIA-INDEX
       MOVE SPACES TO WS-LINIA-INDEX
       STRING "<body STYLE=""background-color:grey"">"
               DELIMITED BY SIZE
           "<h1>COMPARACIONS WEBR - GENERAT EL " DELIMITED BY SIZE
           DATA-EXECUCIO-DISPLAY DELIMITED BY SIZE
           "</h1>" DELIMITED BY SIZE
           INTO WS-LINIA-INDEX
       WRITE REG-INDEX FROM WS-LINIA-INDEX
       WRITE REG-INDEX FROM HTML03
       WRITE REG-INDEX FROM HTML-IDX-CAP-TAULA.
       FIN.EXIT.

      ************************************************************
      * LA COMPARACIO ENLLACA A LA PRIMERA PAGINA DEL SEU        *
      * INFORME; SI NO S'HA POGUT FER NO HI HA ENLLAC            *
      ************************************************************
       ESCRIURE-FILA-INDEX.
       IF COMPARACIO-QUADRA
           WRITE REG-INDEX FROM HTML-IDX-FILA-OK
       ELSE
           WRITE REG-INDEX FROM HTML-IDX-FILA-ALERTA
       END-IF
       MOVE SPACES TO WS-LINIA-INDEX
       MOVE 1 TO WS-PUNTER
       IF ENTRADES-PRESENTS
           STRING "<td><a href=""" DELIMITED BY SIZE
               WS-PREFIX-SORTIDA DELIMITED BY SPACE
               "_0001.html"">" DELIMITED BY SIZE
               TITOL-INFORME DELIMITED BY "  "
               "</a></td>" DELIMITED BY SIZE
               INTO WS-LINIA-INDEX WITH POINTER WS-PUNTER
       ELSE
           STRING "<td>" DELIMITED BY SIZE
               TITOL-INFORME DELIMITED BY "  "
               "</td>" DELIMITED BY SIZE
               INTO WS-LINIA-INDEX WITH POINTER WS-PUNTER
       END-IF
       MOVE CNT-APARELLATS TO WS-IDX-APARELLATS
       MOVE CNT-NOMES-FA TO WS-IDX-NOMES-FA
       MOVE CNT-NOMES-FB TO WS-IDX-NOMES-FB
       STRING "<td>" DELIMITED BY SIZE
           LOT-FITXER-FA DELIMITED BY SPACE
           "</td><td>" DELIMITED BY SIZE
           LOT-FITXER-FB DELIMITED BY SPACE
           "</td><td>" DELIMITED BY SIZE
           WS-IDX-APARELLATS DELIMITED BY SIZE
           "</td><td>" DELIMITED BY SIZE
           WS-IDX-NOMES-FA DELIMITED BY SIZE
           "</td><td>" DELIMITED BY SIZE
           WS-IDX-NOMES-FB DELIMITED BY SIZE
           "</td><td>" DELIMITED BY SIZE
           WS-ESTAT-COMPARACIO DELIMITED BY SIZE
           "</td>" DELIMITED BY SIZE
           INTO WS-LINIA-INDEX WITH POINTER WS-PUNTER
       WRITE REG-INDEX FROM WS-LINIA-INDEX
       WRITE REG-INDEX FROM HTML05.
       FIN.EXIT.

       ESCRIURE-PEU-INDEX.
       WRITE REG-INDEX FROM HTML-IDX-FI-TAULA
       MOVE SPACES TO WS-LINIA-INDEX
       MOVE 1 TO WS-PUNTER
       MOVE WS-NUM-COMPARACIO TO WS-IDX-NUMERO
       STRING "<p>Comparacions: " DELIMITED BY SIZE
           WS-IDX-NUMERO DELIMITED BY SIZE
           INTO WS-LINIA-INDEX WITH POINTER WS-PUNTER
       MOVE CNT-QUADREN TO WS-IDX-NUMERO
       STRING "  Quadren: " DELIMITED BY SIZE
           WS-IDX-NUMERO DELIMITED BY SIZE
           INTO WS-LINIA-INDEX WITH POINTER WS-PUNTER
       MOVE CNT-NO-QUADREN TO WS-IDX-NUMERO
       STRING "  No quadren: " DELIMITED BY SIZE
           WS-IDX-NUMERO DELIMITED BY SIZE
           INTO WS-LINIA-INDEX WITH POINTER WS-PUNTER
       MOVE CNT-ERRONIES TO WS-IDX-NUMERO
       STRING "  Amb error: " DELIMITED BY SIZE
           WS-IDX-NUMERO DELIMITED BY SIZE
           "</p>" DELIMITED BY SIZE
           INTO WS-LINIA-INDEX WITH POINTER WS-PUNTER
       WRITE REG-INDEX FROM WS-LINIA-INDEX
       IF CNT-NO-QUADREN > ZERO OR CNT-ERRONIES > ZERO
           WRITE REG-INDEX FROM HTML-IDX-ALERTA
       END-IF
       WRITE REG-INDEX FROM HTML-IDX-FI-PAGINA.
       FIN.EXIT.

      ************************************************************
      * LA PRIMERA LINIA DE WEBR.PRM ES LA DE SEMPRE; LA SEGONA, *
      * SI EXISTEIX I ES NUMERICA, DEFINEIX LA CLAU, I LES       *
      * SEGUENTS LES COLUMNES DEL DETALL. SENSE DEFINICIO ES     *
      * CARREGA LA HISTORICA: CLAU 1/10 I DETALL 11/90. EN MODE  *
      * LOT, UN FITXER DE PARAMETRES DEMANAT AL LOT QUE NO ES    *
      * POT OBRIR FA ERRONIA LA COMPARACIO                       *
      ************************************************************
       LLEGIR-PARAMETRES-INFORME.
       OPEN INPUT PARM-WEBR
               PERFORM LLEGIR-DEFINICIO-CLAU
           END-READ
           CLOSE PARM-WEBR
       ELSE
           IF MODE-LOT
               IF LOT-PARAMETRES NOT EQUAL SPACES
                   DISPLAY "WEBR: NO ES POT OBRIR "
                       WS-NOM-FITXER-PRM " FS=" FS-PARM-WEBR
                   MOVE 'N' TO WS-SW-ENTRADES
               END-IF
           END-IF
       END-IF
       IF WS-NUM-COLUMNES EQUAL ZERO
           MOVE 1 TO WS-NUM-COLUMNES

       CONSTRUIR-NOM-FITXER-WEB.
       MOVE WS-PAGINA-ACTUAL TO WS-PAGINA-EDIT
       MOVE SPACES TO WS-NOM-FITXER-WEB
       STRING WS-PREFIX-SORTIDA DELIMITED BY SPACE
           "_" DELIMITED BY SIZE
           WS-PAGINA-EDIT DELIMITED BY SIZE
           ".html" DELIMITED BY SIZE
           INTO WS-NOM-FITXER-WEB.

       CONSTRUIR-NAV-ANTERIOR.
       COMPUTE WS-PAGINA-EDIT = WS-PAGINA-ACTUAL - 1
       MOVE SPACES TO WS-NOM-FITXER-TMP
       STRING WS-PREFIX-SORTIDA DELIMITED BY SPACE
           "_" DELIMITED BY SIZE
           WS-PAGINA-EDIT DELIMITED BY SIZE
           ".html" DELIMITED BY SIZE
           INTO WS-NOM-FITXER-TMP

       CONSTRUIR-NAV-SEGUENT.
       COMPUTE WS-PAGINA-EDIT = WS-PAGINA-ACTUAL + 1
       MOVE SPACES TO WS-NOM-FITXER-TMP
       STRING WS-PREFIX-SORTIDA DELIMITED BY SPACE
           "_" DELIMITED BY SIZE
           WS-PAGINA-EDIT DELIMITED BY SIZE
           ".html" DELIMITED BY SIZE
           INTO WS-NOM-FITXER-TMP
                   MOVE CNT-LLEGITS01 TO MSG-SEQ-POSICIO
                   DISPLAY "WEBR: FA " MSG-SEQUENCIA
                   DISPLAY "WEBR: REGISTRE " WS-REGISTRE-01
                   IF MODE-LOT
                       PERFORM ABANDONAR-COMPARACIO
                   ELSE
                       PERFORM ABEND-SEQUENCIA
                   END-IF
               END-IF
               MOVE WS-CLAU-01 TO WS-CLAU-ANTERIOR-01
           WHEN 10
                   MOVE CNT-LLEGITS02 TO MSG-SEQ-POSICIO
                   DISPLAY "WEBR: FB " MSG-SEQUENCIA
                   DISPLAY "WEBR: REGISTRE " WS-REGISTRE-02
                   IF MODE-LOT
                       PERFORM ABANDONAR-COMPARACIO
                   ELSE
                       PERFORM ABEND-SEQUENCIA
                   END-IF
               END-IF
               MOVE WS-CLAU-02 TO WS-CLAU-ANTERIOR-02
           WHEN 10
       FIN.EXIT.

       ESCRIURE-FILA-APARELLADA.
       ADD 1 TO CNT-APARELLATS
       MOVE WS-CLAU-01 TO WS-CSV-CLAU
       WRITE REG-WEB FROM HTML04
       PERFORM ESCRIURE-CELLA-CLAU
       FIN.EXIT.

       ESCRIURE-FILA-NOMES01.
       ADD 1 TO CNT-NOMES-FA
       MOVE WS-CLAU-01 TO WS-CSV-CLAU
       WRITE REG-WEB FROM HTML04
       PERFORM ESCRIURE-CELLA-CLAU
       FIN.EXIT.

       ESCRIURE-FILA-NOMES02.
       ADD 1 TO CNT-NOMES-FB
       MOVE WS-CLAU-02 TO WS-CSV-CLAU
       WRITE REG-WEB FROM HTML04
       PERFORM ESCRIURE-CELLA-CLAU

      * DE RESUM AMB ELS TOTALS DEL TRAILER DE CADA FITXER.      *
      * TITOL I MARCA ES LLEGEIXEN DE CRUCEWEB.PRM (MATEIX       *
      * FORMAT QUE WEBR.PRM)                                     *
      * SI HI HA CRUCE_CANVIS.TXT (CRUCE-CANVIS) S'AFEGEIX UNA   *
      * SECCIO AMB ELS CANVIS RESPECTE L'EXECUCIO ANTERIOR: EL   *
      * RESUM I CADA CATEGORIA AMB LA SEVA CAPCALERA. SENSE EL   *
      * FITXER LA SECCIO NO SURT                                 *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ENTRADA-MAJOR ASSIGN TO "SORTIDA_MAJOR.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-MAJOR.
           SELECT ENTRADA-CANVIS ASSIGN TO "CRUCE_CANVIS.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-CANVIS.
           SELECT WEB ASSIGN TO DYNAMIC WS-NOM-FITXER-WEB
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS FS-WEB.
       01 REG-MENOR                PIC X(80).
       FD ENTRADA-MAJOR.
       01 REG-MAJOR                PIC X(80).
       FD ENTRADA-CANVIS.
       01 REG-CANVIS               PIC X(100).
       FD WEB.
       01 REG-WEB.
           05 FILLER   PIC X(130).
           05 FS-IGUAL PIC X(02).
           05 FS-MENOR PIC X(02).
           05 FS-MAJOR PIC X(02).
           05 FS-CANVIS PIC X(02).
           05 FS-WEB PIC X(02).
           05 FS-PARM-CRUCEWEB PIC X(02).
       01 PARAMETRES-INFORME.
               88 SECCIONS-ACABADES VALUE 'S'.
       01 COMPTADORS.
           05 CNT-LINIES PIC 9(7) VALUE ZERO.
           05 CNT-LINIES-CANVIS PIC 9(7) VALUE ZERO.
       01 LINIA-ACTUAL PIC X(100).
       01 TRAILERS.
           05 TRAILER-IGUAL-TXT PIC X(30) VALUE SPACES.
        PERFORM SECCIO-IGUAL
        PERFORM SECCIO-MENOR
        PERFORM SECCIO-MAJOR
        PERFORM SECCIO-CANVIS
        SET SECCIONS-ACABADES TO TRUE
        PERFORM TANCAR-PAGINA-WEB
        MOVE "CRUCEWEB" TO AL-PROGRAMA-RTN
       END-IF.
       FIN.EXIT.

      ************************************************************
      * LA PRIMERA LINIA DE CRUCE_CANVIS.TXT ES EL TITOL, QUE JA *
      * DONA LA CAPCALERA DE SECCIO; LES LINIES "--- X ---" SON  *
      * CAPCALERES DE CATEGORIA I LES BUIDES NO ES PUBLIQUEN     *
      ************************************************************
       SECCIO-CANVIS.
       OPEN INPUT ENTRADA-CANVIS
       IF FS-CANVIS EQUAL "00"
           MOVE "<td><h2>CANVIS RESPECTE L'EXECUCIO ANTERIOR</h2></td>"
               TO HTML-SECCIO
           PERFORM ESCRIURE-CAP-SECCIO
           MOVE ZERO TO CNT-LINIES-CANVIS
           MOVE 'N' TO SW-FI-FITXER
           PERFORM UNTIL FI-FITXER
               READ ENTRADA-CANVIS
               AT END SET FI-FITXER TO TRUE
               NOT AT END
                   ADD 1 TO CNT-LINIES-CANVIS
                   MOVE REG-CANVIS TO LINIA-ACTUAL
                   EVALUATE TRUE
                       WHEN CNT-LINIES-CANVIS EQUAL 1
                           CONTINUE
                       WHEN LINIA-ACTUAL EQUAL SPACES
                           CONTINUE
                       WHEN LINIA-ACTUAL (1:4) EQUAL "--- "
                           MOVE SPACES TO HTML-SECCIO
                           STRING "<td><h3>" DELIMITED BY SIZE
                               LINIA-ACTUAL (5:) DELIMITED BY " ---"
                               "</h3></td>" DELIMITED BY SIZE
                               INTO HTML-SECCIO
                           PERFORM ESCRIURE-CAP-SECCIO
                       WHEN OTHER
                           PERFORM ESCRIURE-FILA
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ENTRADA-CANVIS
       END-IF.
       FIN.EXIT.

       COPY AUDITRTN.

      ******************************************************************
      **  GIRAMNX4 : AANMANINGSCYCLUS VOOR DE TERUGVORDERINGEN PER     *
      **  --------   BRIEF (INVQ WIJZE "B")                            *
      **                                                               *
      **  - EEN TERUGVORDERING DIE PER BRIEF VERTREKT (RVH054 IN       *
      **    TRBFNCX4, OF NA EEN MISLUKTE DOMICILIERING) KREEG GEEN     *
      **    OPVOLGING: BETAALDE HET LID NIET, DAN GEBEURDE ER NIETS    *
      **    TOT IEMAND HET OPENSTAANDE SALDO IN GIRSLSX4 OPMERKTE.     *
      **  - DIT DAGELIJKS PROGRAMMA LEEST DE VORIGE INVQ-GENERATIE     *
      **    (DOOR DE JCL GESORTEERD OP RIJKSNUMMER) EN VOLGT ELKE      *
      **    OPEN BRIEFZAAK DOOR DE FASEN VAN DE CYCLUS:                *
      **      . BLANCO  - BRIEF VERSTUURD OP DE FASEDATUM (EEN NIEUWE  *
      **                  ZAAK KRIJGT DE DATUM VAN DEZE RUN),          *
      **      . "1"     - EERSTE HERINNERING,                          *
      **      . "2"     - TWEEDE HERINNERING,                          *
      **      . "3"     - INGEBREKESTELLING,                           *
      **      . "X"     - OVERGEDRAGEN AAN HET INCASSOBUREAU (INCQ),   *
      **      . "S"     - CYCLUS GESTOPT.                              *
      **    ZODRA DE TERMIJN VAN DE HUIDIGE FASE (TABLE-AANMANING)     *
      **    VERSTREKEN IS, VOLGT DE VOLGENDE STAP: EEN LIDBERICHT      *
      **    (MOTQ) IN DE TAAL VAN HET LID, OF NA DE                    *
      **    INGEBREKESTELLING HET OVERDRACHTSREKORD.                   *
      **  - EEN DOOR GIRCINX4 AFGEPUNTE BETALING SLUIT DE ZAAK (ZE     *
      **    STAAT DAN NIET MEER IN INVQ). EEN INHOUDING OF BETALING    *
      **    OP NAAM VAN HET LID IN DE GLPQ-LIJNEN SINDS DE VORIGE RUN  *
      **    (SOORT "I", GLPX), OF EEN SLDQ-SALDO DAT NIET MEER OPEN    *
      **    STAAT, STOPT DE CYCLUS ONMIDDELLIJK ("S").                 *
      **                                                               *
      ******************************************************************
      *RVH117: NIEUW PROGRAMMA - AANMANINGSCYCLUS VOOR DE
      *        TERUGVORDERINGEN PER BRIEF.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRAMNX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH117*
RVH117* RVH117 15/10/2026
RVH117*     NIEUW PROGRAMMA : HERINNERINGEN, INGEBREKESTELLING EN
RVH117*     OVERDRACHT AAN HET INCASSOBUREAU VOOR DE BRIEFZAKEN.
RVH117*
RVH132* RVH132 15/10/2026
RVH132*     KETENBEWAKING: START ENKEL ALS DE VORIGE FASE VAN DE
RVH132*     WERKDAG AFGEWERKT IS, AFMELDING MET DE RETURN-CODE
RVH132*     BIJ HET EINDE (GIRKETX4).
RVH132*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH117: VORIGE EN NIEUWE INVQ-GENERATIE (INDELING INVQ-REC IN
      *        TRBFNCX4), DOOR DE JCL GESORTEERD OP RIJKSNUMMER.
      *----------------------------------------------------------------
           SELECT INVO-FILE ASSIGN TO INVO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INVO-STATUS.
           SELECT INVQ-FILE ASSIGN TO INVQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INVQ-STATUS.
      *----------------------------------------------------------------
      *RVH117: LEDENEXTRACT - NAAM, VOORNAAM EN TAAL, OPLOPEND
      *        GESORTEERD (ZOALS GIRSLSX4).
      *----------------------------------------------------------------
           SELECT ADMX-FILE ASSIGN TO ADMX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ADMX-STATUS.
      *----------------------------------------------------------------
      *RVH117: SCHULDREGISTER (RVH096: GESLEUTELDE MASTER) - ALLEEN
      *        LEZEN.
      *----------------------------------------------------------------
           SELECT SLDQ-FILE ASSIGN TO SLDQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SLDQ-RNR
                  FILE STATUS  IS WS-SLDQ-STATUS.
      *----------------------------------------------------------------
      *RVH117: DE GLPQ-GENERATIES SINDS DE VORIGE RUN (DOOR DE JCL
      *        AANEENGESLOTEN, INDELING GLPQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT GLPX-FILE ASSIGN TO GLPX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPX-STATUS.
      *----------------------------------------------------------------
      *RVH117: LIDBERICHTEN VOOR HET CORRESPONDENTIESYSTEEM (MOTQ-
      *        INDELING VAN TRBFNCX4), OVERDRACHTEN AAN HET
      *        INCASSOBUREAU EN HET VERSLAG.
      *----------------------------------------------------------------
           SELECT MOTQ-FILE ASSIGN TO MOTQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MOTQ-STATUS.
           SELECT INCQ-FILE ASSIGN TO INCQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INCQ-STATUS.
           SELECT AMNR-FILE ASSIGN TO AMNR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AMNR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  INVO-FILE
           RECORDING MODE IS F.
       01  INVO-REC.
           05  INVO-PPR                 PIC X(186).
           05  INVO-WIJZE               PIC X(01).
           05  INVO-FASE                PIC X(01).
           05  INVO-FASEDATUM           PIC 9(08).
       FD  INVQ-FILE
           RECORDING MODE IS F.
       01  INVQ-REC.
           05  INVQ-PPR                 PIC X(186).
           05  INVQ-WIJZE               PIC X(01).
           05  INVQ-FASE                PIC X(01).
               88  INVQ-FASE-BRIEF      VALUE SPACE.
               88  INVQ-FASE-HERINNERING-1
                                        VALUE "1".
               88  INVQ-FASE-HERINNERING-2
                                        VALUE "2".
               88  INVQ-FASE-INGEBREKE  VALUE "3".
               88  INVQ-FASE-OVERGEDRAGEN
                                        VALUE "X".
               88  INVQ-FASE-GESTOPT    VALUE "S".
           05  INVQ-FASEDATUM           PIC 9(08).
       FD  ADMX-FILE
           RECORDING MODE IS F.
       01  ADMX-REC.
           05  ADMX-RNR                 PIC X(13).
           05  ADMX-NAAM                PIC X(18).
           05  ADMX-VOORN               PIC X(12).
           05  ADMX-TAAL                PIC 9(01).
       FD  SLDQ-FILE
           RECORDING MODE IS F.
       01  SLDQ-REC.
           05  SLDQ-RNR                 PIC X(13).
           05  SLDQ-OPENSTAAND          PIC S9(08).
       FD  GLPX-FILE
           RECORDING MODE IS F.
       01  GLPX-REC.
           05  GLPX-RNR                 PIC X(13).
           05  GLPX-LIBEL               PIC 9(02).
           05  GLPX-KONST               PIC 9(10).
           05  GLPX-VOLGNR              PIC 9(03).
           05  GLPX-FEDERATIE           PIC 9(03).
           05  GLPX-BEDRAG              PIC S9(08).
           05  GLPX-BEDRAG-DV           PIC X(01).
           05  GLPX-DATINB              PIC 9(08).
           05  GLPX-RUNSEQ              PIC 9(02).
           05  GLPX-OGM                 PIC X(12).
           05  GLPX-SOORT               PIC X(01).
               88  GLPX-SOORT-INHOUDING VALUE "I".
           05  GLPX-VERSCHOVEN          PIC X(01).
       FD  MOTQ-FILE
           RECORDING MODE IS F.
       01  MOTQ-REC.
           05  MOTQ-PPR-RNR             PIC S9(08) COMP.
      *    "A" = AANMANING (HERINNERING OF INGEBREKESTELLING).
           05  MOTQ-STATUS              PIC X(01).
           05  MOTQ-NAAM                PIC X(18).
           05  MOTQ-VOORN               PIC X(12).
           05  MOTQ-LND                 PIC X(03).
           05  MOTQ-TAAL                PIC 9(01).
           05  MOTQ-LIBEL               PIC 9(02).
           05  MOTQ-BEDRAG              PIC S9(08).
           05  MOTQ-BEDRAG-DV           PIC X(01).
           05  MOTQ-DATINB              PIC 9(08).
           05  MOTQ-DIAG                PIC X(32).
       FD  INCQ-FILE
           RECORDING MODE IS F.
       01  INCQ-REC.
           05  INCQ-RNR                 PIC X(13).
           05  INCQ-NAAM                PIC X(18).
           05  INCQ-VOORN               PIC X(12).
           05  INCQ-TAAL                PIC 9(01).
           05  INCQ-FEDERATIE           PIC 9(03).
           05  INCQ-KONST               PIC 9(10).
           05  INCQ-VOLGNR              PIC 9(03).
           05  INCQ-OGM                 PIC X(12).
           05  INCQ-BEDRAG              PIC S9(08).
           05  INCQ-BEDRAG-DV           PIC X(01).
           05  INCQ-OPENSTAAND          PIC S9(08).
           05  INCQ-INGEBREKE-DATUM     PIC 9(08).
           05  INCQ-OVERDRACHT-DATUM    PIC 9(08).
       FD  AMNR-FILE
           RECORDING MODE IS F.
       01  AMNR-REC                     PIC X(80).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-INVO-STATUS               PIC XX VALUE ZEROES.
       01  WS-INVQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-ADMX-STATUS               PIC XX VALUE ZEROES.
       01  WS-SLDQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPX-STATUS               PIC XX VALUE ZEROES.
       01  WS-MOTQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-INCQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-AMNR-STATUS               PIC XX VALUE ZEROES.
       01  WS-INVO-EOF-SW               PIC X VALUE "N".
           88  WS-INVO-EOF              VALUE "Y".
       01  WS-ADMX-EOF-SW               PIC X VALUE "N".
           88  WS-ADMX-EOF              VALUE "Y".
       01  WS-GLPX-EOF-SW               PIC X VALUE "N".
           88  WS-GLPX-EOF              VALUE "Y".
       01  WS-SLDQ-SW                   PIC X VALUE "N".
           88  WS-SLDQ-OPEN             VALUE "Y".
      *----------------------------------------------------------------
      *RVH117: TERMIJNEN VAN DE CYCLUS IN KALENDERDAGEN, GECOMPILEERD
      *        ZOALS TABLE-SEUIL-CONTROLE IN TRBFNCX4. RIJ 1 = VAN
      *        BRIEF NAAR EERSTE HERINNERING, 2 = NAAR TWEEDE
      *        HERINNERING, 3 = NAAR INGEBREKESTELLING, 4 = NAAR
      *        OVERDRACHT AAN HET INCASSOBUREAU.
      *----------------------------------------------------------------
       01  TABLE-AANMANING.
           05  FILLER  PIC 9(03) VALUE 030.
           05  FILLER  PIC 9(03) VALUE 015.
           05  FILLER  PIC 9(03) VALUE 015.
           05  FILLER  PIC 9(03) VALUE 030.
       01  TABLE-AANMANING-RED REDEFINES TABLE-AANMANING.
           05  AMN-TERMIJN              PIC 9(03) OCCURS 4.
      *----------------------------------------------------------------
      *RVH117: TEKST VAN HET LIDBERICHT PER STAP (RIJEN 1-3 = NL,
      *        4-6 = FR, 7-9 = DE).
      *----------------------------------------------------------------
       01  TABLE-AANMAANTEKST.
           05  FILLER  PIC X(32)
                       VALUE "EERSTE HERINNERING TERUGBETALING".
           05  FILLER  PIC X(32)
                       VALUE "TWEEDE HERINNERING TERUGBETALING".
           05  FILLER  PIC X(32)
                       VALUE "INGEBREKESTELLING TERUGBETALING".
           05  FILLER  PIC X(32)
                       VALUE "PREMIER RAPPEL REMBOURSEMENT".
           05  FILLER  PIC X(32)
                       VALUE "DEUXIEME RAPPEL REMBOURSEMENT".
           05  FILLER  PIC X(32)
                       VALUE "MISE EN DEMEURE REMBOURSEMENT".
           05  FILLER  PIC X(32)
                       VALUE "ERSTE MAHNUNG RUECKZAHLUNG".
           05  FILLER  PIC X(32)
                       VALUE "ZWEITE MAHNUNG RUECKZAHLUNG".
           05  FILLER  PIC X(32)
                       VALUE "INVERZUGSETZUNG RUECKZAHLUNG".
       01  TABLE-AANMAANTEKST-RED REDEFINES TABLE-AANMAANTEKST.
           05  AMN-TEKST                PIC X(32) OCCURS 9.
       01  WS-AMN-STAP                  PIC 9(01).
       01  WS-AMN-RIJ                   PIC 9(02).
      *----------------------------------------------------------------
      *RVH117: RIJKSNUMMERS MET EEN INHOUDING OF BETALING SINDS DE
      *        VORIGE RUN.
      *----------------------------------------------------------------
       01  WS-BET-TABLE.
           05  WS-BET-RNR OCCURS 5000 TIMES
                          INDEXED BY WS-BET-IDX
                                        PIC X(13).
       01  WS-BET-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-BET-ZOEK-RNR              PIC X(13).
       01  WS-BET-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-BET-GEVONDEN          VALUE "J".
       01  WS-SLD-OPENSTAAND            PIC S9(08).
       01  WS-SLD-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-SLD-GEVONDEN          VALUE "J".
      *----------------------------------------------------------------
      *RVH117: DATUMREKENEN (ZELFDE REKENWIJZE ALS VOLGENDE-
      *        KALENDERDAG IN TRBFNCX4).
      *----------------------------------------------------------------
       01  WS-VERVALDATUM               PIC 9(08).
       01  WS-VERVALDATUM-RED REDEFINES WS-VERVALDATUM.
           05  WS-VVD-CCYY              PIC 9(04).
           05  WS-VVD-MM                PIC 9(02).
           05  WS-VVD-DD                PIC 9(02).
       01  WS-KAL-MAANDLEN              PIC 9(02).
       01  WS-KAL-REST                  PIC 9(04).
       01  WS-KAL-QUOT                  PIC 9(04).
       01  TABLE-MAANDDAGEN.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  TABLE-MAANDDAGEN-RED REDEFINES TABLE-MAANDDAGEN.
           05  MAANDDAGEN               PIC 9(02) OCCURS 12.
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-CUR-NAAM                  PIC X(18).
       01  WS-CUR-VOORN                 PIC X(12).
       01  WS-CUR-TAAL                  PIC 9(01).
       01  WS-OGM-REST                  PIC 9(10).
       01  WS-OGM-QUOT                  PIC 9(10).
       01  WS-OGM-SUITE                 PIC 9(03).
       01  WS-OGM.
           05  WS-OGM-BASIS             PIC 9(10).
           05  WS-OGM-CHECK             PIC 9(02).
       01  WS-CNT-ZAKEN                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-GESTART               PIC 9(07) VALUE ZERO.
       01  WS-CNT-AANMANING             PIC 9(07) VALUE ZERO.
       01  WS-CNT-OVERGEDRAGEN          PIC 9(07) VALUE ZERO.
       01  WS-CNT-GESTOPT               PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH132: AANMELDING BIJ DE KETENBEWAKING (GIRKETX4).
      *----------------------------------------------------------------
RVH132 01  WS-KET-PARM.
RVH132     05  WS-KET-FUNCTIE           PIC X(01).
RVH132     05  WS-KET-PROGRAMMA         PIC X(08).
RVH132     05  WS-KET-RUNSEQ            PIC 9(02).
RVH132     05  WS-KET-RC                PIC 9(04).
RVH132     05  WS-KET-ANTWOORD          PIC X(01).
RVH132         88  WS-KET-TOEGESTAAN    VALUE "J".
RVH132     05  WS-KET-MELDING           PIC X(60).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-AANMANING SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-AANMANING.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-AANMANING
           PERFORM LADEN-BETALINGEN
           PERFORM LEZEN-ADMX
           PERFORM LEZEN-INVO
           PERFORM WITH TEST BEFORE UNTIL WS-INVO-EOF
              PERFORM VERWERK-ZAAK
              PERFORM LEZEN-INVO
           END-PERFORM
           PERFORM FIN-AANMANING
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-AANMANING.
      *****************
           OPEN INPUT INVO-FILE
           IF WS-INVO-STATUS NOT = "00"
              DISPLAY "GIRAMNX4 - ERREUR OPEN INVO STATUS = "
                      WS-INVO-STATUS
              STOP RUN
           END-IF
           OPEN INPUT ADMX-FILE
           IF WS-ADMX-STATUS NOT = "00"
              DISPLAY "GIRAMNX4 - ERREUR OPEN ADMX STATUS = "
                      WS-ADMX-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT INVQ-FILE
           IF WS-INVQ-STATUS NOT = "00"
              DISPLAY "GIRAMNX4 - ERREUR OPEN INVQ STATUS = "
                      WS-INVQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT MOTQ-FILE
           IF WS-MOTQ-STATUS NOT = "00"
              DISPLAY "GIRAMNX4 - ERREUR OPEN MOTQ STATUS = "
                      WS-MOTQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT INCQ-FILE
           IF WS-INCQ-STATUS NOT = "00"
              DISPLAY "GIRAMNX4 - ERREUR OPEN INCQ STATUS = "
                      WS-INCQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT AMNR-FILE
           IF WS-AMNR-STATUS NOT = "00"
              DISPLAY "GIRAMNX4 - ERREUR OPEN AMNR STATUS = "
                      WS-AMNR-STATUS
              STOP RUN
           END-IF
           OPEN INPUT SLDQ-FILE
           IF WS-SLDQ-STATUS NOT = "00"
              DISPLAY "GIRAMNX4 - ERREUR OPEN SLDQ STATUS = "
                      WS-SLDQ-STATUS
              STOP RUN
           END-IF
           SET WS-SLDQ-OPEN TO TRUE
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *----------------------------------------------------------------
      *RVH117: DE INHOUDINGEN VAN TRBFNCX4 (CONTROLE-INHOUDING) EN DE
      *        AFGEPUNTE BETALINGEN VAN GIRCINX4 DRAGEN BEIDE SOORT
      *        "I". ZONDER GLPX LOOPT DE CYCLUS ENKEL OP HET SALDO.
      *----------------------------------------------------------------
       LADEN-BETALINGEN.
      *******************
           OPEN INPUT GLPX-FILE
           IF WS-GLPX-STATUS = "00"
              PERFORM LEZEN-GLPX
              PERFORM WITH TEST BEFORE UNTIL WS-GLPX-EOF
                 IF GLPX-SOORT-INHOUDING
                    PERFORM NOTEER-BETALING
                 END-IF
                 PERFORM LEZEN-GLPX
              END-PERFORM
              CLOSE GLPX-FILE
           END-IF
           .
      *
       LEZEN-GLPX.
      *************
           READ GLPX-FILE
              AT END
                 SET WS-GLPX-EOF TO TRUE
           END-READ
           .
      *
       NOTEER-BETALING.
      ******************
           MOVE GLPX-RNR TO WS-BET-ZOEK-RNR
           PERFORM ZOEK-BETALING
           IF NOT WS-BET-GEVONDEN
              IF WS-BET-COUNT < 5000
                 ADD 1 TO WS-BET-COUNT
                 MOVE GLPX-RNR TO WS-BET-RNR (WS-BET-COUNT)
              ELSE
                 DISPLAY "GIRAMNX4 - BETALINGSTABEL VOL - "
                         "RUN AFGEBROKEN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
      *
       ZOEK-BETALING.
      ****************
           MOVE "N" TO WS-BET-GEVONDEN-SW
           IF WS-BET-COUNT > ZERO
              SET WS-BET-IDX TO 1
              SEARCH WS-BET-RNR
                 AT END
                    CONTINUE
                 WHEN WS-BET-IDX > WS-BET-COUNT
                    CONTINUE
                 WHEN WS-BET-RNR (WS-BET-IDX) = WS-BET-ZOEK-RNR
                    SET WS-BET-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           .
      *
       LEZEN-INVO.
      *************
           READ INVO-FILE
              AT END
                 SET WS-INVO-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-ADMX.
      *************
           IF NOT WS-ADMX-EOF
              READ ADMX-FILE
                 AT END
                    SET WS-ADMX-EOF TO TRUE
                    MOVE HIGH-VALUES TO ADMX-RNR
              END-READ
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH117: EEN INVORDERINGSZAAK - ENKEL EEN LOPENDE BRIEFZAAK
      *        WORDT BEKEKEN; DE OVERIGE ZAKEN SCHUIVEN ONGEWIJZIGD
      *        DOOR. EEN NIEUWE ZAAK KRIJGT DE DATUM VAN DEZE RUN ALS
      *        BRIEFDATUM; VOOR EEN ZAAK DIE AL LIEP, STOPT EEN
      *        INHOUDING OF BETALING DE CYCLUS. EEN AFGEBOUWD SALDO
      *        STOPT ELKE ZAAK.
      *----------------------------------------------------------------
       VERWERK-ZAAK.
      ***************
           ADD 1 TO WS-CNT-ZAKEN
           MOVE INVO-REC TO INVQ-REC
           IF INVQ-WIJZE = "B"
              AND NOT INVQ-FASE-OVERGEDRAGEN
              AND NOT INVQ-FASE-GESTOPT
              MOVE INVO-PPR TO PPR-RECORD
              PERFORM LEES-SALDO
              MOVE TRBFN-RNR TO WS-BET-ZOEK-RNR
              PERFORM ZOEK-BETALING
              EVALUATE TRUE
              WHEN WS-SLD-GEVONDEN AND WS-SLD-OPENSTAAND NOT > ZERO
                 PERFORM STOP-CYCLUS
              WHEN INVQ-FASE-BRIEF AND INVQ-FASEDATUM = ZERO
                 ADD 1 TO WS-CNT-GESTART
                 MOVE WS-VANDAAG TO INVQ-FASEDATUM
              WHEN WS-BET-GEVONDEN
                 PERFORM STOP-CYCLUS
              WHEN OTHER
                 PERFORM VOLGENDE-STAP
              END-EVALUATE
           END-IF
           WRITE INVQ-REC
           .
      *
       LEES-SALDO.
      *************
           MOVE "N" TO WS-SLD-GEVONDEN-SW
           MOVE ZERO TO WS-SLD-OPENSTAAND
           MOVE TRBFN-RNR TO SLDQ-RNR
           READ SLDQ-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-SLD-GEVONDEN TO TRUE
                 MOVE SLDQ-OPENSTAAND TO WS-SLD-OPENSTAAND
           END-READ
           .
      *
       STOP-CYCLUS.
      **************
           ADD 1 TO WS-CNT-GESTOPT
           MOVE "S"        TO INVQ-FASE
           MOVE WS-VANDAAG TO INVQ-FASEDATUM
           MOVE SPACES TO AMNR-REC
           STRING "CYCLUS GESTOPT RNR="      DELIMITED BY SIZE
                  TRBFN-RNR                  DELIMITED BY SIZE
                  " KONST="                  DELIMITED BY SIZE
                  TRBFN-CONSTANTE            DELIMITED BY SIZE
                  " FASE="                   DELIMITED BY SIZE
                  INVO-FASE                  DELIMITED BY SIZE
                                        INTO AMNR-REC
           END-STRING
           WRITE AMNR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH117: STAP VAN DE HUIDIGE FASE BEPALEN EN, ALS DE TERMIJN
      *        SINDS DE FASEDATUM VERSTREKEN IS, UITVOEREN.
      *----------------------------------------------------------------
       VOLGENDE-STAP.
      ****************
           EVALUATE TRUE
           WHEN INVQ-FASE-BRIEF
              MOVE 1 TO WS-AMN-STAP
           WHEN INVQ-FASE-HERINNERING-1
              MOVE 2 TO WS-AMN-STAP
           WHEN INVQ-FASE-HERINNERING-2
              MOVE 3 TO WS-AMN-STAP
           WHEN INVQ-FASE-INGEBREKE
              MOVE 4 TO WS-AMN-STAP
           WHEN OTHER
              MOVE ZERO TO WS-AMN-STAP
           END-EVALUATE
           IF WS-AMN-STAP > ZERO
              MOVE INVQ-FASEDATUM TO WS-VERVALDATUM
              PERFORM VOLGENDE-KALENDERDAG AMN-TERMIJN (WS-AMN-STAP)
                      TIMES
              IF WS-VANDAAG NOT < WS-VERVALDATUM
                 PERFORM ZOEK-LID
                 PERFORM BEREKEN-OGM
                 IF WS-AMN-STAP < 4
                    PERFORM SCHRIJF-AANMANING
                    MOVE WS-AMN-STAP TO INVQ-FASE
                 ELSE
                    PERFORM SCHRIJF-OVERDRACHT
                    MOVE "X" TO INVQ-FASE
                 END-IF
                 MOVE WS-VANDAAG TO INVQ-FASEDATUM
              END-IF
           END-IF
           .
      *
       VOLGENDE-KALENDERDAG.
      ***********************
           MOVE MAANDDAGEN (WS-VVD-MM) TO WS-KAL-MAANDLEN
           IF WS-VVD-MM = 02
              DIVIDE WS-VVD-CCYY BY 4
                     GIVING WS-KAL-QUOT REMAINDER WS-KAL-REST
              IF WS-KAL-REST = ZERO
                 DIVIDE WS-VVD-CCYY BY 100
                        GIVING WS-KAL-QUOT REMAINDER WS-KAL-REST
                 IF WS-KAL-REST NOT = ZERO
                    MOVE 29 TO WS-KAL-MAANDLEN
                 ELSE
                    DIVIDE WS-VVD-CCYY BY 400
                           GIVING WS-KAL-QUOT
                           REMAINDER WS-KAL-REST
                    IF WS-KAL-REST = ZERO
                       MOVE 29 TO WS-KAL-MAANDLEN
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-VVD-DD < WS-KAL-MAANDLEN
              ADD 1 TO WS-VVD-DD
           ELSE
              MOVE 01 TO WS-VVD-DD
              IF WS-VVD-MM < 12
                 ADD 1 TO WS-VVD-MM
              ELSE
                 MOVE 01 TO WS-VVD-MM
                 ADD 1 TO WS-VVD-CCYY
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH117: NAAM EN TAAL VAN HET LID (ZONDER LEDENREKORD FR,
      *        ZOALS GIRSLSX4).
      *----------------------------------------------------------------
       ZOEK-LID.
      ***********
           PERFORM WITH TEST BEFORE
                   UNTIL WS-ADMX-EOF OR ADMX-RNR NOT < TRBFN-RNR
              PERFORM LEZEN-ADMX
           END-PERFORM
           IF NOT WS-ADMX-EOF AND ADMX-RNR = TRBFN-RNR
              MOVE ADMX-NAAM  TO WS-CUR-NAAM
              MOVE ADMX-VOORN TO WS-CUR-VOORN
              MOVE ADMX-TAAL  TO WS-CUR-TAAL
           ELSE
              MOVE SPACES TO WS-CUR-NAAM WS-CUR-VOORN
              MOVE 2      TO WS-CUR-TAAL
           END-IF
           .
      *
       SCHRIJF-AANMANING.
      ********************
           ADD 1 TO WS-CNT-AANMANING
           EVALUATE WS-CUR-TAAL
           WHEN 1
              MOVE WS-AMN-STAP TO WS-AMN-RIJ
           WHEN 3
              COMPUTE WS-AMN-RIJ = WS-AMN-STAP + 6
           WHEN OTHER
              COMPUTE WS-AMN-RIJ = WS-AMN-STAP + 3
           END-EVALUATE
           MOVE TRBFN-PPR-RNR         TO MOTQ-PPR-RNR
           MOVE "A"                   TO MOTQ-STATUS
           MOVE WS-CUR-NAAM           TO MOTQ-NAAM
           MOVE WS-CUR-VOORN          TO MOTQ-VOORN
           MOVE SPACES                TO MOTQ-LND
           MOVE WS-CUR-TAAL           TO MOTQ-TAAL
           MOVE TRBFN-CODE-LIBEL      TO MOTQ-LIBEL
           MOVE TRBFN-MONTANT         TO MOTQ-BEDRAG
           MOVE TRBFN-MONTANT-DV      TO MOTQ-BEDRAG-DV
           MOVE WS-VANDAAG            TO MOTQ-DATINB
           MOVE AMN-TEKST (WS-AMN-RIJ) TO MOTQ-DIAG
           WRITE MOTQ-REC
           MOVE SPACES TO AMNR-REC
           STRING "AANMANING "               DELIMITED BY SIZE
                  WS-AMN-STAP                DELIMITED BY SIZE
                  " RNR="                    DELIMITED BY SIZE
                  TRBFN-RNR                  DELIMITED BY SIZE
                  " KONST="                  DELIMITED BY SIZE
                  TRBFN-CONSTANTE            DELIMITED BY SIZE
                  " OGM="                    DELIMITED BY SIZE
                  WS-OGM                     DELIMITED BY SIZE
                                        INTO AMNR-REC
           END-STRING
           WRITE AMNR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH117: OVERDRACHT AAN HET INCASSOBUREAU - DE ZAAK BLIJFT IN
      *        INVQ (FASE "X"), ZODAT GIRCINX4 EEN LATERE BETALING
      *        MET DE OGM NOG AFPUNT.
      *----------------------------------------------------------------
       SCHRIJF-OVERDRACHT.
      *********************
           ADD 1 TO WS-CNT-OVERGEDRAGEN
           MOVE TRBFN-RNR             TO INCQ-RNR
           MOVE WS-CUR-NAAM           TO INCQ-NAAM
           MOVE WS-CUR-VOORN          TO INCQ-VOORN
           MOVE WS-CUR-TAAL           TO INCQ-TAAL
           MOVE TRBFN-DEST            TO INCQ-FEDERATIE
           MOVE TRBFN-CONSTANTE       TO INCQ-KONST
           MOVE TRBFN-NO-SUITE (2:3)  TO INCQ-VOLGNR
           MOVE WS-OGM                TO INCQ-OGM
           COMPUTE INCQ-BEDRAG = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE TRBFN-MONTANT-DV      TO INCQ-BEDRAG-DV
           MOVE WS-SLD-OPENSTAAND     TO INCQ-OPENSTAAND
           MOVE INVQ-FASEDATUM        TO INCQ-INGEBREKE-DATUM
           MOVE WS-VANDAAG            TO INCQ-OVERDRACHT-DATUM
           WRITE INCQ-REC
           MOVE SPACES TO AMNR-REC
           STRING "OVERGEDRAGEN RNR="        DELIMITED BY SIZE
                  TRBFN-RNR                  DELIMITED BY SIZE
                  " KONST="                  DELIMITED BY SIZE
                  TRBFN-CONSTANTE            DELIMITED BY SIZE
                  " OGM="                    DELIMITED BY SIZE
                  WS-OGM                     DELIMITED BY SIZE
                                        INTO AMNR-REC
           END-STRING
           WRITE AMNR-REC
           .
      *
       BEREKEN-OGM.
      **************
           DIVIDE TRBFN-CONSTANTE BY 10000000
                  GIVING WS-OGM-QUOT
                  REMAINDER WS-OGM-REST
           DIVIDE TRBFN-NO-SUITE BY 1000
                  GIVING WS-OGM-QUOT
                  REMAINDER WS-OGM-SUITE
           COMPUTE WS-OGM-BASIS =
                   WS-OGM-REST * 1000 + WS-OGM-SUITE
           END-COMPUTE
           DIVIDE WS-OGM-BASIS BY 97
                  GIVING WS-OGM-QUOT
                  REMAINDER WS-OGM-REST
           IF WS-OGM-REST = ZERO
              MOVE 97 TO WS-OGM-CHECK
           ELSE
              MOVE WS-OGM-REST TO WS-OGM-CHECK
           END-IF
           .
      *
       FIN-AANMANING.
      ****************
           CLOSE INVO-FILE INVQ-FILE ADMX-FILE MOTQ-FILE INCQ-FILE
                 AMNR-FILE
           IF WS-SLDQ-OPEN
              CLOSE SLDQ-FILE
           END-IF
           MOVE WS-CNT-ZAKEN TO WS-DISPLAY-CNT
           DISPLAY "GIRAMNX4 - ZAKEN GELEZEN    : " WS-DISPLAY-CNT
           MOVE WS-CNT-GESTART TO WS-DISPLAY-CNT
           DISPLAY "GIRAMNX4 - CYCLUS GESTART   : " WS-DISPLAY-CNT
           MOVE WS-CNT-AANMANING TO WS-DISPLAY-CNT
           DISPLAY "GIRAMNX4 - AANMANINGEN      : " WS-DISPLAY-CNT
           MOVE WS-CNT-OVERGEDRAGEN TO WS-DISPLAY-CNT
           DISPLAY "GIRAMNX4 - OVERGEDRAGEN     : " WS-DISPLAY-CNT
           MOVE WS-CNT-GESTOPT TO WS-DISPLAY-CNT
           DISPLAY "GIRAMNX4 - CYCLUS GESTOPT   : " WS-DISPLAY-CNT
           .
RVH132*
      *----------------------------------------------------------------
      *RVH132: KETENBEWAKING - DE START WORDT GEWEIGERD ZOLANG DE
      *        VOORGAANDE STAPPEN VAN DE WERKDAG NIET AFGEWERKT ZIJN
      *        OF ALS EEN VOLGENDE STAP AL GESTART IS (ZIE GIRKETX4).
      *        BIJ HET EINDE WORDT DE STAP MET DE RETURN-CODE
      *        AFGEMELD; DE CALL LAAT DE RETURN-CODE ONGEWIJZIGD.
      *----------------------------------------------------------------
RVH132 KETEN-START.
RVH132**************
RVH132     MOVE "S"        TO WS-KET-FUNCTIE
RVH132     MOVE "GIRAMNX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRAMNX4 - KETEN: " WS-KET-MELDING
RVH132        MOVE 12 TO RETURN-CODE
RVH132        STOP RUN
RVH132     END-IF
RVH132     .
RVH132*
RVH132 KETEN-EINDE.
RVH132**************
RVH132     MOVE "E"         TO WS-KET-FUNCTIE
RVH132     MOVE RETURN-CODE TO WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     MOVE WS-KET-RC   TO RETURN-CODE
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRAMNX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

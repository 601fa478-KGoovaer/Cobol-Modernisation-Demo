      **    EEN MACHINE-LEESBAAR TREFFERBESTAND (MET DE BRON RSLQ OF   *
      **    BBFX), ALS INVOER VOOR TERUGROEPINGEN EN VOOR DE           *
      **    VERPLICHTE MELDING AAN DE OVERHEID.                        *
      **  - IDEM VOOR DE IBAN-WATCHLIST (IBWQ): ELKE REEDS UITBETAALDE *
      **    BETALING NAAR EEN IBAN DAT NU OP DE WATCHLIST STAAT KOMT   *
      **    OP HETZELFDE VERSLAG EN TREFFERBESTAND (SOORT "I"). DE JCL *
      **    START DIT PROGRAMMA OOK NA ELKE IBWQ-MUTATIE IN GIRREGX4.  *
      **                                                               *
      ******************************************************************
      *RVH072: NIEUW PROGRAMMA - RETRO-SCREENING VAN DE RECENTE RUNS
      *        BIJ EEN GEWIJZIGDE SANCTIELIJST.
      *RVH113: OOK DE IBAN-WATCHLIST (IBWQ) WORDT RETROACTIEF GETOETST.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ADMX-STATUS.
      *----------------------------------------------------------------
      *RVH113: IBAN-WATCHLIST (ZELFDE INDELING ALS IBWQ-REC IN
      *        TRBFNCX4) - OPTIONEEL.
      *----------------------------------------------------------------
RVH113     SELECT IBWQ-FILE ASSIGN TO IBWQ
RVH113            ORGANIZATION IS SEQUENTIAL
RVH113            FILE STATUS  IS WS-IBWQ-STATUS.
      *----------------------------------------------------------------
      *RVH072: MACHINE-LEESBAAR TREFFERBESTAND VOOR DE TERUGROEPINGS-
      *        KETEN EN DE MELDING AAN DE OVERHEID.
      *----------------------------------------------------------------
           05  ADMX-NAAM                PIC X(18).
           05  ADMX-VOORN               PIC X(12).
           05  ADMX-LND                 PIC X(03).
RVH113 FD  IBWQ-FILE
RVH113     RECORDING MODE IS F.
RVH113 01  IBWQ-REC.
RVH113     05  IBWQ-IBAN                PIC X(34).
RVH113     05  IBWQ-REDEN               PIC X(20).
RVH113     05  IBWQ-BRON                PIC X(01).
RVH113     05  IBWQ-DATUM               PIC 9(08).
       FD  RSCQ-FILE
           RECORDING MODE IS F.
       01  RSCQ-REC.
           05  RSCQ-IBAN                PIC X(34).
RVH104     05  RSCQ-BRON                PIC X(04).
RVH104     05  RSCQ-SCORE               PIC 9(03).
RVH113*    SOORT TREFFER: "N" = NAAM OP DE SANCTIELIJST (SCRQ),
RVH113*    "I" = IBAN OP DE WATCHLIST (IBWQ) - DAN BEVAT
RVH113*    RSCQ-LIJSTNAAM DE REDEN UIT DE WATCHLIST.
RVH113     05  RSCQ-SOORT               PIC X(01).
RVH113         88  RSCQ-SOORT-NAAM      VALUE "N".
RVH113         88  RSCQ-SOORT-IBAN      VALUE "I".
       FD  RSCR-FILE
           RECORDING MODE IS F.
       01  RSCR-REC                     PIC X(100).
       01  WS-ADMX-STATUS               PIC XX VALUE ZEROES.
       01  WS-RSCQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-RSCR-STATUS               PIC XX VALUE ZEROES.
RVH113 01  WS-IBWQ-STATUS               PIC XX VALUE ZEROES.
RVH113 01  WS-IBWQ-EOF-SW               PIC X VALUE "N".
RVH113     88  WS-IBWQ-EOF              VALUE "Y".
       01  WS-SCRQ-EOF-SW               PIC X VALUE "N".
           88  WS-SCRQ-EOF              VALUE "Y".
       01  WS-RSLX-EOF-SW               PIC X VALUE "N".
       01  WS-BET-VOLGNR                PIC 9(04).
       01  WS-BET-BEDRAG                PIC S9(08).
       01  WS-BET-IBAN                  PIC X(34).
      *----------------------------------------------------------------
      *RVH113: IN HET GEHEUGEN GELADEN IBAN-WATCHLIST (ZELFDE PLAFOND
      *        ALS WS-IBW-TABLE IN TRBFNCX4).
      *----------------------------------------------------------------
RVH113 01  WS-IBW-TABLE.
RVH113     05  WS-IBW-ENTRY OCCURS 2000 TIMES
RVH113                      INDEXED BY WS-IBW-IDX.
RVH113         10  WS-IBW-IBAN          PIC X(34).
RVH113         10  WS-IBW-REDEN         PIC X(20).
RVH113 01  WS-IBW-COUNT                 PIC 9(04) VALUE ZERO.
RVH113 01  WS-IBW-SW                    PIC X VALUE "N".
RVH113     88  WS-IBW-TREFFER           VALUE "Y".
RVH113 01  WS-IBW-HIT-REDEN             PIC X(20).
RVH113 01  WS-CNT-IBAN-TREFFERS         PIC 9(07) VALUE ZERO.
       01  WS-CNT-GESCREEND             PIC 9(07) VALUE ZERO.
       01  WS-CNT-TREFFERS              PIC 9(07) VALUE ZERO.
       01  WS-CNT-ZONDER-LID            PIC 9(07) VALUE ZERO.
      *---------------------------------
           PERFORM OPEN-RETROSCREENING
           PERFORM LADEN-SCREENINGLIJST
RVH113     PERFORM LADEN-IBANWATCHLIST
           PERFORM LEZEN-ADMX
           PERFORM LEZEN-RSLX
           PERFORM WITH TEST BEFORE UNTIL WS-RSLX-EOF
           END-PERFORM
           CLOSE SCRQ-FILE
           .
      *
      *----------------------------------------------------------------
      *RVH113: IBAN-WATCHLIST INLEZEN - EEN ONTBREKENDE LIJST IS GEEN
      *        FOUT, DAN WORDT ENKEL OP NAAM GESCREEND.
      *----------------------------------------------------------------
RVH113 LADEN-IBANWATCHLIST.
RVH113**********************
RVH113     OPEN INPUT IBWQ-FILE
RVH113     IF WS-IBWQ-STATUS = "00"
RVH113        PERFORM LEZEN-IBWQ
RVH113        PERFORM WITH TEST BEFORE UNTIL WS-IBWQ-EOF
RVH113           IF WS-IBW-COUNT < 2000
RVH113              ADD 1 TO WS-IBW-COUNT
RVH113              MOVE IBWQ-IBAN  TO WS-IBW-IBAN (WS-IBW-COUNT)
RVH113              MOVE IBWQ-REDEN TO WS-IBW-REDEN (WS-IBW-COUNT)
RVH113           ELSE
RVH113              DISPLAY "GIRRSCX4 - WATCHLISTTABEL VOL - "
RVH113                      "OVERIGE IBANS GENEGEERD"
RVH113           END-IF
RVH113           PERFORM LEZEN-IBWQ
RVH113        END-PERFORM
RVH113        CLOSE IBWQ-FILE
RVH113     END-IF
RVH113     .
      *
RVH113 LEZEN-IBWQ.
RVH113*************
RVH113     READ IBWQ-FILE
RVH113        AT END
RVH113           SET WS-IBWQ-EOF TO TRUE
RVH113     END-READ
RVH113     .
      *
       LEZEN-SCRQ.
      *************
      *----------------------------------------------------------------
       VERWERK-BETALING.
      *******************
RVH113     PERFORM CONTROLE-IBAN-WATCHLIST
RVH113     IF WS-IBW-TREFFER
RVH113        PERFORM SCHRIJVEN-IBAN-TREFFER
RVH113     END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL WS-ADMX-EOF
                      OR WS-ADMX-KEY NOT < WS-BET-RNR
           MOVE WS-BET-IBAN     TO RSCQ-IBAN
RVH104     MOVE WS-BET-BRON     TO RSCQ-BRON
RVH104     MOVE WS-SCR-SCORE    TO RSCQ-SCORE
RVH113     MOVE "N"             TO RSCQ-SOORT
           WRITE RSCQ-REC
           MOVE SPACES TO RSCR-REC
           STRING "TREFFER RNR="     DELIMITED BY SIZE
           END-STRING
           WRITE RSCR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH113: HET BETAALDE IBAN IN DE WATCHLIST ZOEKEN - LOS VAN HET
      *        LEDENEXTRACT, HET IBAN STAAT OP DE BETALING ZELF.
      *----------------------------------------------------------------
RVH113 CONTROLE-IBAN-WATCHLIST.
RVH113**************************
RVH113     MOVE "N" TO WS-IBW-SW
RVH113     IF WS-IBW-COUNT > ZERO
RVH113        AND WS-BET-IBAN NOT = SPACES
RVH113        SET WS-IBW-IDX TO 1
RVH113        SEARCH WS-IBW-ENTRY
RVH113           AT END
RVH113              CONTINUE
RVH113           WHEN WS-IBW-IDX > WS-IBW-COUNT
RVH113              CONTINUE
RVH113           WHEN WS-IBW-IBAN (WS-IBW-IDX) = WS-BET-IBAN
RVH113              SET WS-IBW-TREFFER TO TRUE
RVH113              MOVE WS-IBW-REDEN (WS-IBW-IDX) TO WS-IBW-HIT-REDEN
RVH113        END-SEARCH
RVH113     END-IF
RVH113     .
      *
RVH113 SCHRIJVEN-IBAN-TREFFER.
RVH113*************************
RVH113     ADD 1 TO WS-CNT-IBAN-TREFFERS
RVH113     MOVE WS-BET-RNR       TO RSCQ-RNR
RVH113     MOVE SPACES           TO RSCQ-NAAM
RVH113     MOVE SPACES           TO RSCQ-LND
RVH113     MOVE WS-IBW-HIT-REDEN TO RSCQ-LIJSTNAAM
RVH113     MOVE WS-BET-DEST      TO RSCQ-DEST
RVH113     MOVE WS-BET-KONST     TO RSCQ-KONST
RVH113     MOVE WS-BET-VOLGNR    TO RSCQ-VOLGNR
RVH113     MOVE WS-BET-BEDRAG    TO RSCQ-BEDRAG
RVH113     MOVE WS-BET-IBAN      TO RSCQ-IBAN
RVH113     MOVE WS-BET-BRON      TO RSCQ-BRON
RVH113     MOVE 100              TO RSCQ-SCORE
RVH113     MOVE "I"              TO RSCQ-SOORT
RVH113     WRITE RSCQ-REC
RVH113     MOVE SPACES TO RSCR-REC
RVH113     STRING "IBAN-TREFFER RNR="  DELIMITED BY SIZE
RVH113            WS-BET-RNR           DELIMITED BY SIZE
RVH113            " KONST="            DELIMITED BY SIZE
RVH113            WS-BET-KONST         DELIMITED BY SIZE
RVH113            " VOLGNR="           DELIMITED BY SIZE
RVH113            WS-BET-VOLGNR        DELIMITED BY SIZE
RVH113            " BRON="             DELIMITED BY SIZE
RVH113            WS-BET-BRON          DELIMITED BY SIZE
RVH113            " IBAN="             DELIMITED BY SIZE
RVH113            WS-BET-IBAN          DELIMITED BY SPACE
RVH113            " REDEN="            DELIMITED BY SIZE
RVH113            WS-IBW-HIT-REDEN     DELIMITED BY SIZE
RVH113                            INTO RSCR-REC
RVH113     END-STRING
RVH113     WRITE RSCR-REC
RVH113     .
      *
       FIN-RETROSCREENING.
      *********************
           DISPLAY "GIRRSCX4 - AANTAL GESCREEND    : " WS-DISPLAY-CNT
           MOVE WS-CNT-TREFFERS TO WS-DISPLAY-CNT
           DISPLAY "GIRRSCX4 - AANTAL TREFFERS     : " WS-DISPLAY-CNT
RVH113     MOVE WS-CNT-IBAN-TREFFERS TO WS-DISPLAY-CNT
RVH113     DISPLAY "GIRRSCX4 - AANTAL IBAN-TREFFERS: " WS-DISPLAY-CNT
           MOVE WS-CNT-ZONDER-LID TO WS-DISPLAY-CNT
           DISPLAY "GIRRSCX4 - ZONDER LEDENEXTRACT : " WS-DISPLAY-CNT
           .

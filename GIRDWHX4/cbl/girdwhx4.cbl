      ******************************************************************
      **  GIRDWHX4 : DAGELIJKSE DELTA-AANLEVERING DATAWAREHOUSE        *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - DE BEHEERSRAPPORTERING VOLGT DE TRENDS VAN BETALINGEN,     *
      **    VERWERPINGEN, PARKERINGEN EN TERUGVORDERINGEN. DIT         *
      **    PROGRAMMA LEEST DE BESTANDEN VAN DE DAG (DE JCL LEVERT     *
      **    ENKEL DE GENERATIES VAN DE DAG AAN) EN SCHRIJFT VIER       *
      **    GESCHEIDEN DELTABESTANDEN (SCHEIDINGSTEKEN ";"):           *
      **      . DWBQ - NIEUWE EN GEWIJZIGDE BETALINGEN (GLPQ);         *
      **      . DWRQ - VERWERPINGEN (REJQ, RUN-VOLGNUMMER UIT RSLQ);   *
      **      . DWPQ - IN- EN UITSTROOM VAN DE WACHTRIJEN MET DE       *
      **        REDEN (PLSQ);                                          *
      **      . DWVQ - TERUGVORDERINGSBEWEGINGEN (GLPQ).               *
      **  - ELK BESTAND BESCHRIJFT ZICHZELF: DE EERSTE LIJNEN ("H")    *
      **    GEVEN DE KOLOMNAMEN VAN DE DETAILLIJNEN ("D"), DE          *
      **    SUBTOTAALLIJNEN ("R") EN HET CONTROLEREKORD ("T"). HET     *
      **    CONTROLEREKORD SLUIT HET BESTAND AF MET HET AANTAL         *
      **    D-LIJNEN EN HUN BEDRAGTOTAAL.                              *
      **  - DE SLEUTELS ZIJN IN DE VIER BESTANDEN GELIJK OPGEBOUWD:    *
      **    KONSTANTE (10), VOLGNUMMER (4, HET 3-CIJFERIGE GLPQ-       *
      **    VOLGNUMMER WORDT LINKS MET NUL AANGEVULD), RIJKSNUMMER,    *
      **    FEDERATIE (3), CODE-LIBELLE (2) EN RUN-VOLGNUMMER (2).     *
      **  - DE R-LIJNEN VAN DWBQ STAAN PER RUN-VOLGNUMMER EN TELLEN    *
      **    NETTO ZOALS GIRCERX4: DE TEGENBOEKINGEN ("A") VERMINDEREN  *
      **    HET AANTAL EN HET BEDRAG. ZE ZIJN DUS RECHTSTREEKS TE      *
      **    VERGELIJKEN MET CERQ-GLP-CNT EN CERQ-GLP-BEDR.             *
      **                                                               *
      ******************************************************************
      *RVH130: NIEUW PROGRAMMA - DAGELIJKSE DELTA-AANLEVERING VOOR
      *        HET DATAWAREHOUSE.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRDWHX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH130*
RVH130* RVH130 15/10/2026
RVH130*     NIEUW PROGRAMMA : GESCHEIDEN DELTABESTANDEN VAN DE DAG
RVH130*     MET KOLOMKOPPEN EN CONTROLEREKORD VOOR HET DATAWAREHOUSE.
RVH130*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH130: SAMENGEVOEGDE GLPQ-GENERATIES VAN DE DAG.
      *----------------------------------------------------------------
           SELECT GLPX-FILE ASSIGN TO GLPX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPX-STATUS.
      *----------------------------------------------------------------
      *RVH130: VERWORPEN PPR'S VAN DE DAG (REJQ-INDELING).
      *----------------------------------------------------------------
           SELECT REJX-FILE ASSIGN TO REJX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-REJX-STATUS.
      *----------------------------------------------------------------
      *RVH130: RESULTAATBERICHTEN VAN DE DAG (RSLQ-INDELING) - ENKEL
      *        VOOR HET RUN-VOLGNUMMER VAN DE VERWERPINGEN.
      *----------------------------------------------------------------
           SELECT RSLX-FILE ASSIGN TO RSLX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RSLX-STATUS.
      *----------------------------------------------------------------
      *RVH130: GEBEURTENISSEN VAN DE LEVENSLOOP-STATUSMASTER VAN DE
      *        DAG (PLSQ-INDELING).
      *----------------------------------------------------------------
           SELECT PLSX-FILE ASSIGN TO PLSX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSX-STATUS.
      *----------------------------------------------------------------
      *RVH130: DE VIER DELTABESTANDEN VOOR HET DATAWAREHOUSE.
      *----------------------------------------------------------------
           SELECT DWBQ-FILE ASSIGN TO DWBQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DWBQ-STATUS.
           SELECT DWRQ-FILE ASSIGN TO DWRQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DWRQ-STATUS.
           SELECT DWPQ-FILE ASSIGN TO DWPQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DWPQ-STATUS.
           SELECT DWVQ-FILE ASSIGN TO DWVQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DWVQ-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
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
           05  GLPX-VERSCHOVEN          PIC X(01).
       FD  REJX-FILE
           RECORDING MODE IS F.
       01  REJX-REC.
           05  REJX-PPR                 PIC X(186).
           05  REJX-DIAG                PIC X(32).
       FD  RSLX-FILE
           RECORDING MODE IS F.
       01  RSLX-REC.
           05  RSLX-DEST                PIC 9(03).
           05  RSLX-RNR                 PIC X(13).
           05  RSLX-KONST               PIC 9(10).
           05  RSLX-VOLGNR              PIC 9(04).
           05  RSLX-STATUS              PIC X(01).
               88  RSLX-VERWORPEN       VALUE "R".
           05  RSLX-DIAG                PIC X(32).
           05  RSLX-BEDRAG              PIC S9(08).
           05  RSLX-BEDRAG-DV           PIC X(01).
           05  RSLX-IBAN                PIC X(34).
           05  RSLX-RUNSEQ              PIC 9(02).
       FD  PLSX-FILE
           RECORDING MODE IS F.
       01  PLSX-REC.
           05  PLSX-KONST               PIC 9(10).
           05  PLSX-VOLGNR              PIC 9(04).
           05  PLSX-DATUM               PIC 9(08).
           05  PLSX-TIJD                PIC 9(08).
           05  PLSX-PROGRAMMA           PIC X(08).
           05  PLSX-EVENT               PIC X(04).
           05  PLSX-DETAIL              PIC X(32).
       FD  DWBQ-FILE
           RECORDING MODE IS F.
       01  DWBQ-REC                     PIC X(250).
       FD  DWRQ-FILE
           RECORDING MODE IS F.
       01  DWRQ-REC                     PIC X(250).
       FD  DWPQ-FILE
           RECORDING MODE IS F.
       01  DWPQ-REC                     PIC X(250).
       FD  DWVQ-FILE
           RECORDING MODE IS F.
       01  DWVQ-REC                     PIC X(250).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-GLPX-STATUS               PIC XX VALUE ZEROES.
       01  WS-REJX-STATUS               PIC XX VALUE ZEROES.
       01  WS-RSLX-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSX-STATUS               PIC XX VALUE ZEROES.
       01  WS-DWBQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-DWRQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-DWPQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-DWVQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPX-EOF-SW               PIC X VALUE "N".
           88  WS-GLPX-EOF              VALUE "Y".
       01  WS-REJX-EOF-SW               PIC X VALUE "N".
           88  WS-REJX-EOF              VALUE "Y".
       01  WS-RSLX-EOF-SW               PIC X VALUE "N".
           88  WS-RSLX-EOF              VALUE "Y".
       01  WS-PLSX-EOF-SW               PIC X VALUE "N".
           88  WS-PLSX-EOF              VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH130: DE PPR VAN EEN VERWORPEN LIJN.
      *----------------------------------------------------------------
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *----------------------------------------------------------------
      *RVH130: RUN-VOLGNUMMER PER VERWORPEN KONSTANTE/VOLGNUMMER,
      *        UIT DE RSLQ-BERICHTEN MET STATUS "R".
      *----------------------------------------------------------------
       01  WS-RSL-TABLE.
           05  WS-RSL-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-RSL-IDX.
               10  WS-RSL-KONST         PIC 9(10).
               10  WS-RSL-VOLGNR        PIC 9(04).
               10  WS-RSL-RUNSEQ        PIC 9(02).
       01  WS-RSL-COUNT                 PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH130: SUBTOTALEN (R-LIJNEN) EN EINDTOTALEN (T-LIJN) PER
      *        DELTABESTAND: 1 = DWBQ, 2 = DWRQ, 3 = DWPQ, 4 = DWVQ.
      *----------------------------------------------------------------
       01  WS-BST-TABLE.
           05  WS-BST-ENTRY OCCURS 4 TIMES.
               10  WS-BST-NAAM          PIC X(04).
               10  WS-BST-CNT           PIC 9(07).
               10  WS-BST-BEDR          PIC S9(13).
               10  WS-BST-SUB-COUNT     PIC 9(02).
               10  WS-BST-SUB OCCURS 20 TIMES
                              INDEXED BY WS-SUB-IDX.
                   15  WS-SUB-SLEUTEL   PIC X(12).
                   15  WS-SUB-CNT       PIC S9(07).
                   15  WS-SUB-BEDR      PIC S9(13).
       01  WS-BST                       PIC 9(01).
       01  WS-SUB                       PIC 9(02).
       01  WS-TOT-SLEUTEL               PIC X(12).
       01  WS-TOT-AANTAL                PIC S9(01).
       01  WS-TOT-BEDRAG                PIC S9(08).
      *----------------------------------------------------------------
      *RVH130: ZONES VOOR HET OPBOUWEN VAN DE GESCHEIDEN LIJNEN.
      *----------------------------------------------------------------
       01  WS-LIJN                      PIC X(250).
       01  WS-EXP-KONST                 PIC 9(10).
       01  WS-EXP-VOLGNR                PIC 9(04).
       01  WS-EXP-FED                   PIC 9(03).
       01  WS-EXP-LIBEL                 PIC 9(02).
       01  WS-EXP-RUNSEQ                PIC 9(02).
       01  WS-EXP-RNR                   PIC X(13).
       01  WS-EXP-BEDRAG                PIC +9(08).
       01  WS-EXP-CNT                   PIC 9(07).
       01  WS-EXP-SUB-CNT               PIC +9(07).
       01  WS-EXP-TOTAAL                PIC +9(13).
       01  WS-EXP-TEKST                 PIC X(32).
       01  WS-EXP-CODE                  PIC X(12).
       01  WS-EXP-MUTATIE               PIC X(01).
       01  WS-RICHTING                  PIC X(09).
      *
       01  WS-CNT-GLPX                  PIC 9(07) VALUE ZERO.
       01  WS-CNT-REJX                  PIC 9(07) VALUE ZERO.
       01  WS-CNT-PLSX                  PIC 9(07) VALUE ZERO.
       01  WS-CNT-PLS-OVERIG            PIC 9(07) VALUE ZERO.
       01  WS-CNT-GLP-OVERIG            PIC 9(07) VALUE ZERO.
       01  WS-CNT-ZONDER-RUNSEQ         PIC 9(07) VALUE ZERO.
       01  WS-CNT-OVERLOOP              PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-DWH SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-DWH.
      *---------------------------------
           PERFORM OPEN-DWH
           PERFORM LADEN-RSLX
           PERFORM VERWERKEN-GLPX
           PERFORM VERWERKEN-REJX
           PERFORM VERWERKEN-PLSX
           PERFORM SCHRIJVEN-CONTROLE
           PERFORM FIN-DWH
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
      *----------------------------------------------------------------
      *RVH130: DE GLPQ-FEED IS VERPLICHT; ZONDER REJQ, RSLQ OF PLSQ
      *        VAN DE DAG BLIJFT HET BETROKKEN DELTABESTAND LEEG (KOP
      *        EN CONTROLEREKORD MET NUL).
      *----------------------------------------------------------------
       OPEN-DWH.
      ***********
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           OPEN INPUT GLPX-FILE
           IF WS-GLPX-STATUS NOT = "00"
              DISPLAY "GIRDWHX4 - ERREUR OPEN GLPX STATUS = "
                      WS-GLPX-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT DWBQ-FILE
           IF WS-DWBQ-STATUS NOT = "00"
              DISPLAY "GIRDWHX4 - ERREUR OPEN DWBQ STATUS = "
                      WS-DWBQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT DWRQ-FILE
           IF WS-DWRQ-STATUS NOT = "00"
              DISPLAY "GIRDWHX4 - ERREUR OPEN DWRQ STATUS = "
                      WS-DWRQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT DWPQ-FILE
           IF WS-DWPQ-STATUS NOT = "00"
              DISPLAY "GIRDWHX4 - ERREUR OPEN DWPQ STATUS = "
                      WS-DWPQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT DWVQ-FILE
           IF WS-DWVQ-STATUS NOT = "00"
              DISPLAY "GIRDWHX4 - ERREUR OPEN DWVQ STATUS = "
                      WS-DWVQ-STATUS
              STOP RUN
           END-IF
           MOVE "DWBQ" TO WS-BST-NAAM (1)
           MOVE "DWRQ" TO WS-BST-NAAM (2)
           MOVE "DWPQ" TO WS-BST-NAAM (3)
           MOVE "DWVQ" TO WS-BST-NAAM (4)
           PERFORM VARYING WS-BST FROM 1 BY 1 UNTIL WS-BST > 4
              MOVE ZERO TO WS-BST-CNT (WS-BST)
                           WS-BST-BEDR (WS-BST)
                           WS-BST-SUB-COUNT (WS-BST)
           END-PERFORM
           PERFORM SCHRIJVEN-KOPPEN
           .
      *
      *----------------------------------------------------------------
      *RVH130: DE KOPLIJNEN - PER LIJNSOORT DE KOLOMNAMEN. DE EERSTE
      *        KOLOM IS ALTIJD DE LIJNSOORT ("D", "R" OF "T").
      *----------------------------------------------------------------
       SCHRIJVEN-KOPPEN.
      *******************
           MOVE 1 TO WS-BST
           MOVE SPACES TO WS-LIJN
           STRING "H;D;KONSTANTE;VOLGNUMMER;RNR;FEDERATIE;"
                                             DELIMITED BY SIZE
                  "CODE_LIBELLE;RUNSEQ;MUTATIE;SOORT;BEDRAG;"
                                             DELIMITED BY SIZE
                  "MUNT;DATUM_INBRENG;OGM"   DELIMITED BY SIZE
                                        INTO WS-LIJN
           END-STRING
           PERFORM SCHRIJVEN-LIJN
           MOVE "H;R;RUNSEQ;AANTAL_NETTO;BEDRAG_NETTO" TO WS-LIJN
           PERFORM SCHRIJVEN-LIJN
           PERFORM SCHRIJVEN-KOP-T
           MOVE 2 TO WS-BST
           MOVE SPACES TO WS-LIJN
           STRING "H;D;KONSTANTE;VOLGNUMMER;RNR;FEDERATIE;"
                                             DELIMITED BY SIZE
                  "CODE_LIBELLE;RUNSEQ;BEDRAG;MUNT;DATUM;REDEN"
                                             DELIMITED BY SIZE
                                        INTO WS-LIJN
           END-STRING
           PERFORM SCHRIJVEN-LIJN
           MOVE "H;R;RUNSEQ;AANTAL;BEDRAG" TO WS-LIJN
           PERFORM SCHRIJVEN-LIJN
           PERFORM SCHRIJVEN-KOP-T
           MOVE 3 TO WS-BST
           MOVE SPACES TO WS-LIJN
           STRING "H;D;KONSTANTE;VOLGNUMMER;RICHTING;GEBEURTENIS;"
                                             DELIMITED BY SIZE
                  "DATUM;TIJD;PROGRAMMA;REDEN"
                                             DELIMITED BY SIZE
                                        INTO WS-LIJN
           END-STRING
           PERFORM SCHRIJVEN-LIJN
           MOVE "H;R;RICHTING;AANTAL;BEDRAG" TO WS-LIJN
           PERFORM SCHRIJVEN-LIJN
           PERFORM SCHRIJVEN-KOP-T
           MOVE 4 TO WS-BST
           MOVE SPACES TO WS-LIJN
           STRING "H;D;KONSTANTE;VOLGNUMMER;RNR;FEDERATIE;"
                                             DELIMITED BY SIZE
                  "CODE_LIBELLE;RUNSEQ;BEWEGING;BEDRAG;MUNT;"
                                             DELIMITED BY SIZE
                  "DATUM_INBRENG;OGM"        DELIMITED BY SIZE
                                        INTO WS-LIJN
           END-STRING
           PERFORM SCHRIJVEN-LIJN
           MOVE "H;R;BEWEGING;AANTAL;BEDRAG" TO WS-LIJN
           PERFORM SCHRIJVEN-LIJN
           PERFORM SCHRIJVEN-KOP-T
           .
      *
       SCHRIJVEN-KOP-T.
      ******************
           MOVE "H;T;BESTAND;VERWERKDATUM;AANTAL_D;BEDRAG_D" TO WS-LIJN
           PERFORM SCHRIJVEN-LIJN
           .
      *
      *----------------------------------------------------------------
      *RVH130: DE VERWORPEN KONSTANTE/VOLGNUMMERS VAN DE RSLQ MET HUN
      *        RUN-VOLGNUMMER OPLADEN. EEN VERWERPING ZONDER RSLQ-
      *        BERICHT (BV. EEN BANKRETOUR) KRIJGT RUN-VOLGNUMMER 00.
      *----------------------------------------------------------------
       LADEN-RSLX.
      *************
           OPEN INPUT RSLX-FILE
           IF WS-RSLX-STATUS = "00"
              PERFORM LEZEN-RSLX
              PERFORM WITH TEST BEFORE UNTIL WS-RSLX-EOF
                 IF RSLX-VERWORPEN
                    IF WS-RSL-COUNT < 5000
                       ADD 1 TO WS-RSL-COUNT
                       SET WS-RSL-IDX TO WS-RSL-COUNT
                       MOVE RSLX-KONST  TO WS-RSL-KONST (WS-RSL-IDX)
                       MOVE RSLX-VOLGNR TO WS-RSL-VOLGNR (WS-RSL-IDX)
                       MOVE RSLX-RUNSEQ TO WS-RSL-RUNSEQ (WS-RSL-IDX)
                    ELSE
                       ADD 1 TO WS-CNT-OVERLOOP
                    END-IF
                 END-IF
                 PERFORM LEZEN-RSLX
              END-PERFORM
              CLOSE RSLX-FILE
           ELSE
              DISPLAY "GIRDWHX4 - GEEN RSLQ - RUNSEQ 00 VERWORPEN"
           END-IF
           .
      *
       LEZEN-RSLX.
      *************
           READ RSLX-FILE
              AT END
                 SET WS-RSLX-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH130: DE GLPQ-LIJNEN VERDELEN:
      *        - DWBQ: DE LIJNEN DIE GIRCERX4 CERTIFICEERT (ALLE
      *          SOORTEN BEHALVE "I", "V", "W", "O" EN "M"); DE
      *          TEGENBOEKING VAN GIRVORX4 ("A") IS EEN GEWIJZIGDE
      *          BETALING (MUTATIE "G"), DE REST IS NIEUW ("N");
      *        - DWVQ: DE TERUGVORDERINGSBEWEGINGEN - DE OPENING VAN
      *          DE TERUGVORDERING ("V"), DE VERREKENING OP EEN
      *          BETALING ("I" MET RUN-VOLGNUMMER), DE TERUGBETALING
      *          DOOR HET LID ("I" ZONDER RUN-VOLGNUMMER, GIRCINX4)
      *          EN DE AFSCHRIJVING ("O");
      *        - DE VOORHEFFING ("W") EN DE MICROBETALINGEN ("M")
      *          GAAN NIET MEE.
      *----------------------------------------------------------------
       VERWERKEN-GLPX.
      *****************
           PERFORM LEZEN-GLPX
           PERFORM WITH TEST BEFORE UNTIL WS-GLPX-EOF
              ADD 1 TO WS-CNT-GLPX
              MOVE GLPX-KONST     TO WS-EXP-KONST
              MOVE GLPX-VOLGNR    TO WS-EXP-VOLGNR
              MOVE GLPX-RNR       TO WS-EXP-RNR
              MOVE GLPX-FEDERATIE TO WS-EXP-FED
              MOVE GLPX-LIBEL     TO WS-EXP-LIBEL
              MOVE GLPX-RUNSEQ    TO WS-EXP-RUNSEQ
              MOVE GLPX-BEDRAG    TO WS-EXP-BEDRAG
              EVALUATE TRUE
              WHEN GLPX-SOORT = "W" OR "M"
                 ADD 1 TO WS-CNT-GLP-OVERIG
              WHEN GLPX-SOORT = "V"
                 MOVE "INVORDERING" TO WS-EXP-CODE
                 PERFORM SCHRIJVEN-DWVQ
              WHEN GLPX-SOORT = "I" AND GLPX-RUNSEQ NOT = ZERO
                 MOVE "VERREKENING" TO WS-EXP-CODE
                 PERFORM SCHRIJVEN-DWVQ
              WHEN GLPX-SOORT = "I"
                 MOVE "TERUGBETALING" TO WS-EXP-CODE
                 PERFORM SCHRIJVEN-DWVQ
              WHEN GLPX-SOORT = "O"
                 MOVE "AFSCHRIJVING" TO WS-EXP-CODE
                 PERFORM SCHRIJVEN-DWVQ
              WHEN GLPX-SOORT = "A"
                 MOVE "G" TO WS-EXP-MUTATIE
                 MOVE -1  TO WS-TOT-AANTAL
                 PERFORM SCHRIJVEN-DWBQ
              WHEN OTHER
                 MOVE "N" TO WS-EXP-MUTATIE
                 MOVE 1   TO WS-TOT-AANTAL
                 PERFORM SCHRIJVEN-DWBQ
              END-EVALUATE
              PERFORM LEZEN-GLPX
           END-PERFORM
           CLOSE GLPX-FILE
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
       SCHRIJVEN-DWBQ.
      *****************
           MOVE 1 TO WS-BST
           MOVE SPACES TO WS-LIJN
           STRING "D;"                DELIMITED BY SIZE
                  WS-EXP-KONST        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-VOLGNR       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-RNR          DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-FED          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-LIBEL        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-RUNSEQ       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-MUTATIE      DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  GLPX-SOORT          DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-BEDRAG       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  GLPX-BEDRAG-DV      DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  GLPX-DATINB         DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  GLPX-OGM            DELIMITED BY SPACE
                                 INTO WS-LIJN
           END-STRING
           PERFORM SCHRIJVEN-LIJN
           MOVE WS-EXP-RUNSEQ TO WS-TOT-SLEUTEL
           MOVE GLPX-BEDRAG   TO WS-TOT-BEDRAG
           PERFORM TOTALISEREN
           .
      *
       SCHRIJVEN-DWVQ.
      *****************
           MOVE 4 TO WS-BST
           MOVE SPACES TO WS-LIJN
           STRING "D;"                DELIMITED BY SIZE
                  WS-EXP-KONST        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-VOLGNR       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-RNR          DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-FED          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-LIBEL        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-RUNSEQ       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-CODE         DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-BEDRAG       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  GLPX-BEDRAG-DV      DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  GLPX-DATINB         DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  GLPX-OGM            DELIMITED BY SPACE
                                 INTO WS-LIJN
           END-STRING
           PERFORM SCHRIJVEN-LIJN
           MOVE WS-EXP-CODE   TO WS-TOT-SLEUTEL
           MOVE 1             TO WS-TOT-AANTAL
           MOVE GLPX-BEDRAG   TO WS-TOT-BEDRAG
           PERFORM TOTALISEREN
           .
      *
      *----------------------------------------------------------------
      *RVH130: DE VERWORPEN PPR'S. DE FEDERATIE WORDT AFGELEID ZOALS
      *        CREER-BBF IN TRBFNCX4 BBF-VERB VULT, ZODAT DE SLEUTEL
      *        GELIJK IS AAN DIE VAN DE GLPQ-LIJNEN.
      *----------------------------------------------------------------
       VERWERKEN-REJX.
      *****************
           OPEN INPUT REJX-FILE
           IF WS-REJX-STATUS = "00"
              PERFORM LEZEN-REJX
              PERFORM WITH TEST BEFORE UNTIL WS-REJX-EOF
                 ADD 1 TO WS-CNT-REJX
                 MOVE REJX-PPR TO PPR-RECORD
                 PERFORM SCHRIJVEN-DWRQ
                 PERFORM LEZEN-REJX
              END-PERFORM
              CLOSE REJX-FILE
           ELSE
              DISPLAY "GIRDWHX4 - GEEN REJQ - DWRQ ZONDER DETAIL"
           END-IF
           .
      *
       LEZEN-REJX.
      *************
           READ REJX-FILE
              AT END
                 SET WS-REJX-EOF TO TRUE
           END-READ
           .
      *
       SCHRIJVEN-DWRQ.
      *****************
           MOVE TRBFN-CONSTANTE   TO WS-EXP-KONST
           MOVE TRBFN-NO-SUITE    TO WS-EXP-VOLGNR
           MOVE TRBFN-RNR         TO WS-EXP-RNR
           MOVE TRBFN-CODE-LIBEL  TO WS-EXP-LIBEL
           MOVE TRBFN-MONTANT     TO WS-EXP-BEDRAG
           EVALUATE TRBFN-TYPE-COMPTA
           WHEN 3
              MOVE 167 TO WS-EXP-FED
           WHEN 4
              MOVE 169 TO WS-EXP-FED
           WHEN 5
              MOVE 166 TO WS-EXP-FED
           WHEN 6
              MOVE 168 TO WS-EXP-FED
           WHEN OTHER
              MOVE TRBFN-DEST TO WS-EXP-FED
           END-EVALUATE
           MOVE ZERO TO WS-EXP-RUNSEQ
           SET WS-RSL-IDX TO 1
           SEARCH WS-RSL-ENTRY
              AT END
                 ADD 1 TO WS-CNT-ZONDER-RUNSEQ
              WHEN WS-RSL-IDX > WS-RSL-COUNT
                 ADD 1 TO WS-CNT-ZONDER-RUNSEQ
              WHEN WS-RSL-KONST (WS-RSL-IDX) = TRBFN-CONSTANTE
               AND WS-RSL-VOLGNR (WS-RSL-IDX) = TRBFN-NO-SUITE
                 MOVE WS-RSL-RUNSEQ (WS-RSL-IDX) TO WS-EXP-RUNSEQ
           END-SEARCH
           MOVE REJX-DIAG TO WS-EXP-TEKST
           INSPECT WS-EXP-TEKST REPLACING ALL ";" BY ","
           MOVE 2 TO WS-BST
           MOVE SPACES TO WS-LIJN
           STRING "D;"                DELIMITED BY SIZE
                  WS-EXP-KONST        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-VOLGNR       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-RNR          DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-FED          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-LIBEL        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-RUNSEQ       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-BEDRAG       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  TRBFN-MONTANT-DV    DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WS-VANDAAG          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-TEKST        DELIMITED BY "  "
                                 INTO WS-LIJN
           END-STRING
           PERFORM SCHRIJVEN-LIJN
           MOVE WS-EXP-RUNSEQ TO WS-TOT-SLEUTEL
           MOVE 1             TO WS-TOT-AANTAL
           MOVE TRBFN-MONTANT TO WS-TOT-BEDRAG
           PERFORM TOTALISEREN
           .
      *
      *----------------------------------------------------------------
      *RVH130: DE GEBEURTENISSEN VAN DE STATUSMASTER. ENKEL DE IN- EN
      *        UITSTROOM VAN EEN WACHTRIJ GAAT NAAR DWPQ:
      *        - INSTROOM : "PARK" (TRBFNCX4), "AANH" (GIRVORX4);
      *        - UITSTROOM: "VRIJ", "ANNU" (GIRVORX4), "FRDC", "FRDB"
      *          (GIRFRDX4), "STPV" (GIRSTPX4), "NALN", "NALF",
      *          "NALE" (GIRNALX4).
      *        DE OVERIGE GEBEURTENISSEN (BETALING, UITVOERING,
      *        RETOUR, AANHOUDING ...) WORDEN ENKEL GETELD.
      *----------------------------------------------------------------
       VERWERKEN-PLSX.
      *****************
           OPEN INPUT PLSX-FILE
           IF WS-PLSX-STATUS = "00"
              PERFORM LEZEN-PLSX
              PERFORM WITH TEST BEFORE UNTIL WS-PLSX-EOF
                 ADD 1 TO WS-CNT-PLSX
                 EVALUATE PLSX-EVENT
                 WHEN "PARK"
                 WHEN "AANH"
                    MOVE "INSTROOM" TO WS-RICHTING
                    PERFORM SCHRIJVEN-DWPQ
                 WHEN "VRIJ"
                 WHEN "ANNU"
                 WHEN "FRDC"
                 WHEN "FRDB"
                 WHEN "STPV"
                 WHEN "NALN"
                 WHEN "NALF"
                 WHEN "NALE"
                    MOVE "UITSTROOM" TO WS-RICHTING
                    PERFORM SCHRIJVEN-DWPQ
                 WHEN OTHER
                    ADD 1 TO WS-CNT-PLS-OVERIG
                 END-EVALUATE
                 PERFORM LEZEN-PLSX
              END-PERFORM
              CLOSE PLSX-FILE
           ELSE
              DISPLAY "GIRDWHX4 - GEEN PLSQ - DWPQ ZONDER DETAIL"
           END-IF
           .
      *
       LEZEN-PLSX.
      *************
           READ PLSX-FILE
              AT END
                 SET WS-PLSX-EOF TO TRUE
           END-READ
           .
      *
       SCHRIJVEN-DWPQ.
      *****************
           MOVE PLSX-DETAIL TO WS-EXP-TEKST
           INSPECT WS-EXP-TEKST REPLACING ALL ";" BY ","
           MOVE 3 TO WS-BST
           MOVE SPACES TO WS-LIJN
           STRING "D;"                DELIMITED BY SIZE
                  PLSX-KONST          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  PLSX-VOLGNR         DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-RICHTING         DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  PLSX-EVENT          DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  PLSX-DATUM          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  PLSX-TIJD           DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  PLSX-PROGRAMMA      DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WS-EXP-TEKST        DELIMITED BY "  "
                                 INTO WS-LIJN
           END-STRING
           PERFORM SCHRIJVEN-LIJN
           MOVE WS-RICHTING   TO WS-TOT-SLEUTEL
           MOVE 1             TO WS-TOT-AANTAL
           MOVE ZERO          TO WS-TOT-BEDRAG
           PERFORM TOTALISEREN
           .
      *
      *----------------------------------------------------------------
      *RVH130: EEN LIJN NAAR HET DELTABESTAND WS-BST SCHRIJVEN.
      *----------------------------------------------------------------
       SCHRIJVEN-LIJN.
      *****************
           EVALUATE WS-BST
           WHEN 1
              WRITE DWBQ-REC FROM WS-LIJN
           WHEN 2
              WRITE DWRQ-REC FROM WS-LIJN
           WHEN 3
              WRITE DWPQ-REC FROM WS-LIJN
           WHEN OTHER
              WRITE DWVQ-REC FROM WS-LIJN
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH130: EEN D-LIJN IN DE TOTALEN VAN HAAR BESTAND OPNEMEN: HET
      *        EINDTOTAAL TELT ELKE LIJN, HET SUBTOTAAL VAN DE
      *        SLEUTEL TELT WS-TOT-AANTAL (-1 VOOR EEN TEGENBOEKING IN
      *        DWBQ). BOVEN 20 SLEUTELS PER BESTAND ONTBREEKT HET
      *        SUBTOTAAL; HET EINDTOTAAL BLIJFT VOLLEDIG.
      *----------------------------------------------------------------
       TOTALISEREN.
      **************
           ADD 1             TO WS-BST-CNT (WS-BST)
           ADD WS-TOT-BEDRAG TO WS-BST-BEDR (WS-BST)
           MOVE ZERO TO WS-SUB
           SET WS-SUB-IDX TO 1
           SEARCH WS-BST-SUB
              AT END
                 ADD 1 TO WS-CNT-OVERLOOP
              WHEN WS-SUB-IDX > WS-BST-SUB-COUNT (WS-BST)
                 ADD 1 TO WS-BST-SUB-COUNT (WS-BST)
                 SET WS-SUB TO WS-SUB-IDX
                 MOVE WS-TOT-SLEUTEL TO WS-SUB-SLEUTEL (WS-BST WS-SUB)
                 MOVE ZERO TO WS-SUB-CNT (WS-BST WS-SUB)
                              WS-SUB-BEDR (WS-BST WS-SUB)
              WHEN WS-SUB-SLEUTEL (WS-BST WS-SUB-IDX) = WS-TOT-SLEUTEL
                 SET WS-SUB TO WS-SUB-IDX
           END-SEARCH
           IF WS-SUB > ZERO
              ADD WS-TOT-AANTAL TO WS-SUB-CNT (WS-BST WS-SUB)
              ADD WS-TOT-BEDRAG TO WS-SUB-BEDR (WS-BST WS-SUB)
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH130: PER BESTAND DE R-LIJNEN EN HET AFSLUITENDE CONTROLE-
      *        REKORD (T) SCHRIJVEN.
      *----------------------------------------------------------------
       SCHRIJVEN-CONTROLE.
      *********************
           PERFORM VARYING WS-BST FROM 1 BY 1 UNTIL WS-BST > 4
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-BST-SUB-COUNT (WS-BST)
                 MOVE WS-SUB-CNT (WS-BST WS-SUB)  TO WS-EXP-SUB-CNT
                 MOVE WS-SUB-BEDR (WS-BST WS-SUB) TO WS-EXP-TOTAAL
                 MOVE SPACES TO WS-LIJN
                 STRING "R;"                   DELIMITED BY SIZE
                        WS-SUB-SLEUTEL (WS-BST WS-SUB)
                                               DELIMITED BY SPACE
                        ";"                    DELIMITED BY SIZE
                        WS-EXP-SUB-CNT         DELIMITED BY SIZE
                        ";"                    DELIMITED BY SIZE
                        WS-EXP-TOTAAL          DELIMITED BY SIZE
                                          INTO WS-LIJN
                 END-STRING
                 PERFORM SCHRIJVEN-LIJN
              END-PERFORM
              MOVE WS-BST-CNT (WS-BST)  TO WS-EXP-CNT
              MOVE WS-BST-BEDR (WS-BST) TO WS-EXP-TOTAAL
              MOVE SPACES TO WS-LIJN
              STRING "T;"                      DELIMITED BY SIZE
                     WS-BST-NAAM (WS-BST)      DELIMITED BY SIZE
                     ";"                       DELIMITED BY SIZE
                     WS-VANDAAG                DELIMITED BY SIZE
                     ";"                       DELIMITED BY SIZE
                     WS-EXP-CNT                DELIMITED BY SIZE
                     ";"                       DELIMITED BY SIZE
                     WS-EXP-TOTAAL             DELIMITED BY SIZE
                                          INTO WS-LIJN
              END-STRING
              PERFORM SCHRIJVEN-LIJN
           END-PERFORM
           .
      *
       FIN-DWH.
      **********
           CLOSE DWBQ-FILE
                 DWRQ-FILE
                 DWPQ-FILE
                 DWVQ-FILE
           MOVE WS-CNT-GLPX TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - GLPQ-LIJNEN GELEZEN    : " WS-DISPLAY-CNT
           MOVE WS-BST-CNT (1) TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - DWBQ BETALINGEN        : " WS-DISPLAY-CNT
           MOVE WS-BST-CNT (4) TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - DWVQ TERUGVORDERINGEN  : " WS-DISPLAY-CNT
           MOVE WS-CNT-GLP-OVERIG TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - GLPQ NIET OPGENOMEN    : " WS-DISPLAY-CNT
           MOVE WS-CNT-REJX TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - DWRQ VERWERPINGEN      : " WS-DISPLAY-CNT
           MOVE WS-CNT-ZONDER-RUNSEQ TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - VERWORPEN ZONDER RUNSEQ: " WS-DISPLAY-CNT
           MOVE WS-CNT-PLSX TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - PLSQ-GEBEURTENISSEN    : " WS-DISPLAY-CNT
           MOVE WS-BST-CNT (3) TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - DWPQ IN- EN UITSTROOM  : " WS-DISPLAY-CNT
           MOVE WS-CNT-OVERLOOP TO WS-DISPLAY-CNT
           DISPLAY "GIRDWHX4 - TABELOVERLOOP          : " WS-DISPLAY-CNT
           IF WS-CNT-OVERLOOP > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           .

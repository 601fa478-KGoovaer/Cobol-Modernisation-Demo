      **                                                               *
      ******************************************************************
      *RVH062: NIEUW PROGRAMMA - GENERATOR FISCALE ATTESTEN.
      *RVH133: ATTESTEN ENKEL UIT DOOR GIRJAFX4 BEVROREN JAARTOTALEN.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH062*     NIEUW PROGRAMMA : FISCALE ATTESTEN PER LID UIT CUMQ, IN
RVH062*     DE TAAL VAN HET LID, VIA HET REMOTE-PRINT-MECHANISME.
RVH062*
RVH133* RVH133 15/10/2026
RVH133*     ATTESTEN WORDEN ENKEL GEMAAKT ALS HET JAAR VAN CUMQ IN HET
RVH133*     AFSLUITREGISTER (JAFQ) AFGESLOTEN IS EN CUMQ NOG OVEREEN-
RVH133*     STEMT MET DE BEVROREN TOTALEN; ZONIET RC 12.
RVH133*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT ATTQ-FILE ASSIGN TO ATTQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ATTQ-STATUS.
      *----------------------------------------------------------------
      *RVH133: AFSLUITREGISTER VAN GIRJAFX4 MET DE BEVROREN AANTALLEN
      *        EN BEDRAGEN VAN CUMQ PER AFGESLOTEN JAAR.
      *----------------------------------------------------------------
RVH133     SELECT JAFQ-FILE ASSIGN TO JAFQ
RVH133            ORGANIZATION IS SEQUENTIAL
RVH133            FILE STATUS  IS WS-JAFQ-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
           05  ATTQ-TEKST               PIC X(53).
           05  ATTQ-BEDRAG              PIC S9(09).
           05  ATTQ-AANTAL              PIC 9(05).
RVH133 FD  JAFQ-FILE
RVH133     RECORDING MODE IS F.
RVH133 01  JAFQ-REC.
RVH133     05  JAFQ-JAAR                PIC 9(04).
RVH133     05  JAFQ-STATUS              PIC X(01).
RVH133         88  JAFQ-AFGESLOTEN      VALUE "A".
RVH133     05  JAFQ-AFSLUITDATUM        PIC 9(08).
RVH133     05  JAFQ-VERWERKDATUM        PIC 9(08).
RVH133     05  JAFQ-HEROPEN-DATUM       PIC 9(08).
RVH133     05  JAFQ-CUM-AANTAL          PIC 9(09).
RVH133     05  JAFQ-CUM-BEDRAG          PIC S9(11).
RVH133     05  FILLER                   PIC X(11).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-CUMQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-ADMX-STATUS               PIC XX VALUE ZEROES.
       01  WS-TBLIBQ-STATUS             PIC XX VALUE ZEROES.
       01  WS-ATTQ-STATUS               PIC XX VALUE ZEROES.
RVH133 01  WS-JAFQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-CUMQ-EOF-SW               PIC X VALUE "N".
           88  WS-CUMQ-EOF              VALUE "Y".
       01  WS-ADMX-EOF-SW               PIC X VALUE "N".
       01  WS-CNT-ATTESTEN              PIC 9(07) VALUE ZERO.
       01  WS-CNT-ZONDER-LID            PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH133: CONTROLE OP DE BEVRIEZING VAN CUMQ.
      *----------------------------------------------------------------
RVH133 01  WS-FRZ-JAAR                  PIC 9(04) VALUE ZERO.
RVH133 01  WS-FRZ-AANTAL                PIC 9(09) VALUE ZERO.
RVH133 01  WS-FRZ-BEDRAG                PIC S9(11) VALUE ZERO.
RVH133 01  WS-FRZ-SW                    PIC X VALUE "N".
RVH133     88  WS-FRZ-BEVROREN          VALUE "J".
RVH133 01  WS-FRZ-MELDING               PIC X(60) VALUE SPACES.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-ATTESTEN.
      *---------------------------------
RVH133     PERFORM CONTROLE-BEVRIEZING
           PERFORM OPEN-ATTESTEN
           PERFORM LADEN-LIBELTABEL
           PERFORM LEZEN-ADMX
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
      *----------------------------------------------------------------
      *RVH133: ATTESTEN ENKEL UIT BEVROREN JAARTOTALEN - HET JAAR VAN
      *        CUMQ MOET DOOR GIRJAFX4 AFGESLOTEN ZIJN, EN AANTAL EN
      *        BEDRAG VAN CUMQ MOETEN NOG GELIJK ZIJN AAN WAT BIJ DE
      *        AFSLUITING WERD BEVROREN. CUMQ WORDT HIERNA OPNIEUW
      *        GEOPEND IN OPEN-ATTESTEN.
      *----------------------------------------------------------------
RVH133 CONTROLE-BEVRIEZING.
RVH133**********************
RVH133     OPEN INPUT CUMQ-FILE
RVH133     IF WS-CUMQ-STATUS NOT = "00"
RVH133        DISPLAY "GIRATTX4 - ERREUR OPEN CUMQ STATUS = "
RVH133                WS-CUMQ-STATUS
RVH133        STOP RUN
RVH133     END-IF
RVH133     PERFORM LEZEN-CUMQ
RVH133     PERFORM WITH TEST BEFORE UNTIL WS-CUMQ-EOF
RVH133        MOVE CUMQ-JAAR TO WS-FRZ-JAAR
RVH133        ADD CUMQ-AANTAL        TO WS-FRZ-AANTAL
RVH133        ADD CUMQ-TOTAAL-BEDRAG TO WS-FRZ-BEDRAG
RVH133        PERFORM LEZEN-CUMQ
RVH133     END-PERFORM
RVH133     CLOSE CUMQ-FILE
RVH133     MOVE "N" TO WS-CUMQ-EOF-SW
RVH133     MOVE "JAAR NIET AFGESLOTEN DOOR GIRJAFX4" TO WS-FRZ-MELDING
RVH133     OPEN INPUT JAFQ-FILE
RVH133     IF WS-JAFQ-STATUS = "00"
RVH133        READ JAFQ-FILE
RVH133        PERFORM WITH TEST BEFORE
RVH133                UNTIL WS-JAFQ-STATUS NOT = "00"
RVH133           IF JAFQ-JAAR = WS-FRZ-JAAR AND JAFQ-AFGESLOTEN
RVH133              IF JAFQ-CUM-AANTAL = WS-FRZ-AANTAL
RVH133                 AND JAFQ-CUM-BEDRAG = WS-FRZ-BEDRAG
RVH133                 SET WS-FRZ-BEVROREN TO TRUE
RVH133              ELSE
RVH133                 MOVE "CUMQ WIJKT AF VAN DE BEVROREN TOTALEN"
RVH133                                         TO WS-FRZ-MELDING
RVH133              END-IF
RVH133           END-IF
RVH133           READ JAFQ-FILE
RVH133        END-PERFORM
RVH133        CLOSE JAFQ-FILE
RVH133     END-IF
RVH133     IF NOT WS-FRZ-BEVROREN
RVH133        DISPLAY "GIRATTX4 - JAAR " WS-FRZ-JAAR " - "
RVH133                WS-FRZ-MELDING " - GEEN ATTESTEN"
RVH133        MOVE 12 TO RETURN-CODE
RVH133        STOP RUN
RVH133     END-IF
RVH133     .
RVH133*
       OPEN-ATTESTEN.
      ****************
           OPEN INPUT CUMQ-FILE

      ******************************************************************
      *RVH019: NIEUW BATCHPROGRAMMA - CUMULATIEF JAAROVERZICHT BBF
      *        T.B.V. DE FISCALE ATTESTEN.
      *RVH133: CUMQ WORDT NIET OVERSCHREVEN VOOR EEN JAAR DAT DOOR
      *        GIRJAFX4 WERD AFGESLOTEN (BEVROREN TOTALEN).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH019*     NIEUW PROGRAMMA : CUMULATIEF JAAROVERZICHT BBF-BETALINGEN
RVH019*     T.B.V. DE FISCALE ATTESTEN, PER RIJKSNUMMER EN CODE-LIBEL.
RVH019*
RVH133* RVH133 15/10/2026
RVH133*     WEIGERING (RC 12) ALS HET JAAR VAN DE EXTRACT IN HET
RVH133*     AFSLUITREGISTER (JAFQ) AFGESLOTEN IS - CUMQ WORDT PAS NA
RVH133*     DIE CONTROLE GEOPEND.
RVH133*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT CUMQ-FILE ASSIGN TO CUMQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CUMQ-STATUS.
      *----------------------------------------------------------------
      *RVH133: AFSLUITREGISTER VAN GIRJAFX4 (OPTIONEEL).
      *----------------------------------------------------------------
RVH133     SELECT JAFQ-FILE ASSIGN TO JAFQ
RVH133            ORGANIZATION IS SEQUENTIAL
RVH133            FILE STATUS  IS WS-JAFQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BBFX-FILE
           05  CUMQ-JAAR                PIC 9(04).
           05  CUMQ-TOTAAL-BEDRAG       PIC S9(09).
           05  CUMQ-AANTAL              PIC 9(05).
RVH133 FD  JAFQ-FILE
RVH133     RECORDING MODE IS F.
RVH133 01  JAFQ-REC.
RVH133     05  JAFQ-JAAR                PIC 9(04).
RVH133     05  JAFQ-STATUS              PIC X(01).
RVH133         88  JAFQ-AFGESLOTEN      VALUE "A".
RVH133     05  FILLER                   PIC X(55).
       WORKING-STORAGE SECTION.
       01  WS-BBFX-STATUS               PIC XX VALUE ZEROES.
       01  WS-CUMQ-STATUS               PIC XX VALUE ZEROES.
RVH133 01  WS-JAFQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-BBFX-EOF-SW               PIC X VALUE "N".
           88  WS-BBFX-EOF              VALUE "Y".
       01  WS-CUR-KEY.
       PAR-TRAITEMENT-CUMUL.
           PERFORM OPEN-CUMUL
           PERFORM LEZEN-BBFX
RVH133     PERFORM CONTROLE-JAARAFSLUITING
RVH133     PERFORM OPEN-CUMQ
           PERFORM WITH TEST BEFORE UNTIL WS-BBFX-EOF
              MOVE BBFX-RNR             TO WS-CUR-RNR
              MOVE BBFX-LIBEL           TO WS-CUR-LIBEL
              DISPLAY "GIRCUMX4 - OPEN BBFX-FILE STATUS " WS-BBFX-STATUS
              STOP RUN
           END-IF
RVH133     .
RVH133 OPEN-CUMQ.
           OPEN OUTPUT CUMQ-FILE
           IF WS-CUMQ-STATUS NOT = "00"
              DISPLAY "GIRCUMX4 - OPEN CUMQ-FILE STATUS " WS-CUMQ-STATUS
              STOP RUN
           END-IF
           .
RVH133 CONTROLE-JAARAFSLUITING.
RVH133     IF NOT WS-BBFX-EOF
RVH133        MOVE BBFX-DATINB TO WS-CUM-DATINB
RVH133        OPEN INPUT JAFQ-FILE
RVH133        IF WS-JAFQ-STATUS = "00"
RVH133           READ JAFQ-FILE
RVH133           PERFORM WITH TEST BEFORE
RVH133                   UNTIL WS-JAFQ-STATUS NOT = "00"
RVH133              IF JAFQ-JAAR = WS-CUM-JAAR-CCYY AND JAFQ-AFGESLOTEN
RVH133                 DISPLAY "GIRCUMX4 - JAAR " WS-CUM-JAAR-CCYY
RVH133                         " AFGESLOTEN - CUMQ BEVROREN"
RVH133                 CLOSE JAFQ-FILE BBFX-FILE
RVH133                 MOVE 12 TO RETURN-CODE
RVH133                 STOP RUN
RVH133              END-IF
RVH133              READ JAFQ-FILE
RVH133           END-PERFORM
RVH133           CLOSE JAFQ-FILE
RVH133        END-IF
RVH133     END-IF
RVH133     .
       LEZEN-BBFX.
           READ BBFX-FILE
              AT END

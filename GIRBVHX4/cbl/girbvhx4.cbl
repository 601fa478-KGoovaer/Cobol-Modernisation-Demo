      ******************************************************************
      **  GIRBVHX4 : MAANDAANGIFTE BEDRIJFSVOORHEFFING                 *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - SINDS RVH114 HOUDT TRBFNCX4 OP DE BELASTBARE CODE-         *
      **    LIBELLES BEDRIJFSVOORHEFFING IN EN BOEKT ZE ALS EIGEN      *
      **    GLPQ-LIJN (SOORT "W"). DIT MAANDELIJKS PROGRAMMA LEEST     *
      **    DE GECONCATENEERDE GLPQ-GENERATIES VAN DE MAAND,           *
      **    SELECTEERT DE VOORHEFFINGSLIJNEN EN CUMULEERT ZE PER       *
      **    PERIODE (EEUWJAARMAAND VAN GLPQ-DATINB), CODE-LIBELLE EN   *
      **    FEDERATIE.                                                 *
      **  - HET RESULTAAT IS HET AANGIFTEBESTAND VOOR DE FISCALE       *
      **    ADMINISTRATIE (BVHD) PLUS EEN VERSLAG (BVHR) MET EEN LIJN  *
      **    PER AANGIFTEREKORD EN HET TOTAAL PER PERIODE.              *
      **  - TEGENGEBOEKTE VOORHEFFING (GEANNULEERDE BANDLIJNEN, ZIE    *
      **    GIRVORX4) STAAT NEGATIEF GEBOEKT EN VERMINDERT DE AANGIFTE *
      **    VAN DE PERIODE WAARIN ZE WERD GEBOEKT.                     *
      **                                                               *
      ******************************************************************
      *RVH114: NIEUW PROGRAMMA - MAANDAANGIFTE VAN DE INGEHOUDEN
      *        BEDRIJFSVOORHEFFING.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRBVHX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH114*
RVH114* RVH114 15/10/2026
RVH114*     NIEUW PROGRAMMA : AANGIFTE BEDRIJFSVOORHEFFING PER PERIODE,
RVH114*     CODE-LIBELLE EN FEDERATIE UIT DE GLPQ-BOEKINGEN.
RVH114*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH114: GECONCATENEERDE GLPQ-GENERATIES VAN DE MAAND (ZELFDE
      *        INDELING ALS GLPQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT GLPX-FILE ASSIGN TO GLPX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPX-STATUS.
      *----------------------------------------------------------------
      *RVH114: AANGIFTEBESTAND, GECUMULEERD PER PERIODE, CODE-LIBELLE
      *        EN FEDERATIE.
      *----------------------------------------------------------------
           SELECT BVHD-FILE ASSIGN TO BVHD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BVHD-STATUS.
      *----------------------------------------------------------------
      *RVH114: AANGIFTEVERSLAG.
      *----------------------------------------------------------------
           SELECT BVHR-FILE ASSIGN TO BVHR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BVHR-STATUS.
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
           05  GLPX-DATINB-R REDEFINES GLPX-DATINB.
               10  GLPX-PERIODE         PIC 9(06).
               10  FILLER               PIC 9(02).
           05  GLPX-RUNSEQ              PIC 9(02).
           05  GLPX-OGM                 PIC X(12).
           05  GLPX-SOORT               PIC X(01).
               88  GLPX-SOORT-VOORHEFFING
                                        VALUE "W".
           05  GLPX-VERSCHOVEN          PIC X(01).
       FD  BVHD-FILE
           RECORDING MODE IS F.
       01  BVHD-REC.
           05  BVHD-PERIODE             PIC 9(06).
           05  BVHD-LIBEL               PIC 9(02).
           05  BVHD-FEDERATIE           PIC 9(03).
           05  BVHD-AANTAL              PIC 9(07).
           05  BVHD-BEDRAG              PIC S9(11).
           05  BVHD-BEDRAG-DV           PIC X(01).
       FD  BVHR-FILE
           RECORDING MODE IS F.
       01  BVHR-REC                     PIC X(80).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-GLPX-STATUS               PIC XX VALUE ZEROES.
       01  WS-BVHD-STATUS               PIC XX VALUE ZEROES.
       01  WS-BVHR-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPX-EOF-SW               PIC X VALUE "N".
           88  WS-GLPX-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH114: CUMULATIETABEL PER (PERIODE, CODE-LIBELLE, FEDERATIE).
      *----------------------------------------------------------------
       01  WS-CUM-TABLE.
           05  WS-CUM-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CUM-IDX.
               10  WS-CUM-PERIODE       PIC 9(06).
               10  WS-CUM-LIBEL         PIC 9(02).
               10  WS-CUM-FEDERATIE     PIC 9(03).
               10  WS-CUM-AANTAL        PIC 9(07).
               10  WS-CUM-BEDRAG        PIC S9(11).
       01  WS-CUM-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-CUM-SUB                   PIC 9(04).
      *----------------------------------------------------------------
      *RVH114: TOTAAL PER PERIODE VOOR HET VERSLAG.
      *----------------------------------------------------------------
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 24 TIMES
                            INDEXED BY WS-PER-IDX.
               10  WS-PER-PERIODE       PIC 9(06).
               10  WS-PER-AANTAL        PIC 9(07).
               10  WS-PER-BEDRAG        PIC S9(11).
       01  WS-PER-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-PER-SUB                   PIC 9(02).
       01  WS-BEDRAG-DV                 PIC X(01) VALUE SPACE.
       01  WS-CNT-GELEZEN               PIC 9(07) VALUE ZERO.
       01  WS-CNT-VOORHEFFING           PIC 9(07) VALUE ZERO.
       01  WS-CNT-OVERLOOP              PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZZ9,99.
       01  WS-EDIT-AANTAL               PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-AANGIFTE SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-AANGIFTE.
      *---------------------------------
           PERFORM OPEN-AANGIFTE
           PERFORM LEZEN-GLPX
           PERFORM WITH TEST BEFORE UNTIL WS-GLPX-EOF
              ADD 1 TO WS-CNT-GELEZEN
              IF GLPX-SOORT-VOORHEFFING
                 ADD 1 TO WS-CNT-VOORHEFFING
                 MOVE GLPX-BEDRAG-DV TO WS-BEDRAG-DV
                 PERFORM CUMULEER-AANGIFTE
              END-IF
              PERFORM LEZEN-GLPX
           END-PERFORM
           PERFORM SCHRIJF-AANGIFTE
           PERFORM FIN-AANGIFTE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-AANGIFTE.
      ****************
           OPEN INPUT GLPX-FILE
           IF WS-GLPX-STATUS NOT = "00"
              DISPLAY "GIRBVHX4 - ERREUR OPEN GLPX STATUS = "
                      WS-GLPX-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT BVHD-FILE
           IF WS-BVHD-STATUS NOT = "00"
              DISPLAY "GIRBVHX4 - ERREUR OPEN BVHD STATUS = "
                      WS-BVHD-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT BVHR-FILE
           IF WS-BVHR-STATUS NOT = "00"
              DISPLAY "GIRBVHX4 - ERREUR OPEN BVHR STATUS = "
                      WS-BVHR-STATUS
              STOP RUN
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
      *----------------------------------------------------------------
      *RVH114: EEN AANGIFTEREKORD PER (PERIODE, LIBELLE, FEDERATIE)
      *        EN EEN TOTAAL PER PERIODE. EEN VOLLE TABEL WORDT OP HET
      *        VERSLAG GEMELD; DE AANGIFTE IS DAN ONVOLLEDIG.
      *----------------------------------------------------------------
       CUMULEER-AANGIFTE.
      ********************
           SET WS-CUM-IDX TO 1
           SEARCH WS-CUM-ENTRY
              AT END
                 IF WS-CUM-COUNT < 500
                    ADD 1 TO WS-CUM-COUNT
                    SET WS-CUM-IDX TO WS-CUM-COUNT
                    MOVE GLPX-PERIODE
                      TO WS-CUM-PERIODE (WS-CUM-IDX)
                    MOVE GLPX-LIBEL
                      TO WS-CUM-LIBEL (WS-CUM-IDX)
                    MOVE GLPX-FEDERATIE
                      TO WS-CUM-FEDERATIE (WS-CUM-IDX)
                    MOVE ZERO TO WS-CUM-AANTAL (WS-CUM-IDX)
                                 WS-CUM-BEDRAG (WS-CUM-IDX)
                    ADD 1           TO WS-CUM-AANTAL (WS-CUM-IDX)
                    ADD GLPX-BEDRAG TO WS-CUM-BEDRAG (WS-CUM-IDX)
                 ELSE
                    ADD 1 TO WS-CNT-OVERLOOP
                 END-IF
              WHEN WS-CUM-PERIODE (WS-CUM-IDX) = GLPX-PERIODE
               AND WS-CUM-LIBEL (WS-CUM-IDX) = GLPX-LIBEL
               AND WS-CUM-FEDERATIE (WS-CUM-IDX) = GLPX-FEDERATIE
                 ADD 1           TO WS-CUM-AANTAL (WS-CUM-IDX)
                 ADD GLPX-BEDRAG TO WS-CUM-BEDRAG (WS-CUM-IDX)
           END-SEARCH
           SET WS-PER-IDX TO 1
           SEARCH WS-PER-ENTRY
              AT END
                 IF WS-PER-COUNT < 24
                    ADD 1 TO WS-PER-COUNT
                    SET WS-PER-IDX TO WS-PER-COUNT
                    MOVE GLPX-PERIODE
                      TO WS-PER-PERIODE (WS-PER-IDX)
                    MOVE ZERO TO WS-PER-AANTAL (WS-PER-IDX)
                                 WS-PER-BEDRAG (WS-PER-IDX)
                    ADD 1           TO WS-PER-AANTAL (WS-PER-IDX)
                    ADD GLPX-BEDRAG TO WS-PER-BEDRAG (WS-PER-IDX)
                 END-IF
              WHEN WS-PER-PERIODE (WS-PER-IDX) = GLPX-PERIODE
                 ADD 1           TO WS-PER-AANTAL (WS-PER-IDX)
                 ADD GLPX-BEDRAG TO WS-PER-BEDRAG (WS-PER-IDX)
           END-SEARCH
           .
      *
       SCHRIJF-AANGIFTE.
      *******************
           PERFORM VARYING WS-CUM-SUB FROM 1 BY 1
                   UNTIL WS-CUM-SUB > WS-CUM-COUNT
              MOVE WS-CUM-PERIODE (WS-CUM-SUB)   TO BVHD-PERIODE
              MOVE WS-CUM-LIBEL (WS-CUM-SUB)     TO BVHD-LIBEL
              MOVE WS-CUM-FEDERATIE (WS-CUM-SUB) TO BVHD-FEDERATIE
              MOVE WS-CUM-AANTAL (WS-CUM-SUB)    TO BVHD-AANTAL
              MOVE WS-CUM-BEDRAG (WS-CUM-SUB)    TO BVHD-BEDRAG
              MOVE WS-BEDRAG-DV                  TO BVHD-BEDRAG-DV
              WRITE BVHD-REC
              MOVE WS-CUM-AANTAL (WS-CUM-SUB)    TO WS-EDIT-AANTAL
              MOVE WS-CUM-BEDRAG (WS-CUM-SUB) TO WS-EDIT-BEDRAG
              MOVE SPACES TO BVHR-REC
              STRING "PERIODE="                  DELIMITED BY SIZE
                     WS-CUM-PERIODE (WS-CUM-SUB) DELIMITED BY SIZE
                     " LIBEL="                   DELIMITED BY SIZE
                     WS-CUM-LIBEL (WS-CUM-SUB)   DELIMITED BY SIZE
                     " FED="                     DELIMITED BY SIZE
                     WS-CUM-FEDERATIE (WS-CUM-SUB)
                                                 DELIMITED BY SIZE
                     " AANTAL="                  DELIMITED BY SIZE
                     WS-EDIT-AANTAL              DELIMITED BY SIZE
                     " BEDRAG="                  DELIMITED BY SIZE
                     WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                            INTO BVHR-REC
              END-STRING
              WRITE BVHR-REC
           END-PERFORM
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
              MOVE WS-PER-AANTAL (WS-PER-SUB)    TO WS-EDIT-AANTAL
              MOVE WS-PER-BEDRAG (WS-PER-SUB) TO WS-EDIT-BEDRAG
              MOVE SPACES TO BVHR-REC
              STRING "TOTAAL PERIODE="           DELIMITED BY SIZE
                     WS-PER-PERIODE (WS-PER-SUB) DELIMITED BY SIZE
                     " AANTAL="                  DELIMITED BY SIZE
                     WS-EDIT-AANTAL              DELIMITED BY SIZE
                     " BEDRAG="                  DELIMITED BY SIZE
                     WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                            INTO BVHR-REC
              END-STRING
              WRITE BVHR-REC
           END-PERFORM
           IF WS-CNT-OVERLOOP > ZERO
              MOVE WS-CNT-OVERLOOP TO WS-EDIT-AANTAL
              MOVE SPACES TO BVHR-REC
              STRING "TABEL VOL - AANGIFTE ONVOLLEDIG, NIET OPGENOMEN="
                                                 DELIMITED BY SIZE
                     WS-EDIT-AANTAL              DELIMITED BY SIZE
                                            INTO BVHR-REC
              END-STRING
              WRITE BVHR-REC
           END-IF
           .
      *
       FIN-AANGIFTE.
      ***************
           CLOSE GLPX-FILE BVHD-FILE BVHR-FILE
           MOVE WS-CNT-GELEZEN TO WS-DISPLAY-CNT
           DISPLAY "GIRBVHX4 - GLPQ GELEZEN     : " WS-DISPLAY-CNT
           MOVE WS-CNT-VOORHEFFING TO WS-DISPLAY-CNT
           DISPLAY "GIRBVHX4 - VOORHEFFINGEN    : " WS-DISPLAY-CNT
           MOVE WS-CUM-COUNT TO WS-DISPLAY-CNT
           DISPLAY "GIRBVHX4 - AANGIFTEREKORDS  : " WS-DISPLAY-CNT
           MOVE WS-CNT-OVERLOOP TO WS-DISPLAY-CNT
           DISPLAY "GIRBVHX4 - NIET OPGENOMEN   : " WS-DISPLAY-CNT
           IF WS-CNT-OVERLOOP > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           .

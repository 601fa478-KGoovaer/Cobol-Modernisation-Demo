RVH013* RVH013 09/08/2026
RVH013*     NIEUW PROGRAMMA : RECONCILIATIE BBF-JOURNAAL / 500001-BAND
RVH013*
RVH120* RVH120 15/10/2026
RVH120*     GEBUNDELDE BANDLIJNEN (BUNX): DE ANDERE ONDERDELEN VAN
RVH120*     EEN BUNDEL WAARVAN DE LEIDER OP DE BAND STOND, TELLEN
RVH120*     ALS OVEREENSTEMMEND.
RVH120*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT RECQ-FILE ASSIGN TO RECQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RECQ-STATUS.
      *----------------------------------------------------------------
      *RVH120: ONDERDELEN VAN DE GEBUNDELDE OVERSCHRIJVINGEN (BUNQ VAN
      *        TRBFNCX4) VAN DE GEBRUIKTE RUNS - GEEN SORTERING NODIG,
      *        HET BESTAND WORDT VOLLEDIG IN HET GEHEUGEN GELADEN.
      *----------------------------------------------------------------
RVH120     SELECT BUNX-FILE ASSIGN TO BUNX
RVH120            ORGANIZATION IS SEQUENTIAL
RVH120            FILE STATUS  IS WS-BUNX-STATUS.
      *
       DATA DIVISION.
      ***************
           05  RECQ-LIBEL               PIC 9(02).
           05  RECQ-MELDING             PIC X(60).
      *
RVH120 FD  BUNX-FILE
RVH120     RECORDING MODE IS F.
RVH120 01  BUNX-REC.
RVH120     05  BUNX-LEID-KONST          PIC 9(10).
RVH120     05  BUNX-LEID-VOLGNR         PIC 9(03).
RVH120     05  BUNX-KONST               PIC 9(10).
RVH120     05  BUNX-VOLGNR              PIC 9(03).
RVH120     05  BUNX-LEIDER-SW           PIC X(01).
RVH120         88  BUNX-LEIDER          VALUE "J".
RVH120     05  BUNX-LIBEL               PIC 9(02).
RVH120     05  BUNX-BEDRAG              PIC S9(08).
RVH120     05  BUNX-TOTAAL              PIC S9(08).
RVH120     05  BUNX-AANTAL              PIC 9(03).
RVH120     05  BUNX-OGM                 PIC X(12).
RVH120     05  BUNX-PPR-RNR             PIC S9(08) COMP.
RVH120     05  BUNX-IBAN                PIC X(34).
RVH120     05  BUNX-DATUM               PIC 9(08).
RVH120     05  BUNX-RUNSEQ              PIC 9(02).
      *
       WORKING-STORAGE SECTION.
      *************************
       01  WS-BBFX-STATUS               PIC XX VALUE ZEROES.
       01  WS-BANDX-STATUS              PIC XX VALUE ZEROES.
       01  WS-RECQ-STATUS               PIC XX VALUE ZEROES.
RVH120 01  WS-BUNX-STATUS               PIC XX VALUE ZEROES.
RVH120 01  WS-BUNX-EOF-SW               PIC X VALUE "N".
RVH120     88  WS-BUNX-EOF              VALUE "Y".
      *
       01  WS-BBFX-EOF-SW               PIC X VALUE "N".
           88  WS-BBFX-EOF              VALUE "Y".
       01  WS-CNT-BBF-ONLY              PIC 9(07) VALUE ZERO.
       01  WS-CNT-BAND-ONLY             PIC 9(07) VALUE ZERO.
       01  WS-CNT-MATCH                 PIC 9(07) VALUE ZERO.
RVH120 01  WS-CNT-GEBUNDELD             PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH120: DE NIET-LEIDENDE ONDERDELEN VAN DE GEBUNDELDE LIJNEN.
      *        EEN GEBUNDELDE BANDLIJN DRAAGT DE LAAGSTE SLEUTEL VAN
      *        HAAR ONDERDELEN (DE LEIDER) EN KOMT DUS IN DE MERGE
      *        VOOR DE ANDERE ONDERDELEN; STAAT DE LEIDER OP DE BAND,
      *        DAN WORDEN ZIJN ONDERDELEN GEMARKEERD ("J") EN TELT
      *        HUN JOURNAALLIJN ALS OVEREENSTEMMEND.
      *----------------------------------------------------------------
RVH120 01  WS-BUN-TABLE.
RVH120     05  WS-BUN-ENTRY OCCURS 5000 TIMES
RVH120                      INDEXED BY WS-BUN-IDX.
RVH120         10  WS-BUN-LEIDER.
RVH120             15  WS-BUN-LEID-KONST
RVH120                                  PIC 9(10).
RVH120             15  WS-BUN-LEID-VOLGNR
RVH120                                  PIC 9(03).
RVH120         10  WS-BUN-KEY.
RVH120             15  WS-BUN-KONST     PIC 9(10).
RVH120             15  WS-BUN-VOLGNR    PIC 9(03).
RVH120         10  WS-BUN-SW            PIC X(01).
RVH120             88  WS-BUN-OP-BAND   VALUE "J".
RVH120 01  WS-BUN-COUNT                 PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-OVERLOOP              PIC 9(07) VALUE ZERO.
RVH120 01  WS-BUN-SUB                   PIC 9(04) VALUE ZERO.
      *
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *
       PAR-TRAITEMENT-RECONCILIATION.
      *---------------------------------
           PERFORM OPEN-RECONCILIATION
RVH120     PERFORM LADEN-BUNDELS
           PERFORM LEZEN-BBFX
           PERFORM LEZEN-BANDX
           PERFORM WITH TEST BEFORE
                   UNTIL WS-BBFX-EOF AND WS-BANDX-EOF
              EVALUATE TRUE
              WHEN WS-BBFX-KEY < WS-BANDX-KEY
RVH120           PERFORM ZOEK-ONDERDEEL
RVH120           IF WS-BUN-SUB > ZERO
RVH120              ADD 1 TO WS-CNT-GEBUNDELD
RVH120           ELSE
                    PERFORM SIGNALEREN-BBF-ONLY
RVH120           END-IF
                 PERFORM LEZEN-BBFX
              WHEN WS-BBFX-KEY > WS-BANDX-KEY
                 PERFORM SIGNALEREN-BAND-ONLY
                 PERFORM LEZEN-BANDX
              WHEN OTHER
                 ADD 1 TO WS-CNT-MATCH
RVH120           PERFORM MARKEREN-BUNDEL
                 PERFORM LEZEN-BBFX
                 PERFORM LEZEN-BANDX
              END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH120: DE NIET-LEIDENDE ONDERDELEN VAN DE GEBUNDELDE LIJNEN
      *        INLADEN. EEN ONTBREKEND BESTAND IS GEEN FOUT - DAN WERD
      *        ER NIETS GEBUNDELD.
      *----------------------------------------------------------------
RVH120 LADEN-BUNDELS.
RVH120****************
RVH120     OPEN INPUT BUNX-FILE
RVH120     IF WS-BUNX-STATUS = "00"
RVH120        PERFORM LEZEN-BUNX
RVH120        PERFORM WITH TEST BEFORE UNTIL WS-BUNX-EOF
RVH120           IF NOT BUNX-LEIDER
RVH120              IF WS-BUN-COUNT < 5000
RVH120                 ADD 1 TO WS-BUN-COUNT
RVH120                 SET WS-BUN-IDX TO WS-BUN-COUNT
RVH120                 MOVE BUNX-LEID-KONST
RVH120                           TO WS-BUN-LEID-KONST (WS-BUN-IDX)
RVH120                 MOVE BUNX-LEID-VOLGNR
RVH120                           TO WS-BUN-LEID-VOLGNR (WS-BUN-IDX)
RVH120                 MOVE BUNX-KONST  TO WS-BUN-KONST (WS-BUN-IDX)
RVH120                 MOVE BUNX-VOLGNR TO WS-BUN-VOLGNR (WS-BUN-IDX)
RVH120                 MOVE "N"         TO WS-BUN-SW (WS-BUN-IDX)
RVH120              ELSE
RVH120                 ADD 1 TO WS-BUN-OVERLOOP
RVH120              END-IF
RVH120           END-IF
RVH120           PERFORM LEZEN-BUNX
RVH120        END-PERFORM
RVH120        CLOSE BUNX-FILE
RVH120     END-IF
RVH120     IF WS-BUN-OVERLOOP > ZERO
RVH120        MOVE WS-BUN-OVERLOOP TO WS-DISPLAY-CNT
RVH120        DISPLAY "GIRRECX4 - BUNDELTABEL VOL - " WS-DISPLAY-CNT
RVH120                " ONDERDELEN NIET OPGELOST"
RVH120     END-IF
RVH120     .
      *
RVH120 LEZEN-BUNX.
RVH120*************
RVH120     READ BUNX-FILE
RVH120        AT END
RVH120           SET WS-BUNX-EOF TO TRUE
RVH120     END-READ
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: DE BANDLIJN STEMT OVEREEN - IS ZE DE LEIDER VAN EEN
      *        BUNDEL, DAN STAAN OOK DE ANDERE ONDERDELEN OP DE BAND.
      *----------------------------------------------------------------
RVH120 MARKEREN-BUNDEL.
RVH120******************
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120        IF WS-BUN-LEIDER (WS-BUN-SUB) = WS-BANDX-KEY
RVH120           MOVE "J" TO WS-BUN-SW (WS-BUN-SUB)
RVH120        END-IF
RVH120     END-PERFORM
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: JOURNAALLIJN ZONDER EIGEN BANDLIJN - ONDERDEEL VAN EEN
      *        BUNDEL WAARVAN DE LEIDER OP DE BAND STOND? (WS-BUN-SUB
      *        = 0 ALS DAT NIET ZO IS).
      *----------------------------------------------------------------
RVH120 ZOEK-ONDERDEEL.
RVH120*****************
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120                OR (WS-BUN-KEY (WS-BUN-SUB) = WS-BBFX-KEY
RVH120                AND WS-BUN-OP-BAND (WS-BUN-SUB))
RVH120        CONTINUE
RVH120     END-PERFORM
RVH120     IF WS-BUN-SUB > WS-BUN-COUNT
RVH120        MOVE ZERO TO WS-BUN-SUB
RVH120     END-IF
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH013: EEN RECORD VAN HET BBF-JOURNAALEXTRACT INLEZEN. BIJ EOF
      *        WORDT DE SLEUTEL OP HIGH-VALUES GEZET ZODAT DE OVERBLI-
      *        JVENDE BANDLIJNEN NORMAAL ALS "ENKEL-OP-BAND" UITKOMEN.
           MOVE WS-CNT-MATCH     TO WS-DISPLAY-CNT
           DISPLAY "GIRRECX4 - OVEREENSTEMMENDE PAREN   : "
                   WS-DISPLAY-CNT
RVH120     MOVE WS-CNT-GEBUNDELD TO WS-DISPLAY-CNT
RVH120     DISPLAY "GIRRECX4 - ONDERDELEN VAN BUNDELS   : "
RVH120             WS-DISPLAY-CNT
           .

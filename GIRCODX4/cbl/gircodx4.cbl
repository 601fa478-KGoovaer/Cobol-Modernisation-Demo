RVH049*     NIEUW PROGRAMMA : CODA-AFSTEMMING - NIET-UITGEVOERDE,
RVH049*     AFWIJKENDE EN DUBBEL UITGEVOERDE BETALINGEN MELDEN.
RVH049*
RVH120* RVH120 15/10/2026
RVH120*     GEBUNDELDE BANDLIJNEN (BUNX): DE CODA-VERRICHTING VAN DE
RVH120*     LEIDER WORDT GETOETST AAN HET BUNDELTOTAAL EN DE UITKOMST
RVH120*     GELDT OOK VOOR DE ANDERE ONDERDELEN.
RVH120*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT PLSC-FILE ASSIGN TO PLSC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSC-STATUS.
      *----------------------------------------------------------------
      *RVH120: ONDERDELEN VAN DE GEBUNDELDE OVERSCHRIJVINGEN (BUNQ VAN
      *        TRBFNCX4) VAN DE GEBRUIKTE RUNS - GEEN SORTERING NODIG,
      *        HET BESTAND WORDT VOLLEDIG IN HET GEHEUGEN GELADEN.
      *----------------------------------------------------------------
RVH120     SELECT BUNX-FILE ASSIGN TO BUNX
RVH120            ORGANIZATION IS SEQUENTIAL
RVH120            FILE STATUS  IS WS-BUNX-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
           05  PLSC-PROGRAMMA           PIC X(08).
           05  PLSC-EVENT               PIC X(04).
           05  PLSC-DETAIL              PIC X(32).
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
       WORKING-STORAGE SECTION.
      *************************
       01  WS-BBFX-STATUS               PIC XX VALUE ZEROES.
       01  WS-CODA-STATUS               PIC XX VALUE ZEROES.
       01  WS-CODR-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSC-STATUS               PIC XX VALUE ZEROES.
RVH120 01  WS-BUNX-STATUS               PIC XX VALUE ZEROES.
RVH120 01  WS-BUNX-EOF-SW               PIC X VALUE "N".
RVH120     88  WS-BUNX-EOF              VALUE "Y".
       01  WS-PLS-VANDAAG               PIC 9(08) VALUE ZERO.
       01  WS-PLS-TIJD                  PIC 9(08) VALUE ZERO.
       01  WS-BBFX-EOF-SW               PIC X VALUE "N".
       01  WS-CNT-AFWIJKEND             PIC 9(07) VALUE ZERO.
       01  WS-CNT-DUBBEL                PIC 9(07) VALUE ZERO.
       01  WS-CNT-ONBEKEND              PIC 9(07) VALUE ZERO.
RVH120 01  WS-CNT-GEBUNDELD             PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH120: DE NIET-LEIDENDE ONDERDELEN VAN DE GEBUNDELDE LIJNEN
      *        (ELK MET DE SLEUTEL VAN DE LEIDER EN HET BUNDELTOTAAL).
      *        DE BANK VOERT EEN BUNDEL UIT ALS EEN ENKELE VERRICHTING
      *        OP DE SLEUTEL VAN DE LEIDER (DE LAAGSTE SLEUTEL VAN DE
      *        BUNDEL, DUS IN DE MERGE VOOR DE ANDERE ONDERDELEN) VOOR
      *        HET TOTAAL.
      *        DE UITKOMST BIJ DE LEIDER ("U" UITGEVOERD, "A"
      *        AFWIJKEND BEDRAG) WORDT OP ALLE ONDERDELEN GEZET.
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
RVH120         10  WS-BUN-TOTAAL        PIC S9(08).
RVH120         10  WS-BUN-SW            PIC X(01).
RVH120             88  WS-BUN-OPEN      VALUE "N".
RVH120             88  WS-BUN-UITGEVOERD
RVH120                                  VALUE "U".
RVH120             88  WS-BUN-AFWIJKEND VALUE "A".
RVH120 01  WS-BUN-COUNT                 PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-OVERLOOP              PIC 9(07) VALUE ZERO.
RVH120 01  WS-BUN-SUB                   PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-LEID-SUB              PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-UITKOMST              PIC X(01) VALUE SPACE.
RVH120 01  WS-VERWACHT-BEDRAG           PIC S9(08) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------
       PAR-TRAITEMENT-CODA.
      *---------------------------------
           PERFORM OPEN-CODA-AFSTEMMING
RVH120     PERFORM LADEN-BUNDELS
           PERFORM LEZEN-BBFX
           PERFORM LEZEN-CODA
           PERFORM WITH TEST BEFORE
                   UNTIL WS-BBFX-EOF AND WS-CODA-EOF
              EVALUATE TRUE
              WHEN WS-BBFX-KEY < WS-CODA-KEY
RVH120           PERFORM ZOEK-ONDERDEEL
RVH120           IF WS-BUN-SUB > ZERO
RVH120              PERFORM MELD-ONDERDEEL
RVH120           ELSE
                    PERFORM MELD-NIET-UITGEVOERD
RVH120           END-IF
                 PERFORM LEZEN-BBFX
              WHEN WS-BBFX-KEY > WS-CODA-KEY
                 PERFORM MELD-ONBEKENDE-CODA
      *----------------------------------------------------------------
       VERWERK-KOPPEL.
      *****************
RVH120*    IS DE SLEUTEL DE LEIDER VAN EEN BUNDEL, DAN MOET DE CODA-
RVH120*    VERRICHTING HET BUNDELTOTAAL DRAGEN.
RVH120     PERFORM ZOEK-LEIDER
RVH120     IF WS-BUN-LEID-SUB > ZERO
RVH120        MOVE WS-BUN-TOTAAL (WS-BUN-LEID-SUB) TO WS-VERWACHT-BEDRAG
RVH120     ELSE
RVH120        MOVE BBFX-BEDRAG TO WS-VERWACHT-BEDRAG
RVH120     END-IF
RVH120     IF CODA-BEDRAG = WS-VERWACHT-BEDRAG
              ADD 1 TO WS-CNT-OK
RVH120        MOVE "U" TO WS-BUN-UITKOMST
RVH080        MOVE "UITV" TO PLSC-EVENT
RVH080        MOVE "CODA UITGEVOERD" TO PLSC-DETAIL
RVH080        PERFORM SCHRIJF-PLSC
                     " VOLGNR="                 DELIMITED BY SIZE
                     WS-BBFX-KEY-VOLGNR         DELIMITED BY SIZE
                     " JOURNAAL="               DELIMITED BY SIZE
RVH120               WS-VERWACHT-BEDRAG         DELIMITED BY SIZE
                     " CODA="                   DELIMITED BY SIZE
                     CODA-BEDRAG                DELIMITED BY SIZE
                                           INTO CODR-REC
RVH080        MOVE "UITV" TO PLSC-EVENT
RVH080        MOVE "CODA AFWIJKEND BEDRAG" TO PLSC-DETAIL
RVH080        PERFORM SCHRIJF-PLSC
RVH120        MOVE "A" TO WS-BUN-UITKOMST
           END-IF
RVH120     IF WS-BUN-LEID-SUB > ZERO
RVH120        PERFORM MARKEREN-BUNDEL
RVH120     END-IF
           MOVE WS-BBFX-KEY TO WS-CODA-KEY
           PERFORM LEZEN-CODA
           PERFORM WITH TEST BEFORE
           MOVE "GIRCODX4"         TO PLSC-PROGRAMMA
           WRITE PLSC-REC
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
RVH120                 MOVE BUNX-TOTAAL TO WS-BUN-TOTAAL (WS-BUN-IDX)
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
RVH120        DISPLAY "GIRCODX4 - BUNDELTABEL VOL - " WS-DISPLAY-CNT
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
      *RVH120: IS DE SLEUTEL IN BEHANDELING DE LEIDER VAN EEN BUNDEL?
      *        (WS-BUN-LEID-SUB = 0 ALS DAT NIET ZO IS).
      *----------------------------------------------------------------
RVH120 ZOEK-LEIDER.
RVH120**************
RVH120     PERFORM VARYING WS-BUN-LEID-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-LEID-SUB > WS-BUN-COUNT
RVH120                OR WS-BUN-LEIDER (WS-BUN-LEID-SUB) = WS-BBFX-KEY
RVH120        CONTINUE
RVH120     END-PERFORM
RVH120     IF WS-BUN-LEID-SUB > WS-BUN-COUNT
RVH120        MOVE ZERO TO WS-BUN-LEID-SUB
RVH120     END-IF
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: DE UITKOMST VAN DE LEIDER OP ALLE ONDERDELEN ZETTEN.
      *----------------------------------------------------------------
RVH120 MARKEREN-BUNDEL.
RVH120******************
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120        IF WS-BUN-LEIDER (WS-BUN-SUB) = WS-BBFX-KEY
RVH120           MOVE WS-BUN-UITKOMST TO WS-BUN-SW (WS-BUN-SUB)
RVH120        END-IF
RVH120     END-PERFORM
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: JOURNAALLIJN ZONDER EIGEN CODA-VERRICHTING - ONDERDEEL
      *        VAN EEN BUNDEL WAARVAN DE LEIDER AL WERD UITGEVOERD?
      *        (WS-BUN-SUB = 0 ALS DAT NIET ZO IS).
      *----------------------------------------------------------------
RVH120 ZOEK-ONDERDEEL.
RVH120*****************
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120                OR (WS-BUN-KEY (WS-BUN-SUB) = WS-BBFX-KEY
RVH120                AND NOT WS-BUN-OPEN (WS-BUN-SUB))
RVH120        CONTINUE
RVH120     END-PERFORM
RVH120     IF WS-BUN-SUB > WS-BUN-COUNT
RVH120        MOVE ZERO TO WS-BUN-SUB
RVH120     END-IF
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: ONDERDEEL VAN EEN UITGEVOERDE BUNDEL - DE AFWIJKING
      *        WERD AL BIJ DE LEIDER GEMELD, HIER ENKEL DE
      *        LEVENSLOOP-GEBEURTENIS VAN HET ONDERDEEL.
      *----------------------------------------------------------------
RVH120 MELD-ONDERDEEL.
RVH120*****************
RVH120     ADD 1 TO WS-CNT-GEBUNDELD
RVH120     MOVE "UITV" TO PLSC-EVENT
RVH120     IF WS-BUN-UITGEVOERD (WS-BUN-SUB)
RVH120        MOVE "CODA UITGEVOERD IN BUNDEL" TO PLSC-DETAIL
RVH120     ELSE
RVH120        MOVE "CODA AFWIJKEND BEDRAG BUNDEL" TO PLSC-DETAIL
RVH120     END-IF
RVH120     PERFORM SCHRIJF-PLSC
RVH120     .
      *
       MELD-NIET-UITGEVOERD.
      ***********************
           DISPLAY "GIRCODX4 - DUBBEL UITGEVOERD   : " WS-DISPLAY-CNT
           MOVE WS-CNT-ONBEKEND TO WS-DISPLAY-CNT
           DISPLAY "GIRCODX4 - CODA ZONDER JOURNAAL: " WS-DISPLAY-CNT
RVH120     MOVE WS-CNT-GEBUNDELD TO WS-DISPLAY-CNT
RVH120     DISPLAY "GIRCODX4 - ONDERDEEL VAN BUNDEL: " WS-DISPLAY-CNT
           .

      ******************************************************************
      **  GIRMICX4 : UITBETALING OVERGEDRAGEN MICROBETALINGEN          *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - LOOPT BIJ DE PERIODE-AFSLUITING. LEEST HET OVERDRACHT-     *
      **    REGISTER VAN DE MICROBETALINGEN (MICQ, ZIE RVH119 IN       *
      **    TRBFNCX4: BETALINGEN DIE ONDER HET MINIMUM VAN HUN CODE-   *
      **    LIBELLE BLEVEN EN NOG NIET NAAR DE BANK GINGEN).           *
      **  - VOOR ELK LID MET EEN POSITIEF SALDO WORDT DE LAATST        *
      **    OVERGEDRAGEN PPR OPNIEUW AANGEBODEN VIA GIRBETPP, MET DE   *
      **    UITBETALINGSVLAG (TRBFN-NAZICHT "M") EN HET SALDO ALS      *
      **    BEDRAG. TRBFNCX4 ZET HET SALDO OP DE BAND ZONDER NIEUWE    *
      **    JOURNAALINSCHRIJVING (DE BEDRAGEN WERDEN BIJ DE            *
      **    TOEKENNING AL GEJOURNALISEERD) EN BOEKT DE ACCRUAL TEGEN.  *
      **  - EEN LIJST MET DE AANGEBODEN SALDI GAAT NAAR MICR.          *
      **                                                               *
      ******************************************************************
      *RVH119: NIEUW PROGRAMMA VOOR DE PERIODE-AFSLUITING VAN DE
      *        MICROBETALINGEN (ZIE HET RVH119-COMMENTAAR IN TRBFNCX4).
      *RVH132: MELDT DE RUN-UNIT AAN ALS BUITEN DE DAGKETEN (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRMICX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH119*
RVH119* RVH119 15/10/2026
RVH119*     NIEUW PROGRAMMA : UITBETALING VAN DE OVERGEDRAGEN SALDI
RVH119*     VAN MICROBETALINGEN BIJ DE PERIODE-AFSLUITING, MET LIJST.
RVH119*
RVH132* RVH132 15/10/2026
RVH132*     AANMELDING BIJ DE KETENBEWAKING ALS PROGRAMMA BUITEN
RVH132*     DE DAGKETEN (GIRKETX4, FUNCTIE "B").
RVH132*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH119: OVERDRACHTREGISTER MICROBETALINGEN (ZELFDE INDELING ALS
      *        MICQ-REC IN TRBFNCX4), HIER SEQUENTIEEL GELEZEN.
      *----------------------------------------------------------------
           SELECT MICQ-FILE ASSIGN TO MICQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS MICQ-RNR
                  FILE STATUS  IS WS-MICQ-STATUS.
      *----------------------------------------------------------------
      *RVH119: LIJST VAN DE AANGEBODEN SALDI.
      *----------------------------------------------------------------
           SELECT MICR-FILE ASSIGN TO MICR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MICR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  MICQ-FILE
           RECORDING MODE IS F.
       01  MICQ-REC.
           05  MICQ-RNR                 PIC X(13).
           05  MICQ-SALDO               PIC S9(08).
           05  MICQ-AANTAL              PIC 9(03).
           05  MICQ-EERSTE-DATUM        PIC 9(08).
           05  MICQ-LAATSTE-DATUM       PIC 9(08).
           05  MICQ-PPR                 PIC X(186).
       FD  MICR-FILE
           RECORDING MODE IS F.
       01  MICR-REC                     PIC X(80).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-MICQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-MICR-STATUS               PIC XX VALUE ZEROES.
       01  WS-MICQ-EOF-SW               PIC X VALUE "N".
           88  WS-MICQ-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH119: DE UIT TE BETALEN SALDI WORDEN EERST VOLLEDIG INGELEZEN
      *        EN HET REGISTER GESLOTEN, VERMITS TRBFNCX4 HETZELFDE
      *        REGISTER BIJ DE EERSTE GIRBETPP-AANROEP I-O OPENT. WAT
      *        NIET MEER IN DE TABEL PAST, BLIJFT STAAN TOT DE
      *        VOLGENDE AFSLUITING (GEMELD VIA DE CONSOLE).
      *----------------------------------------------------------------
       01  WS-MIC-TABLE.
           05  WS-MIC-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-MIC-IDX.
               10  WS-MIC-RNR           PIC X(13).
               10  WS-MIC-SALDO         PIC S9(08).
               10  WS-MIC-AANTAL        PIC 9(03).
               10  WS-MIC-EERSTE-DATUM  PIC 9(08).
               10  WS-MIC-PPR           PIC X(186).
       01  WS-MIC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-MIC-OVERLOOP              PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH119: PLAATSVERVANGEND KOPPELGEBIED VOOR DE GIRBETPP/GIRBETFN-
      *        AANROEP, ZOALS IN GIRSTPX4.
      *----------------------------------------------------------------
       01  WS-USAREA1                   PIC X(256) VALUE SPACES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-SALDO-ED                  PIC ZZZZZZZ9-.
       01  WS-AANTAL-ED                 PIC ZZ9.
       01  WS-TOTAAL                    PIC S9(10) VALUE ZERO.
       01  WS-TOTAAL-ED                 PIC ZZZZZZZZZ9-.
       01  WS-GIRBET-ACTIEF-SW          PIC X VALUE "N".
           88  WS-GIRBET-ACTIEF         VALUE "Y".
       01  WS-CNT-AANGEBODEN            PIC 9(07) VALUE ZERO.
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
       TRAITEMENT-MICRO SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-MICRO.
      *---------------------------------
RVH132     PERFORM KETEN-BUITEN
           PERFORM OPEN-MICRO
           PERFORM LADEN-MICROREGISTER
           PERFORM VARYING WS-MIC-IDX FROM 1 BY 1
                   UNTIL WS-MIC-IDX > WS-MIC-COUNT
              PERFORM AANBIEDEN-SALDO
           END-PERFORM
           PERFORM FIN-MICRO
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-MICRO.
      *************
           OPEN OUTPUT MICR-FILE
           IF WS-MICR-STATUS NOT = "00"
              DISPLAY "GIRMICX4 - ERREUR OPEN MICR STATUS = "
                      WS-MICR-STATUS
              STOP RUN
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH119: DE SALDI GROTER DAN NUL INLEZEN. EEN ONTBREKEND REGISTER
      *        IS GEEN FOUT - DAN WERD NOG NIETS OVERGEDRAGEN.
      *----------------------------------------------------------------
       LADEN-MICROREGISTER.
      **********************
           OPEN INPUT MICQ-FILE
           IF WS-MICQ-STATUS = "00"
              PERFORM LEZEN-MICQ
              PERFORM WITH TEST BEFORE UNTIL WS-MICQ-EOF
                 IF MICQ-SALDO > ZERO
                    IF WS-MIC-COUNT < 5000
                       ADD 1 TO WS-MIC-COUNT
                       SET WS-MIC-IDX TO WS-MIC-COUNT
                       MOVE MICQ-RNR    TO WS-MIC-RNR (WS-MIC-IDX)
                       MOVE MICQ-SALDO  TO WS-MIC-SALDO (WS-MIC-IDX)
                       MOVE MICQ-AANTAL TO WS-MIC-AANTAL (WS-MIC-IDX)
                       MOVE MICQ-EERSTE-DATUM
                                   TO WS-MIC-EERSTE-DATUM (WS-MIC-IDX)
                       MOVE MICQ-PPR    TO WS-MIC-PPR (WS-MIC-IDX)
                    ELSE
                       ADD 1 TO WS-MIC-OVERLOOP
                    END-IF
                 END-IF
                 PERFORM LEZEN-MICQ
              END-PERFORM
              CLOSE MICQ-FILE
           END-IF
           IF WS-MIC-OVERLOOP > ZERO
              MOVE WS-MIC-OVERLOOP TO WS-DISPLAY-CNT
              DISPLAY "GIRMICX4 - SALDITABEL VOL - " WS-DISPLAY-CNT
                      " SALDI BLIJVEN TOT DE VOLGENDE AFSLUITING"
           END-IF
           .
      *
       LEZEN-MICQ.
      *************
           READ MICQ-FILE
              AT END
                 SET WS-MICQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH119: DE LAATST OVERGEDRAGEN PPR MET HET SALDO ALS BEDRAG EN
      *        DE UITBETALINGSVLAG AANBIEDEN. DE OVERIGE STUURBYTES
      *        WORDEN GENEUTRALISEERD, ZOALS IN GIRCRRX4; EEN
      *        GEVRAAGDE UITVOERINGSDATUM GELDT NIET MEER.
      *----------------------------------------------------------------
       AANBIEDEN-SALDO.
      ******************
           MOVE WS-MIC-PPR (WS-MIC-IDX)   TO PPR-RECORD
           MOVE WS-MIC-SALDO (WS-MIC-IDX) TO TRBFN-MONTANT
           MOVE "M"                       TO TRBFN-NAZICHT
           MOVE SPACE                     TO TRBFN-SIMUL
           MOVE ZERO                      TO TRBFN-DATWENS
           PERFORM SCHRIJVEN-LIJST
           ADD 1 TO WS-CNT-AANGEBODEN
           ADD WS-MIC-SALDO (WS-MIC-IDX) TO WS-TOTAAL
           CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
           SET WS-GIRBET-ACTIEF TO TRUE
           .
      *
       SCHRIJVEN-LIJST.
      ******************
           MOVE SPACES TO MICR-REC
           MOVE WS-MIC-SALDO (WS-MIC-IDX)  TO WS-SALDO-ED
           MOVE WS-MIC-AANTAL (WS-MIC-IDX) TO WS-AANTAL-ED
           STRING "RNR="                        DELIMITED BY SIZE
                  WS-MIC-RNR (WS-MIC-IDX)       DELIMITED BY SIZE
                  " SALDO="                     DELIMITED BY SIZE
                  WS-SALDO-ED                   DELIMITED BY SIZE
                  " AANTAL="                    DELIMITED BY SIZE
                  WS-AANTAL-ED                  DELIMITED BY SIZE
                  " SINDS="                     DELIMITED BY SIZE
                  WS-MIC-EERSTE-DATUM (WS-MIC-IDX)
                                                DELIMITED BY SIZE
                                     INTO MICR-REC
           END-STRING
           WRITE MICR-REC
           .
      *
       FIN-MICRO.
      ***********
           IF WS-GIRBET-ACTIEF
              CALL "GIRBETFN" USING WS-USAREA1
           END-IF
           MOVE SPACES TO MICR-REC
           MOVE WS-CNT-AANGEBODEN TO WS-DISPLAY-CNT
           MOVE WS-TOTAAL         TO WS-TOTAAL-ED
           STRING "TOTAAL AANGEBODEN="          DELIMITED BY SIZE
                  WS-DISPLAY-CNT                DELIMITED BY SIZE
                  " BEDRAG="                    DELIMITED BY SIZE
                  WS-TOTAAL-ED                  DELIMITED BY SIZE
                                     INTO MICR-REC
           END-STRING
           WRITE MICR-REC
           CLOSE MICR-FILE
           DISPLAY "GIRMICX4 - AANTAL SALDI AANGEBODEN : "
                   WS-DISPLAY-CNT
           .
RVH132*
      *----------------------------------------------------------------
      *RVH132: KETENBEWAKING - DIT PROGRAMMA HOORT NIET BIJ DE DAG-
      *        KETEN: DE RUN-UNIT WORDT ALS "BUITEN DE KETEN" AANGEMELD,
      *        ZODAT DE AANMELDING VAN TRBFNCX4 BIJ DE HERAANBIEDING
      *        NIET ALS GIRBET-RUN VAN DE WERKDAG WORDT GEREGISTREERD.
      *----------------------------------------------------------------
RVH132 KETEN-BUITEN.
RVH132***************
RVH132     MOVE "B"        TO WS-KET-FUNCTIE
RVH132     MOVE "GIRMICX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     .

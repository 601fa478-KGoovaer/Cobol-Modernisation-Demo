      ******************************************************************
      **  GIRPDDX4 : PAIN.008-INNINGSBESTAND UIT DE DOMICILIERINGEN    *
      **  --------   VAN HET INVORDERINGSBESTAND (INVQ)                *
      **                                                               *
      **  - DE DOMICILIERINGSOPDRACHTEN ("D") VAN VERWERK-INVORDERING  *
      **    (RVH054 IN TRBFNCX4) GINGEN NOG IN DE OUDE INDELING NAAR   *
      **    EEN EXTERNE KETEN, TERWIJL DE OVERSCHRIJVINGEN AL VIA      *
      **    GIRPANX4 IN ISO 20022 VERTREKKEN.                          *
      **  - DIT PROGRAMMA LEEST DE VORIGE INVQ-GENERATIE EN NEEMT      *
      **    ELKE DOOR GIRMNDX4 AANGEKONDIGDE ZAAK (FASE "P") WAARVAN   *
      **    DE INNINGSDATUM TEN LAATSTE DE VOLGENDE BANKDAG IS (KALQ)  *
      **    OP IN EEN PAIN.008-BERICHT PER BANKKANAAL (WELKEBANK UIT   *
      **    BNKQ), MET EEN BETALINGSBLOK (PMTINF) PER INNINGSDATUM EN  *
      **    SEQUENTIETYPE:                                             *
      **      . SCHULDEISERSIDENTIFICATIE, REKENING EN BIC VAN HET     *
      **        KANAAL UIT DE GECOMPILEERDE TABEL TABLE-SCHULDEISER,   *
      **      . MANDAATREFERENTIE, ONDERTEKENINGSDATUM EN FRST/RCUR    *
      **        UIT HET MANDATENREGISTER (MNDQ),                       *
      **      . KONSTANTE EN VOLGNUMMER ALS ENDTOENDID (DE SLEUTEL     *
      **        VAN HET RETOURBESTAND VOOR GIRINRX4) EN DE OGM VAN DE  *
      **        ZAAK ALS GESTRUCTUREERDE MEDEDELING (DE SLEUTEL VAN DE *
      **        CODA-AFPUNTING IN GIRCINX4).                           *
      **  - DE OPGENOMEN ZAAK GAAT NAAR FASE "I" (INGEDIEND) MET DE    *
      **    INNINGSDATUM; HET MANDAAT KRIJGT DIE DATUM ALS LAATSTE     *
      **    GEBRUIK EN GAAT NA ZIJN EERSTE INNING NAAR "RCUR".         *
      **                                                               *
      ******************************************************************
      *RVH116: NIEUW PROGRAMMA - PAIN.008-INNINGSBESTAND VOOR DE
      *        DOMICILIERINGEN VAN DE INVORDERINGSKETEN.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRPDDX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH116*
RVH116* RVH116 15/10/2026
RVH116*     NIEUW PROGRAMMA : PAIN.008-BERICHTEN PER BANKKANAAL UIT
RVH116*     DE AANGEKONDIGDE DOMICILIERINGEN, BIJWERKING VAN INVQ EN
RVH116*     MNDQ.
RVH116*
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
      *RVH116: VORIGE EN NIEUWE INVQ-GENERATIE (INDELING INVQ-REC IN
      *        TRBFNCX4), DOOR DE JCL GESORTEERD OP RIJKSNUMMER.
      *----------------------------------------------------------------
           SELECT INVO-FILE ASSIGN TO INVO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INVO-STATUS.
           SELECT INVQ-FILE ASSIGN TO INVQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INVQ-STATUS.
      *----------------------------------------------------------------
      *RVH116: VORIG EN NIEUW MANDATENREGISTER (INDELING MNDQ-REC IN
      *        TRBFNCX4).
      *----------------------------------------------------------------
           SELECT MNDO-FILE ASSIGN TO MNDO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MNDO-STATUS.
           SELECT MNDN-FILE ASSIGN TO MNDN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MNDN-STATUS.
      *----------------------------------------------------------------
      *RVH116: LEDENEXTRACT VOOR DE NAAM VAN DE SCHULDENAAR, OPLOPEND
      *        GESORTEERD (ZOALS GIRSLSX4).
      *----------------------------------------------------------------
           SELECT ADMX-FILE ASSIGN TO ADMX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ADMX-STATUS.
      *----------------------------------------------------------------
      *RVH116: BANKROUTERINGSHISTORIEK (RVH031/RVH096 IN TRBFNCX4) -
      *        HET BANKKANAAL VAN HET LID. ALLEEN LEZEN.
      *----------------------------------------------------------------
           SELECT BNKQ-FILE ASSIGN TO BNKQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BNKQ-RNR
                  FILE STATUS  IS WS-BNKQ-STATUS.
      *----------------------------------------------------------------
      *RVH116: BANKKALENDER - EEN REKORD PER NIET-BANKDAG.
      *----------------------------------------------------------------
           SELECT KALQ-FILE ASSIGN TO KALQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-KALQ-STATUS.
      *----------------------------------------------------------------
      *RVH116: EEN PAIN.008-UITVOER PER BANKKANAAL EN HET VERSLAG.
      *----------------------------------------------------------------
           SELECT PDD0-FILE ASSIGN TO PDD0
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PDD0-STATUS.
           SELECT PDD1-FILE ASSIGN TO PDD1
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PDD1-STATUS.
           SELECT PDD2-FILE ASSIGN TO PDD2
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PDD2-STATUS.
           SELECT PDDR-FILE ASSIGN TO PDDR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PDDR-STATUS.
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
               88  INVQ-FASE-AANGEKONDIGD
                                        VALUE "P".
           05  INVQ-FASEDATUM           PIC 9(08).
       FD  MNDO-FILE
           RECORDING MODE IS F.
       01  MNDO-REC                     PIC X(69).
       FD  MNDN-FILE
           RECORDING MODE IS F.
       01  MNDN-REC                     PIC X(69).
       FD  ADMX-FILE
           RECORDING MODE IS F.
       01  ADMX-REC.
           05  ADMX-RNR                 PIC X(13).
           05  ADMX-NAAM                PIC X(18).
           05  ADMX-VOORN               PIC X(12).
           05  ADMX-TAAL                PIC 9(01).
       FD  BNKQ-FILE
           RECORDING MODE IS F.
       01  BNKQ-REC.
           05  BNKQ-RNR                 PIC X(13).
           05  BNKQ-BANK                PIC 9(01).
       FD  KALQ-FILE
           RECORDING MODE IS F.
       01  KALQ-REC.
           05  KALQ-DATUM               PIC 9(08).
       FD  PDD0-FILE
           RECORDING MODE IS F.
       01  PDD0-REC                     PIC X(200).
       FD  PDD1-FILE
           RECORDING MODE IS F.
       01  PDD1-REC                     PIC X(200).
       FD  PDD2-FILE
           RECORDING MODE IS F.
       01  PDD2-REC                     PIC X(200).
       FD  PDDR-FILE
           RECORDING MODE IS F.
       01  PDDR-REC                     PIC X(80).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-INVO-STATUS               PIC XX VALUE ZEROES.
       01  WS-INVQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-MNDO-STATUS               PIC XX VALUE ZEROES.
       01  WS-MNDN-STATUS               PIC XX VALUE ZEROES.
       01  WS-ADMX-STATUS               PIC XX VALUE ZEROES.
       01  WS-BNKQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-KALQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-PDD0-STATUS               PIC XX VALUE ZEROES.
       01  WS-PDD1-STATUS               PIC XX VALUE ZEROES.
       01  WS-PDD2-STATUS               PIC XX VALUE ZEROES.
       01  WS-PDDR-STATUS               PIC XX VALUE ZEROES.
       01  WS-INVO-EOF-SW               PIC X VALUE "N".
           88  WS-INVO-EOF              VALUE "Y".
       01  WS-MNDO-EOF-SW               PIC X VALUE "N".
           88  WS-MNDO-EOF              VALUE "Y".
       01  WS-ADMX-EOF-SW               PIC X VALUE "N".
           88  WS-ADMX-EOF              VALUE "Y".
       01  WS-KALQ-EOF-SW               PIC X VALUE "N".
           88  WS-KALQ-EOF              VALUE "Y".
       01  WS-BNKQ-SW                   PIC X VALUE "N".
           88  WS-BNKQ-OPEN             VALUE "Y".
      *----------------------------------------------------------------
      *RVH116: SCHULDEISERSGEGEVENS - DE IDENTIFICATIE UIT HET
      *        SEPA-CONTRACT EN PER BANKKANAAL (RIJ = WELKEBANK + 1)
      *        DE ONTVANGENDE REKENING EN BIC, GECOMPILEERD ZOALS
      *        TABLE-SEUIL-CONTROLE IN TRBFNCX4.
      *----------------------------------------------------------------
       01  WS-CDTR-NAAM                 PIC X(35)
                         VALUE "LANDSBOND GIRBET INVORDERING".
       01  WS-CDTR-ID                   PIC X(35)
                         VALUE "BE68ZZZ0411702994".
       01  TABLE-SCHULDEISER.
           05  FILLER  PIC X(34) VALUE "BE68539007547034".
           05  FILLER  PIC X(11) VALUE "GEBABEBB".
           05  FILLER  PIC X(34) VALUE "BE71096123456769".
           05  FILLER  PIC X(11) VALUE "GKCCBEBB".
           05  FILLER  PIC X(34) VALUE "BE62510007547061".
           05  FILLER  PIC X(11) VALUE "BBRUBEBB".
       01  TABLE-SCHULDEISER-RED REDEFINES TABLE-SCHULDEISER.
           05  CDTR-ENTRY OCCURS 3.
               10  CDTR-IBAN            PIC X(34).
               10  CDTR-BIC             PIC X(11).
      *----------------------------------------------------------------
      *RVH116: MANDATENREGISTER IN HET GEHEUGEN (ZOALS GIRMNDX4);
      *        WORDT NA DE DOORGANG VOLLEDIG HERSCHREVEN.
      *----------------------------------------------------------------
       01  WS-MND-TABLE.
           05  WS-MND-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-MND-IDX.
               10  WS-MND-RNR           PIC X(13).
               10  WS-MND-REFERENTIE    PIC X(35).
               10  WS-MND-ONDERTEKEND   PIC 9(08).
               10  WS-MND-LAATST-GEBRUIKT
                                        PIC 9(08).
               10  WS-MND-SEQUENTIE     PIC X(04).
               10  WS-MND-STATUS        PIC X(01).
                   88  WS-MND-ACTIEF    VALUE "A".
       01  WS-MND-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-MND-SUB                   PIC 9(04).
       01  WS-MND-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-MND-GEVONDEN          VALUE "J".
      *----------------------------------------------------------------
      *RVH116: OPGENOMEN TRANSACTIES VAN DEZE RUN EN HUN GROEPEN
      *        (BANKKANAAL, INNINGSDATUM, SEQUENTIETYPE). EEN ZAAK
      *        DIE NIET MEER IN DE TABEL PAST, BLIJFT IN FASE "P"
      *        EN GAAT MEE MET DE VOLGENDE RUN.
      *----------------------------------------------------------------
       01  WS-TRX-TABLE.
           05  WS-TRX-ENTRY OCCURS 3000 TIMES.
               10  WS-TRX-GRP           PIC 9(02).
               10  WS-TRX-KONST         PIC 9(10).
               10  WS-TRX-VOLGNR        PIC 9(03).
               10  WS-TRX-OGM           PIC X(12).
               10  WS-TRX-BEDRAG        PIC S9(09).
               10  WS-TRX-MANDAAT       PIC X(35).
               10  WS-TRX-ONDERTEKEND   PIC 9(08).
               10  WS-TRX-IBAN          PIC X(34).
               10  WS-TRX-NAAM          PIC X(31).
       01  WS-TRX-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-TRX-SUB                   PIC 9(04).
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 60 TIMES
                            INDEXED BY WS-GRP-IDX.
               10  WS-GRP-BANK          PIC 9(01).
               10  WS-GRP-DATUM         PIC 9(08).
               10  WS-GRP-SEQ           PIC X(04).
               10  WS-GRP-CNT           PIC 9(07).
               10  WS-GRP-SOM           PIC S9(11).
       01  WS-GRP-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-GRP-SUB                   PIC 9(02).
       01  WS-BND-TABLE.
           05  WS-BND-ENTRY OCCURS 3 TIMES.
               10  WS-BND-CNT           PIC 9(07).
               10  WS-BND-SOM           PIC S9(11).
       01  WS-BND-SUB                   PIC 9(01).
      *----------------------------------------------------------------
      *RVH116: BANKKALENDER EN DE VOLGENDE BANKDAG (ZELFDE
      *        REKENWIJZE ALS BEPALEN-BETAALDATUM IN TRBFNCX4).
      *----------------------------------------------------------------
       01  WS-KAL-TABLE.
           05  WS-KAL-DATUM OCCURS 400 TIMES
                            INDEXED BY WS-KAL-IDX
                                        PIC 9(08).
       01  WS-KAL-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-KAL-NIETBANK-SW           PIC X VALUE "N".
           88  WS-KAL-NIETBANKDAG       VALUE "J".
       01  WS-KAL-MAANDLEN              PIC 9(02).
       01  WS-KAL-REST                  PIC 9(04).
       01  WS-KAL-QUOT                  PIC 9(04).
       01  TABLE-MAANDDAGEN.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  TABLE-MAANDDAGEN-RED REDEFINES TABLE-MAANDDAGEN.
           05  MAANDDAGEN               PIC 9(02) OCCURS 12.
       01  WS-BANKDAG                   PIC 9(08) VALUE ZERO.
       01  WS-BANKDAG-RED REDEFINES WS-BANKDAG.
           05  WS-BKD-CCYY              PIC 9(04).
           05  WS-BKD-MM                PIC 9(02).
           05  WS-BKD-DD                PIC 9(02).
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VDG-CCYY              PIC 9(04).
           05  WS-VDG-MM                PIC 9(02).
           05  WS-VDG-DD                PIC 9(02).
       01  WS-TIJD                      PIC 9(08) VALUE ZERO.
       01  WS-TIJD-RED REDEFINES WS-TIJD.
           05  WS-TYD-HH                PIC 9(02).
           05  WS-TYD-MI                PIC 9(02).
           05  WS-TYD-SS                PIC 9(02).
           05  FILLER                   PIC 9(02).
       01  WS-INNINGSDATUM              PIC 9(08).
       01  WS-DATUM-WERK                PIC 9(08).
       01  WS-DATUM-WERK-RED REDEFINES WS-DATUM-WERK.
           05  WS-DTW-CCYY              PIC 9(04).
           05  WS-DTW-MM                PIC 9(02).
           05  WS-DTW-DD                PIC 9(02).
       01  WS-ISO-DATUM                 PIC X(10).
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-OGM-REST                  PIC 9(10).
       01  WS-OGM-QUOT                  PIC 9(10).
       01  WS-OGM-SUITE                 PIC 9(03).
       01  WS-OGM.
           05  WS-OGM-BASIS             PIC 9(10).
           05  WS-OGM-CHECK             PIC 9(02).
       01  WS-XML-LIJN                  PIC X(200).
       01  WS-XML-BANK                  PIC 9(01).
       01  WS-BEDRAG-WERK               PIC S9(11).
       01  WS-EUROS                     PIC 9(09).
       01  WS-CENTEN                    PIC 9(02).
       01  WS-BEDRAG-TEKST              PIC X(13).
       01  WS-CNT-ED                    PIC 9(07).
       01  WS-GRP-ED                    PIC 9(02).
       01  WS-CNT-ZAKEN                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-UITGESTELD            PIC 9(07) VALUE ZERO.
       01  WS-CNT-NAAR-BRIEF            PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZZ9,99.
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
       TRAITEMENT-INNING SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-INNING.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-INNING
           PERFORM LADEN-MANDATEN
           PERFORM LADEN-KALENDER
           PERFORM BEPALEN-BANKDAG
           PERFORM LEZEN-ADMX
           PERFORM LEZEN-INVO
           PERFORM WITH TEST BEFORE UNTIL WS-INVO-EOF
              PERFORM VERWERK-ZAAK
              PERFORM LEZEN-INVO
           END-PERFORM
           PERFORM SCHRIJF-MANDATEN
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > 3
              IF WS-BND-CNT (WS-BND-SUB) > ZERO
                 PERFORM SCHRIJF-BERICHT
              END-IF
           END-PERFORM
           PERFORM FIN-INNING
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-INNING.
      **************
           OPEN INPUT INVO-FILE
           IF WS-INVO-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN INVO STATUS = "
                      WS-INVO-STATUS
              STOP RUN
           END-IF
           OPEN INPUT MNDO-FILE
           IF WS-MNDO-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN MNDO STATUS = "
                      WS-MNDO-STATUS
              STOP RUN
           END-IF
           OPEN INPUT ADMX-FILE
           IF WS-ADMX-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN ADMX STATUS = "
                      WS-ADMX-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT INVQ-FILE
           IF WS-INVQ-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN INVQ STATUS = "
                      WS-INVQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT MNDN-FILE
           IF WS-MNDN-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN MNDN STATUS = "
                      WS-MNDN-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PDD0-FILE
           IF WS-PDD0-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN PDD0 STATUS = "
                      WS-PDD0-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PDD1-FILE
           IF WS-PDD1-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN PDD1 STATUS = "
                      WS-PDD1-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PDD2-FILE
           IF WS-PDD2-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN PDD2 STATUS = "
                      WS-PDD2-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PDDR-FILE
           IF WS-PDDR-STATUS NOT = "00"
              DISPLAY "GIRPDDX4 - ERREUR OPEN PDDR STATUS = "
                      WS-PDDR-STATUS
              STOP RUN
           END-IF
      *    ZONDER ROUTERINGSHISTORIEK GAAT ALLES NAAR HET HOOFDKANAAL.
           OPEN INPUT BNKQ-FILE
           IF WS-BNKQ-STATUS = "00"
              SET WS-BNKQ-OPEN TO TRUE
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           ACCEPT WS-TIJD FROM TIME
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > 3
              MOVE ZERO TO WS-BND-CNT (WS-BND-SUB)
                           WS-BND-SOM (WS-BND-SUB)
           END-PERFORM
           .
      *
       LADEN-MANDATEN.
      *****************
           PERFORM LEZEN-MNDO
           PERFORM WITH TEST BEFORE UNTIL WS-MNDO-EOF
              IF WS-MND-COUNT < 5000
                 ADD 1 TO WS-MND-COUNT
                 MOVE MNDO-REC TO WS-MND-ENTRY (WS-MND-COUNT)
              ELSE
                 DISPLAY "GIRPDDX4 - MANDATENTABEL VOL - "
                         "RUN AFGEBROKEN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LEZEN-MNDO
           END-PERFORM
           CLOSE MNDO-FILE
           .
      *
       LEZEN-MNDO.
      *************
           READ MNDO-FILE
              AT END
                 SET WS-MNDO-EOF TO TRUE
           END-READ
           .
      *
       LADEN-KALENDER.
      *****************
           OPEN INPUT KALQ-FILE
           IF WS-KALQ-STATUS = "00"
              PERFORM LEZEN-KALQ
              PERFORM WITH TEST BEFORE UNTIL WS-KALQ-EOF
                 IF WS-KAL-COUNT < 400
                    ADD 1 TO WS-KAL-COUNT
                    MOVE KALQ-DATUM TO WS-KAL-DATUM (WS-KAL-COUNT)
                 END-IF
                 PERFORM LEZEN-KALQ
              END-PERFORM
              CLOSE KALQ-FILE
           END-IF
           .
      *
       LEZEN-KALQ.
      *************
           READ KALQ-FILE
              AT END
                 SET WS-KALQ-EOF TO TRUE
           END-READ
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
      *RVH116: DE VOLGENDE BANKDAG NA VANDAAG - DE LAATSTE
      *        INNINGSDATUM DIE DEZE RUN NOG INDIENT, EN TEVENS DE
      *        VROEGSTE DIE DE BANK AANVAARDT.
      *----------------------------------------------------------------
       BEPALEN-BANKDAG.
      ******************
           MOVE WS-VANDAAG TO WS-BANKDAG
           PERFORM VOLGENDE-KALENDERDAG
           PERFORM ZOEK-KALENDERDAG
           PERFORM WITH TEST BEFORE
                   UNTIL NOT WS-KAL-NIETBANKDAG
              PERFORM VOLGENDE-KALENDERDAG
              PERFORM ZOEK-KALENDERDAG
           END-PERFORM
           .
      *
       ZOEK-KALENDERDAG.
      *******************
           MOVE "N" TO WS-KAL-NIETBANK-SW
           IF WS-KAL-COUNT > ZERO
              SET WS-KAL-IDX TO 1
              SEARCH WS-KAL-DATUM
                 AT END
                    CONTINUE
                 WHEN WS-KAL-DATUM (WS-KAL-IDX) = WS-BANKDAG
                    SET WS-KAL-NIETBANKDAG TO TRUE
              END-SEARCH
           END-IF
           .
      *
       VOLGENDE-KALENDERDAG.
      ***********************
           MOVE MAANDDAGEN (WS-BKD-MM) TO WS-KAL-MAANDLEN
           IF WS-BKD-MM = 02
              DIVIDE WS-BKD-CCYY BY 4
                     GIVING WS-KAL-QUOT REMAINDER WS-KAL-REST
              IF WS-KAL-REST = ZERO
                 DIVIDE WS-BKD-CCYY BY 100
                        GIVING WS-KAL-QUOT REMAINDER WS-KAL-REST
                 IF WS-KAL-REST NOT = ZERO
                    MOVE 29 TO WS-KAL-MAANDLEN
                 ELSE
                    DIVIDE WS-BKD-CCYY BY 400
                           GIVING WS-KAL-QUOT
                           REMAINDER WS-KAL-REST
                    IF WS-KAL-REST = ZERO
                       MOVE 29 TO WS-KAL-MAANDLEN
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-BKD-DD < WS-KAL-MAANDLEN
              ADD 1 TO WS-BKD-DD
           ELSE
              MOVE 01 TO WS-BKD-DD
              IF WS-BKD-MM < 12
                 ADD 1 TO WS-BKD-MM
              ELSE
                 MOVE 01 TO WS-BKD-MM
                 ADD 1 TO WS-BKD-CCYY
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH116: EEN INVORDERINGSZAAK - ENKEL EEN AANGEKONDIGDE
      *        DOMICILIERING DIE VANDAAG MOET WORDEN INGEDIEND, WORDT
      *        OPGENOMEN; DE OVERIGE ZAKEN SCHUIVEN ONGEWIJZIGD DOOR.
      *        EEN INNINGSDATUM DIE INTUSSEN VOORBIJ IS, SCHUIFT NAAR
      *        DE VOLGENDE BANKDAG.
      *----------------------------------------------------------------
       VERWERK-ZAAK.
      ***************
           ADD 1 TO WS-CNT-ZAKEN
           MOVE INVO-REC TO INVQ-REC
           IF INVQ-WIJZE = "D"
              AND INVQ-FASE-AANGEKONDIGD
              AND INVQ-FASEDATUM NOT > WS-BANKDAG
              MOVE INVO-PPR TO PPR-RECORD
              PERFORM ZOEK-MANDAAT
              EVALUATE TRUE
              WHEN NOT WS-MND-GEVONDEN
                 PERFORM KANTEL-NAAR-BRIEF
              WHEN WS-TRX-COUNT NOT < 3000
                 PERFORM STEL-UIT
              WHEN OTHER
                 IF INVQ-FASEDATUM < WS-BANKDAG
                    MOVE WS-BANKDAG     TO WS-INNINGSDATUM
                 ELSE
                    MOVE INVQ-FASEDATUM TO WS-INNINGSDATUM
                 END-IF
                 PERFORM BEPAAL-KANAAL
                 PERFORM ZOEK-GROEP
                 IF WS-GRP-SUB = ZERO
                    PERFORM STEL-UIT
                 ELSE
                    PERFORM NEEM-TRANSACTIE-OP
                    MOVE "I"             TO INVQ-FASE
                    MOVE WS-INNINGSDATUM TO INVQ-FASEDATUM
                 END-IF
              END-EVALUATE
           END-IF
           WRITE INVQ-REC
           .
      *
       ZOEK-MANDAAT.
      ***************
           MOVE "N" TO WS-MND-GEVONDEN-SW
           IF WS-MND-COUNT > ZERO
              SET WS-MND-IDX TO 1
              SEARCH WS-MND-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-MND-RNR (WS-MND-IDX) = TRBFN-RNR
                  AND WS-MND-ACTIEF (WS-MND-IDX)
                    SET WS-MND-GEVONDEN TO TRUE
                    SET WS-MND-SUB TO WS-MND-IDX
              END-SEARCH
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH116: HET MANDAAT VERVIEL NA DE AANKONDIGING (OF WERD
      *        INGETROKKEN) - DE ZAAK GAAT NAAR DE BRIEFWEG.
      *----------------------------------------------------------------
       KANTEL-NAAR-BRIEF.
      ********************
           ADD 1 TO WS-CNT-NAAR-BRIEF
           MOVE "B"   TO INVQ-WIJZE
           MOVE SPACE TO INVQ-FASE
           MOVE ZERO  TO INVQ-FASEDATUM
           MOVE SPACES TO PDDR-REC
           STRING "ZAAK NAAR BRIEF RNR="    DELIMITED BY SIZE
                  TRBFN-RNR                 DELIMITED BY SIZE
                  " KONST="                 DELIMITED BY SIZE
                  TRBFN-CONSTANTE           DELIMITED BY SIZE
                  " GEEN ACTIEF MANDAAT"    DELIMITED BY SIZE
                                       INTO PDDR-REC
           END-STRING
           WRITE PDDR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH116: GEEN PLAATS MEER IN DEZE RUN - DE ZAAK BLIJFT IN FASE
      *        "P" EN WORDT DE VOLGENDE RUN INGEDIEND.
      *----------------------------------------------------------------
       STEL-UIT.
      ***********
           ADD 1 TO WS-CNT-UITGESTELD
           MOVE 4 TO RETURN-CODE
           .
      *
       BEPAAL-KANAAL.
      ****************
           MOVE ZERO TO WS-BND-SUB
           IF WS-BNKQ-OPEN
              MOVE TRBFN-RNR TO BNKQ-RNR
              READ BNKQ-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF BNKQ-BANK < 3
                       MOVE BNKQ-BANK TO WS-BND-SUB
                    END-IF
              END-READ
           END-IF
           ADD 1 TO WS-BND-SUB
           .
      *
      *----------------------------------------------------------------
      *RVH116: TRANSACTIE IN DE TABEL EN IN HAAR GROEP; HET MANDAAT
      *        KRIJGT DE INNINGSDATUM ALS LAATSTE GEBRUIK EN ZIJN
      *        VOLGENDE INNING IS EEN "RCUR".
      *----------------------------------------------------------------
       NEEM-TRANSACTIE-OP.
      *********************
           PERFORM BEREKEN-OGM
           ADD 1 TO WS-TRX-COUNT
           MOVE WS-GRP-SUB      TO WS-TRX-GRP (WS-TRX-COUNT)
           MOVE TRBFN-CONSTANTE TO WS-TRX-KONST (WS-TRX-COUNT)
           MOVE TRBFN-NO-SUITE (2:3)
                                TO WS-TRX-VOLGNR (WS-TRX-COUNT)
           MOVE WS-OGM          TO WS-TRX-OGM (WS-TRX-COUNT)
           COMPUTE WS-TRX-BEDRAG (WS-TRX-COUNT) = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE WS-MND-REFERENTIE (WS-MND-SUB)
                                TO WS-TRX-MANDAAT (WS-TRX-COUNT)
           MOVE WS-MND-ONDERTEKEND (WS-MND-SUB)
                                TO WS-TRX-ONDERTEKEND (WS-TRX-COUNT)
           MOVE TRBFN-IBAN      TO WS-TRX-IBAN (WS-TRX-COUNT)
           PERFORM ZOEK-NAAM
           ADD 1 TO WS-GRP-CNT (WS-GRP-SUB)
           ADD WS-TRX-BEDRAG (WS-TRX-COUNT) TO WS-GRP-SOM (WS-GRP-SUB)
           ADD 1 TO WS-BND-CNT (WS-BND-SUB)
           ADD WS-TRX-BEDRAG (WS-TRX-COUNT) TO WS-BND-SOM (WS-BND-SUB)
           MOVE WS-INNINGSDATUM TO WS-MND-LAATST-GEBRUIKT (WS-MND-SUB)
           MOVE "RCUR"          TO WS-MND-SEQUENTIE (WS-MND-SUB)
           .
      *
      *----------------------------------------------------------------
      *RVH116: GROEP (KANAAL, INNINGSDATUM, SEQUENTIETYPE VAN HET
      *        MANDAAT VOOR DEZE INNING) ZOEKEN OF AANLEGGEN. BIJ EEN
      *        VOLLE GROEPENTABEL BLIJFT WS-GRP-SUB OP NUL.
      *----------------------------------------------------------------
       ZOEK-GROEP.
      *************
           MOVE ZERO TO WS-GRP-SUB
           IF WS-GRP-COUNT > ZERO
              SET WS-GRP-IDX TO 1
              SEARCH WS-GRP-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-GRP-IDX > WS-GRP-COUNT
                    CONTINUE
                 WHEN WS-GRP-BANK (WS-GRP-IDX) = WS-BND-SUB
                  AND WS-GRP-DATUM (WS-GRP-IDX) = WS-INNINGSDATUM
                  AND WS-GRP-SEQ (WS-GRP-IDX)
                      = WS-MND-SEQUENTIE (WS-MND-SUB)
                    SET WS-GRP-SUB TO WS-GRP-IDX
              END-SEARCH
           END-IF
           IF WS-GRP-SUB = ZERO AND WS-GRP-COUNT < 60
              ADD 1 TO WS-GRP-COUNT
              MOVE WS-GRP-COUNT    TO WS-GRP-SUB
              MOVE WS-BND-SUB      TO WS-GRP-BANK (WS-GRP-SUB)
              MOVE WS-INNINGSDATUM TO WS-GRP-DATUM (WS-GRP-SUB)
              MOVE WS-MND-SEQUENTIE (WS-MND-SUB)
                                   TO WS-GRP-SEQ (WS-GRP-SUB)
              MOVE ZERO            TO WS-GRP-CNT (WS-GRP-SUB)
                                      WS-GRP-SOM (WS-GRP-SUB)
           END-IF
           .
      *
       ZOEK-NAAM.
      ************
           PERFORM WITH TEST BEFORE
                   UNTIL WS-ADMX-EOF OR ADMX-RNR NOT < TRBFN-RNR
              PERFORM LEZEN-ADMX
           END-PERFORM
           MOVE SPACES TO WS-TRX-NAAM (WS-TRX-COUNT)
           IF NOT WS-ADMX-EOF AND ADMX-RNR = TRBFN-RNR
              STRING ADMX-NAAM   DELIMITED BY "  "
                     " "         DELIMITED BY SIZE
                     ADMX-VOORN  DELIMITED BY "  "
                            INTO WS-TRX-NAAM (WS-TRX-COUNT)
              END-STRING
           ELSE
              MOVE TRBFN-RNR TO WS-TRX-NAAM (WS-TRX-COUNT)
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH116: OGM VAN DE ZAAK - ZELFDE OPBOUW ALS BEREKEN-OGM IN
      *        TRBFNCX4, ZODAT GIRCINX4 DE INNING AFPUNT.
      *----------------------------------------------------------------
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
       SCHRIJF-MANDATEN.
      *******************
           PERFORM VARYING WS-MND-SUB FROM 1 BY 1
                   UNTIL WS-MND-SUB > WS-MND-COUNT
              MOVE WS-MND-ENTRY (WS-MND-SUB) TO MNDN-REC
              WRITE MNDN-REC
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH116: EEN PAIN.008-BERICHT VOOR HET KANAAL WS-BND-SUB: GROUP
      *        HEADER, DAN PER GROEP VAN HET KANAAL EEN PMTINF MET
      *        ZIJN TRANSACTIES.
      *----------------------------------------------------------------
       SCHRIJF-BERICHT.
      ******************
           COMPUTE WS-XML-BANK = WS-BND-SUB - 1
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
             TO WS-XML-LIJN
           PERFORM SCHRIJF-XML
           MOVE "<Document><CstmrDrctDbtInitn>" TO WS-XML-LIJN
           PERFORM SCHRIJF-XML
           MOVE WS-BND-CNT (WS-BND-SUB) TO WS-CNT-ED
           MOVE SPACES TO WS-XML-LIJN
           STRING "<GrpHdr><MsgId>GIRBETDD" DELIMITED BY SIZE
                  WS-VANDAAG                DELIMITED BY SIZE
                  "B"                       DELIMITED BY SIZE
                  WS-XML-BANK               DELIMITED BY SIZE
                  "</MsgId><CreDtTm>"       DELIMITED BY SIZE
                  WS-VDG-CCYY               DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-VDG-MM                 DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-VDG-DD                 DELIMITED BY SIZE
                  "T"                       DELIMITED BY SIZE
                  WS-TYD-HH                 DELIMITED BY SIZE
                  ":"                       DELIMITED BY SIZE
                  WS-TYD-MI                 DELIMITED BY SIZE
                  ":"                       DELIMITED BY SIZE
                  WS-TYD-SS                 DELIMITED BY SIZE
                  "</CreDtTm><NbOfTxs>"     DELIMITED BY SIZE
                  WS-CNT-ED                 DELIMITED BY SIZE
                  "</NbOfTxs>"              DELIMITED BY SIZE
                                       INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE WS-BND-SOM (WS-BND-SUB) TO WS-BEDRAG-WERK
           PERFORM MAAK-BEDRAG-11
           MOVE SPACES TO WS-XML-LIJN
           STRING "<CtrlSum>"               DELIMITED BY SIZE
                  WS-BEDRAG-TEKST           DELIMITED BY SPACE
                  "</CtrlSum><InitgPty><Nm>" DELIMITED BY SIZE
                  WS-CDTR-NAAM              DELIMITED BY "  "
                  "</Nm></InitgPty></GrpHdr>"
                                            DELIMITED BY SIZE
                                       INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
              IF WS-GRP-BANK (WS-GRP-SUB) = WS-BND-SUB
                 PERFORM SCHRIJF-BETALINGSBLOK
              END-IF
           END-PERFORM
           MOVE "</CstmrDrctDbtInitn></Document>" TO WS-XML-LIJN
           PERFORM SCHRIJF-XML
           .
      *
       SCHRIJF-BETALINGSBLOK.
      ************************
           MOVE WS-GRP-SUB TO WS-GRP-ED
           MOVE WS-GRP-CNT (WS-GRP-SUB) TO WS-CNT-ED
           MOVE SPACES TO WS-XML-LIJN
           STRING "<PmtInf><PmtInfId>GIRBETDD" DELIMITED BY SIZE
                  WS-VANDAAG                   DELIMITED BY SIZE
                  "B"                          DELIMITED BY SIZE
                  WS-XML-BANK                  DELIMITED BY SIZE
                  "G"                          DELIMITED BY SIZE
                  WS-GRP-ED                    DELIMITED BY SIZE
                  "</PmtInfId><PmtMtd>DD</PmtMtd><NbOfTxs>"
                                               DELIMITED BY SIZE
                  WS-CNT-ED                    DELIMITED BY SIZE
                  "</NbOfTxs>"                 DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE WS-GRP-SOM (WS-GRP-SUB) TO WS-BEDRAG-WERK
           PERFORM MAAK-BEDRAG-11
           MOVE SPACES TO WS-XML-LIJN
           STRING "<CtrlSum>"                  DELIMITED BY SIZE
                  WS-BEDRAG-TEKST              DELIMITED BY SPACE
                  "</CtrlSum><PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
                                               DELIMITED BY SIZE
                  "<LclInstrm><Cd>CORE</Cd></LclInstrm><SeqTp>"
                                               DELIMITED BY SIZE
                  WS-GRP-SEQ (WS-GRP-SUB)      DELIMITED BY SIZE
                  "</SeqTp></PmtTpInf>"        DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE WS-GRP-DATUM (WS-GRP-SUB) TO WS-DATUM-WERK
           PERFORM MAAK-ISO-DATUM
           MOVE SPACES TO WS-XML-LIJN
           STRING "<ReqdColltnDt>"             DELIMITED BY SIZE
                  WS-ISO-DATUM                 DELIMITED BY SIZE
                  "</ReqdColltnDt><Cdtr><Nm>"  DELIMITED BY SIZE
                  WS-CDTR-NAAM                 DELIMITED BY "  "
                  "</Nm></Cdtr><CdtrAcct><Id><IBAN>"
                                               DELIMITED BY SIZE
                  CDTR-IBAN (WS-BND-SUB)       DELIMITED BY SPACE
                  "</IBAN></Id></CdtrAcct>"    DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE SPACES TO WS-XML-LIJN
           STRING "<CdtrAgt><FinInstnId><BICFI>"
                                               DELIMITED BY SIZE
                  CDTR-BIC (WS-BND-SUB)        DELIMITED BY SPACE
                  "</BICFI></FinInstnId></CdtrAgt>"
                                               DELIMITED BY SIZE
                  "<ChrgBr>SLEV</ChrgBr>"      DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE SPACES TO WS-XML-LIJN
           STRING "<CdtrSchmeId><Id><PrvtId><Othr><Id>"
                                               DELIMITED BY SIZE
                  WS-CDTR-ID                   DELIMITED BY SPACE
                  "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
                                               DELIMITED BY SIZE
                  "</Othr></PrvtId></Id></CdtrSchmeId>"
                                               DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           PERFORM VARYING WS-TRX-SUB FROM 1 BY 1
                   UNTIL WS-TRX-SUB > WS-TRX-COUNT
              IF WS-TRX-GRP (WS-TRX-SUB) = WS-GRP-SUB
                 PERFORM SCHRIJF-TRANSACTIE
              END-IF
           END-PERFORM
           MOVE "</PmtInf>" TO WS-XML-LIJN
           PERFORM SCHRIJF-XML
           MOVE WS-GRP-SOM (WS-GRP-SUB) TO WS-EDIT-BEDRAG
           MOVE WS-GRP-CNT (WS-GRP-SUB) TO WS-DISPLAY-CNT
           MOVE SPACES TO PDDR-REC
           STRING "BANK "                   DELIMITED BY SIZE
                  WS-XML-BANK               DELIMITED BY SIZE
                  " INNING "                DELIMITED BY SIZE
                  WS-GRP-DATUM (WS-GRP-SUB) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-GRP-SEQ (WS-GRP-SUB)   DELIMITED BY SIZE
                  " AANTAL="                DELIMITED BY SIZE
                  WS-DISPLAY-CNT            DELIMITED BY SIZE
                  " BEDRAG="                DELIMITED BY SIZE
                  WS-EDIT-BEDRAG            DELIMITED BY SIZE
                                       INTO PDDR-REC
           END-STRING
           WRITE PDDR-REC
           .
      *
       SCHRIJF-TRANSACTIE.
      *********************
           MOVE SPACES TO WS-XML-LIJN
           STRING "<DrctDbtTxInf><PmtId><EndToEndId>"
                                               DELIMITED BY SIZE
                  WS-TRX-KONST (WS-TRX-SUB)    DELIMITED BY SIZE
                  WS-TRX-VOLGNR (WS-TRX-SUB)   DELIMITED BY SIZE
                  "</EndToEndId></PmtId>"      DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE WS-TRX-BEDRAG (WS-TRX-SUB) TO WS-BEDRAG-WERK
           PERFORM MAAK-BEDRAG-11
           MOVE WS-TRX-ONDERTEKEND (WS-TRX-SUB) TO WS-DATUM-WERK
           PERFORM MAAK-ISO-DATUM
           MOVE SPACES TO WS-XML-LIJN
           STRING "<InstdAmt Ccy=""EUR"">"     DELIMITED BY SIZE
                  WS-BEDRAG-TEKST              DELIMITED BY SPACE
                  "</InstdAmt><DrctDbtTx><MndtRltdInf><MndtId>"
                                               DELIMITED BY SIZE
                  WS-TRX-MANDAAT (WS-TRX-SUB)  DELIMITED BY "  "
                  "</MndtId><DtOfSgntr>"       DELIMITED BY SIZE
                  WS-ISO-DATUM                 DELIMITED BY SIZE
                  "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
                                               DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE SPACES TO WS-XML-LIJN
           STRING "<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                                               DELIMITED BY SIZE
                  "</Id></Othr></FinInstnId></DbtrAgt><Dbtr><Nm>"
                                               DELIMITED BY SIZE
                  WS-TRX-NAAM (WS-TRX-SUB)     DELIMITED BY "  "
                  "</Nm></Dbtr>"               DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE SPACES TO WS-XML-LIJN
           STRING "<DbtrAcct><Id><IBAN>"       DELIMITED BY SIZE
                  WS-TRX-IBAN (WS-TRX-SUB)     DELIMITED BY SPACE
                  "</IBAN></Id></DbtrAcct>"    DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           MOVE SPACES TO WS-XML-LIJN
           STRING "<RmtInf><Strd><CdtrRefInf><Tp><CdOrPrtry><Cd>SCOR"
                                               DELIMITED BY SIZE
                  "</Cd></CdOrPrtry><Issr>BBA</Issr></Tp><Ref>"
                                               DELIMITED BY SIZE
                  WS-TRX-OGM (WS-TRX-SUB)      DELIMITED BY SIZE
                  "</Ref></CdtrRefInf></Strd></RmtInf></DrctDbtTxInf>"
                                               DELIMITED BY SIZE
                                          INTO WS-XML-LIJN
           END-STRING
           PERFORM SCHRIJF-XML
           .
      *
      *----------------------------------------------------------------
      *RVH116: BEDRAG IN CENTEN NAAR DE XML-SCHRIJFWIJZE MET DECIMAAL
      *        PUNT (ZOALS GIRPANX4), DATUM EEJJMMDD NAAR EEJJ-MM-DD.
      *----------------------------------------------------------------
       MAAK-BEDRAG-11.
      *****************
           DIVIDE WS-BEDRAG-WERK BY 100
                  GIVING WS-EUROS
                  REMAINDER WS-CENTEN
           MOVE SPACES TO WS-BEDRAG-TEKST
           STRING WS-EUROS    DELIMITED BY SIZE
                  "."         DELIMITED BY SIZE
                  WS-CENTEN   DELIMITED BY SIZE
                         INTO WS-BEDRAG-TEKST
           END-STRING
           .
      *
       MAAK-ISO-DATUM.
      *****************
           MOVE SPACES TO WS-ISO-DATUM
           STRING WS-DTW-CCYY DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-DTW-MM   DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-DTW-DD   DELIMITED BY SIZE
                         INTO WS-ISO-DATUM
           END-STRING
           .
      *
       SCHRIJF-XML.
      **************
           EVALUATE WS-XML-BANK
           WHEN 0
              MOVE WS-XML-LIJN TO PDD0-REC
              WRITE PDD0-REC
           WHEN 2
              MOVE WS-XML-LIJN TO PDD2-REC
              WRITE PDD2-REC
           WHEN OTHER
              MOVE WS-XML-LIJN TO PDD1-REC
              WRITE PDD1-REC
           END-EVALUATE
           .
      *
       FIN-INNING.
      *************
           CLOSE INVO-FILE INVQ-FILE MNDN-FILE ADMX-FILE
                 PDD0-FILE PDD1-FILE PDD2-FILE PDDR-FILE
           IF WS-BNKQ-OPEN
              CLOSE BNKQ-FILE
           END-IF
           MOVE WS-CNT-ZAKEN TO WS-DISPLAY-CNT
           DISPLAY "GIRPDDX4 - ZAKEN GELEZEN    : " WS-DISPLAY-CNT
           MOVE WS-TRX-COUNT TO WS-DISPLAY-CNT
           DISPLAY "GIRPDDX4 - TRANSACTIES      : " WS-DISPLAY-CNT
           MOVE WS-CNT-UITGESTELD TO WS-DISPLAY-CNT
           DISPLAY "GIRPDDX4 - UITGESTELD       : " WS-DISPLAY-CNT
           MOVE WS-CNT-NAAR-BRIEF TO WS-DISPLAY-CNT
           DISPLAY "GIRPDDX4 - NAAR BRIEFWEG    : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRPDDX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRPDDX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRPDDX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

      ******************************************************************
      **  GIRMCRX4 : MASSACORRECTIE VAN EEN REEDS UITBETAALDE BATCH    *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - WERD EEN VOLLEDIGE BATCH VERKEERD UITBETAALD (VERKEERDE    *
      **    BAREMA, DUBBEL AANGELEVERD BESTAND), DAN MOESTEN DE        *
      **    FEDERATIES TOT NU ELKE TERUGVORDERING MET DE HAND ALS      *
      **    NEGATIEVE PPR INTIKKEN.                                    *
      **  - DIT PROGRAMMA LEEST EEN SELECTIE EN EEN CORRECTIEREGEL     *
      **    (MCRP) EN HET EXTRACT VAN HET BBF-JOURNAAL (ZOALS VOOR     *
      **    GIRKWSX4, OPLOPEND OP RIJKSNUMMER, AANGEVULD MET HET       *
      **    RUN-VOLGNUMMER VAN DE BIJHORENDE GLPQ-BOEKINGSLIJN):       *
      **      . SELECTIE OP RUN-VOLGNUMMER, FEDERATIE, CODE-LIBELLE    *
      **        (NUL = ALLE) EN EEN PERIODE VAN INBRENGDATUMS;         *
      **      . REGEL "V" = VOLLEDIGE TERUGVORDERING, "B" = EEN VAST   *
      **        VERSCHIL PER BETALING, "P" = EEN PERCENTAGE VAN HET    *
      **        BETAALDE BEDRAG.                                       *
      **  - PER GESELECTEERDE BETALING VOLGT EEN NEGATIEVE PPR         *
      **    (PPRM, BRON 8 VAN GIRCOLX4) MET DE KONSTANTE EN HET        *
      **    VOLGNUMMER VAN DE ORIGINELE BETALING, ZODAT ZE DE GEWONE   *
      **    INVORDERINGSTAK VAN TRBFNCX4 (RVH054 - INVQ EN VIA         *
      **    GIRINRX4 HET SCHULDREGISTER SLDQ) VOLGT.                   *
      **  - DE CORRECTIEHISTORIEK (MCHO/MCHN) HOUDT PER BETALING HET   *
      **    REEDS TERUGGEVORDERDE BEDRAG BIJ: EEN HERNEMING OF EEN     *
      **    TWEEDE CORRECTIE VORDERT NOOIT MEER TERUG DAN ER WERD      *
      **    BETAALD.                                                   *
      **  - PER LID VOLGT EEN BRIEF ("500026") LANGS HET REMOTE-       *
      **    PRINT-MECHANISME, IN DE TAAL VAN HET LID (LEDENEXTRACT     *
      **    ADMX ZOALS VOOR GIRATTX4), EN EEN CONTROLEVERSLAG (MCRR)   *
      **    DAT HET TERUGGEVORDERDE TOTAAL PER FEDERATIE AFSTEMT OP    *
      **    DE ORIGINELE BETALINGEN.                                   *
      **                                                               *
      ******************************************************************
      *RVH136: NIEUW PROGRAMMA - MASSACORRECTIE VAN EEN REEDS
      *        UITBETAALDE BATCH.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRMCRX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH136*
RVH136* RVH136 15/10/2026
RVH136*     NIEUW PROGRAMMA : TERUGVORDERINGS-PPR'S VOOR EEN SELECTIE
RVH136*     UIT HET BBF-JOURNAAL (VOLLEDIG, VAST VERSCHIL OF
RVH136*     PERCENTAGE), MET LEDENBRIEF EN AFSTEMMINGSVERSLAG.
RVH136*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH136: PARAMETER - SELECTIE EN CORRECTIEREGEL (VERPLICHT).
      *----------------------------------------------------------------
           SELECT MCRP-FILE ASSIGN TO MCRP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MCRP-STATUS.
      *----------------------------------------------------------------
      *RVH136: EXTRACT VAN HET BBF-JOURNAAL VAN DE PERIODE, VOORAF
      *        GESORTEERD OPLOPEND OP RIJKSNUMMER DOOR DE JCL.
      *----------------------------------------------------------------
           SELECT BBFX-FILE ASSIGN TO BBFX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BBFX-STATUS.
      *----------------------------------------------------------------
      *RVH136: LEDENEXTRACT MET NAAM EN TAAL PER RIJKSNUMMER (ZELFDE
      *        EXTRACT ALS GIRATTX4) - OPTIONEEL.
      *----------------------------------------------------------------
           SELECT ADMX-FILE ASSIGN TO ADMX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ADMX-STATUS.
      *----------------------------------------------------------------
      *RVH136: VORIGE EN NIEUWE GENERATIE VAN DE CORRECTIEHISTORIEK.
      *        EEN ONTBREKENDE VORIGE GENERATIE = EERSTE CORRECTIE.
      *----------------------------------------------------------------
           SELECT MCHO-FILE ASSIGN TO MCHO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MCHO-STATUS.
           SELECT MCHN-FILE ASSIGN TO MCHN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MCHN-STATUS.
      *----------------------------------------------------------------
      *RVH136: TERUGVORDERINGS-PPR'S (BRON 8 VAN GIRCOLX4).
      *----------------------------------------------------------------
           SELECT PPRM-FILE ASSIGN TO PPRM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PPRM-STATUS.
      *----------------------------------------------------------------
      *RVH136: LEDENBRIEVEN ("500026") VOOR DE REMOTE-PRINT-LADER.
      *----------------------------------------------------------------
           SELECT MCRL-FILE ASSIGN TO MCRL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MCRL-STATUS.
      *----------------------------------------------------------------
      *RVH136: CONTROLEVERSLAG MET DE AFSTEMMING.
      *----------------------------------------------------------------
           SELECT MCRR-FILE ASSIGN TO MCRR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MCRR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
      *----------------------------------------------------------------
      *RVH136: PARAMETER - RUN-VOLGNUMMER, FEDERATIE EN CODE-LIBELLE
      *        (NUL = ALLE), DE PERIODE VAN INBRENGDATUMS, DE REGEL
      *        MET HET VASTE VERSCHIL (IN CENTIEM) OF HET PERCENTAGE,
      *        EEN REFERENTIE VAN DE CORRECTIE EN DE REDEN VOOR DE
      *        BRIEF EN HET VERSLAG.
      *----------------------------------------------------------------
       FD  MCRP-FILE
           RECORDING MODE IS F.
       01  MCRP-REC.
           05  MCRP-RUNSEQ              PIC 9(02).
           05  MCRP-FEDERATIE           PIC 9(03).
           05  MCRP-LIBEL               PIC 9(02).
           05  MCRP-VAN                 PIC 9(08).
           05  MCRP-TOT                 PIC 9(08).
           05  MCRP-REGEL               PIC X(01).
               88  MCRP-VOLLEDIG        VALUE "V".
               88  MCRP-VAST-VERSCHIL   VALUE "B".
               88  MCRP-PERCENTAGE      VALUE "P".
           05  MCRP-BEDRAG              PIC 9(08).
           05  MCRP-PERCENT             PIC 9(03)V99.
           05  MCRP-REFERENTIE          PIC X(08).
           05  MCRP-REDEN               PIC X(30).
       FD  BBFX-FILE
           RECORDING MODE IS F.
       01  BBFX-REC.
           05  BBFX-RNR                 PIC X(13).
           05  BBFX-LIBEL               PIC 9(02).
           05  BBFX-KONST               PIC 9(10).
           05  BBFX-VOLGNR              PIC 9(03).
           05  BBFX-BEDRAG              PIC S9(08).
           05  BBFX-DATINB              PIC 9(08).
           05  BBFX-VERB                PIC 9(03).
           05  BBFX-TAGREG-OP           PIC 9(02).
           05  BBFX-RUNSEQ              PIC 9(02).
       FD  ADMX-FILE
           RECORDING MODE IS F.
       01  ADMX-REC.
           05  ADMX-RNR                 PIC X(13).
           05  ADMX-NAAM                PIC X(18).
           05  ADMX-VOORN               PIC X(12).
           05  ADMX-TAAL                PIC 9(01).
      *----------------------------------------------------------------
      *RVH136: CORRECTIEHISTORIEK - EEN REKORD PER TERUGGEVORDERDE
      *        BETALING PER CORRECTIE.
      *----------------------------------------------------------------
       FD  MCHO-FILE
           RECORDING MODE IS F.
       01  MCHO-REC.
           05  MCHO-KONST               PIC 9(10).
           05  MCHO-VOLGNR              PIC 9(03).
           05  MCHO-LIBEL               PIC 9(02).
           05  MCHO-RNR                 PIC X(13).
           05  MCHO-REFERENTIE          PIC X(08).
           05  MCHO-DATUM               PIC 9(08).
           05  MCHO-BEDRAG              PIC S9(08).
       FD  MCHN-FILE
           RECORDING MODE IS F.
       01  MCHN-REC                     PIC X(52).
       FD  PPRM-FILE
           RECORDING MODE IS F.
       01  PPRM-REC                     PIC X(186).
      *----------------------------------------------------------------
      *RVH136: BRIEFREKORD - ZELFDE REMOTE-KOP ALS ATTQ IN GIRATTX4,
      *        MET EEN LIJNTYPE (H = HOOFDING MET DE NAAM, D = DETAIL
      *        PER BETALING, T = TOTAAL MET DE REDEN).
      *----------------------------------------------------------------
       FD  MCRL-FILE
           RECORDING MODE IS F.
       01  MCRL-REC.
           05  MCRL-LENGTH              PIC S9(04) COMP.
           05  MCRL-CODE                PIC S9(04) COMP.
           05  MCRL-NUMBER              PIC 9(08).
           05  MCRL-DEVICE-OUT          PIC X(01).
           05  MCRL-DESTINATION         PIC 9(03).
           05  MCRL-SWITCHING           PIC X(01).
           05  MCRL-PRIORITY            PIC X(01).
           05  MCRL-NAME                PIC X(06).
           05  MCRL-RNR                 PIC X(13).
           05  MCRL-TAAL                PIC 9(01).
           05  MCRL-REFERENTIE          PIC X(08).
           05  MCRL-LIJNTYPE            PIC X(01).
               88  MCRL-HOOFDING        VALUE "H".
               88  MCRL-DETAIL          VALUE "D".
               88  MCRL-TOTAAL          VALUE "T".
           05  MCRL-TEKST               PIC X(53).
           05  MCRL-LIBEL               PIC 9(02).
           05  MCRL-DATINB              PIC 9(08).
           05  MCRL-BEDRAG-BETAALD      PIC S9(09).
           05  MCRL-BEDRAG-TERUG        PIC S9(09).
       FD  MCRR-FILE
           RECORDING MODE IS F.
       01  MCRR-REC                     PIC X(100).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-MCRP-STATUS               PIC XX VALUE ZEROES.
       01  WS-BBFX-STATUS               PIC XX VALUE ZEROES.
       01  WS-ADMX-STATUS               PIC XX VALUE ZEROES.
       01  WS-MCHO-STATUS               PIC XX VALUE ZEROES.
       01  WS-MCHN-STATUS               PIC XX VALUE ZEROES.
       01  WS-PPRM-STATUS               PIC XX VALUE ZEROES.
       01  WS-MCRL-STATUS               PIC XX VALUE ZEROES.
       01  WS-MCRR-STATUS               PIC XX VALUE ZEROES.
       01  WS-BBFX-EOF-SW               PIC X VALUE "N".
           88  WS-BBFX-EOF              VALUE "Y".
       01  WS-ADMX-EOF-SW               PIC X VALUE "N".
           88  WS-ADMX-EOF              VALUE "Y".
       01  WS-ADMX-SW                   PIC X VALUE "N".
           88  ADMX-OPEN                VALUE "Y".
       01  WS-MCHO-EOF-SW               PIC X VALUE "N".
           88  WS-MCHO-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH136: REEDS TERUGGEVORDERDE BEDRAGEN PER BETALING, UIT DE
      *        VORIGE GENERATIE VAN DE HISTORIEK EN AANGEVULD MET DE
      *        CORRECTIES VAN DEZE RUN.
      *----------------------------------------------------------------
       01  WS-MCH-TABLE.
           05  WS-MCH-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-MCH-IDX.
               10  WS-MCH-KONST         PIC 9(10).
               10  WS-MCH-VOLGNR        PIC 9(03).
               10  WS-MCH-LIBEL         PIC 9(02).
               10  WS-MCH-BEDRAG        PIC S9(09).
       01  WS-MCH-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-MCH-HIT-SW                PIC X VALUE "N".
           88  WS-MCH-TREFFER           VALUE "Y".
      *----------------------------------------------------------------
      *RVH136: TOTALEN PER FEDERATIE, RECHTSTREEKS GESUBSCRIPTEERD
      *        OP DE FEDERATIE + 1 (ZELFDE OPZET ALS GIRJAFX4).
      *----------------------------------------------------------------
       01  WS-FED-TABLE.
           05  WS-FED-ENTRY OCCURS 1000 TIMES.
               10  WS-FED-AANWEZIG      PIC X(01).
               10  WS-FED-SEL-AANTAL    PIC 9(07).
               10  WS-FED-SEL-BEDRAG    PIC S9(11).
               10  WS-FED-TRG-AANTAL    PIC 9(07).
               10  WS-FED-TRG-BEDRAG    PIC S9(11).
       01  WS-FED-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-FED-KODE                  PIC 9(03) VALUE ZERO.
      *
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-TERUG                     PIC S9(09) VALUE ZERO.
       01  WS-RESTBEDRAG                PIC S9(09) VALUE ZERO.
       01  WS-PPR-VOLGNR                PIC 9(08) VALUE ZERO.
       01  WS-BRF-VOLGNR                PIC 9(08) VALUE ZERO.
       01  WS-OPMERKING                 PIC X(24).
      *----------------------------------------------------------------
      *RVH136: DE LOPENDE BRIEF - EEN PER LID, GEOPEND BIJ DE EERSTE
      *        TERUGVORDERING EN AFGESLOTEN BIJ EEN NIEUW RIJKSNUMMER.
      *----------------------------------------------------------------
       01  WS-BRF-SW                    PIC X VALUE "N".
           88  WS-BRF-OPEN              VALUE "Y".
       01  WS-BRF-RNR                   PIC X(13).
       01  WS-BRF-TAAL                  PIC 9(01) VALUE 2.
       01  WS-BRF-DEST                  PIC 9(03) VALUE ZERO.
       01  WS-BRF-BETAALD               PIC S9(09) VALUE ZERO.
       01  WS-BRF-TERUG                 PIC S9(09) VALUE ZERO.
       01  WS-NAAMLIJN                  PIC X(53).
      *
       01  WS-CNT-GELEZEN               PIC 9(07) VALUE ZERO.
       01  WS-CNT-GESELECTEERD          PIC 9(07) VALUE ZERO.
       01  WS-CNT-PPR                   PIC 9(07) VALUE ZERO.
       01  WS-CNT-BEGRENSD              PIC 9(07) VALUE ZERO.
       01  WS-CNT-REEDS                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-BRIEVEN               PIC 9(07) VALUE ZERO.
       01  WS-CNT-ZONDER-LID            PIC 9(07) VALUE ZERO.
       01  WS-TOT-SEL-BEDRAG            PIC S9(11) VALUE ZERO.
       01  WS-TOT-TRG-BEDRAG            PIC S9(11) VALUE ZERO.
       01  WS-TOT-PPR-BEDRAG            PIC S9(11) VALUE ZERO.
       01  WS-TOT-REST-BEDRAG           PIC S9(11) VALUE ZERO.
       01  WS-TOT-CONTROLE              PIC S9(11) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZZZZ9,99.
       01  WS-EDIT-BEDRAG2              PIC -ZZZZZZZZZZ9,99.
       01  WS-EDIT-AANTAL               PIC ZZZZZZZZ9.
       01  WS-EDIT-AANTAL2              PIC ZZZZZZZZ9.
      *----------------------------------------------------------------
      *RVH136: OP TE BOUWEN PPR (ZELFDE VORM ALS GIRSTGX4).
      *----------------------------------------------------------------
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-CORRECTIE SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-CORRECTIE.
      *---------------------------------
           PERFORM LEZEN-PARAMETER
           PERFORM OPEN-CORRECTIE
           PERFORM LADEN-HISTORIEK
           PERFORM LEZEN-ADMX
           PERFORM LEZEN-BBFX
           PERFORM WITH TEST BEFORE UNTIL WS-BBFX-EOF
              ADD 1 TO WS-CNT-GELEZEN
              IF WS-BRF-OPEN AND BBFX-RNR NOT = WS-BRF-RNR
                 PERFORM SLUIT-BRIEF
              END-IF
              IF BBFX-BEDRAG > ZERO
                 AND BBFX-DATINB NOT < MCRP-VAN
                 AND BBFX-DATINB NOT > MCRP-TOT
                 AND (MCRP-RUNSEQ = ZERO
                      OR BBFX-RUNSEQ = MCRP-RUNSEQ)
                 AND (MCRP-FEDERATIE = ZERO
                      OR BBFX-VERB = MCRP-FEDERATIE)
                 AND (MCRP-LIBEL = ZERO
                      OR BBFX-LIBEL = MCRP-LIBEL)
                 PERFORM VERWERK-BETALING
              END-IF
              PERFORM LEZEN-BBFX
           END-PERFORM
           IF WS-BRF-OPEN
              PERFORM SLUIT-BRIEF
           END-IF
           PERFORM SCHRIJVEN-AFSTEMMING
           PERFORM FIN-CORRECTIE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
      *----------------------------------------------------------------
      *RVH136: DE PARAMETER IS VERPLICHT - ZONDER GELDIGE SELECTIE
      *        EN REGEL GEEN ENKELE TERUGVORDERING (RC 12). EEN
      *        ONTBREKENDE EINDDATUM = TOT VANDAAG.
      *----------------------------------------------------------------
       LEZEN-PARAMETER.
      ******************
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           OPEN INPUT MCRP-FILE
           IF WS-MCRP-STATUS NOT = "00"
              DISPLAY "GIRMCRX4 - ERREUR OPEN MCRP STATUS = "
                      WS-MCRP-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           READ MCRP-FILE
           IF WS-MCRP-STATUS NOT = "00"
              DISPLAY "GIRMCRX4 - GEEN PARAMETER IN MCRP"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE MCRP-FILE
           IF MCRP-TOT = ZERO OR MCRP-TOT NOT NUMERIC
              MOVE WS-VANDAAG TO MCRP-TOT
           END-IF
           EVALUATE TRUE
           WHEN MCRP-RUNSEQ NOT NUMERIC
             OR MCRP-FEDERATIE NOT NUMERIC
             OR MCRP-LIBEL NOT NUMERIC
             OR MCRP-VAN NOT NUMERIC
              DISPLAY "GIRMCRX4 - SELECTIE NIET NUMERIEK"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           WHEN MCRP-VAN = ZERO OR MCRP-VAN > MCRP-TOT
              DISPLAY "GIRMCRX4 - ONGELDIGE PERIODE " MCRP-VAN
                      " - " MCRP-TOT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           WHEN MCRP-VOLLEDIG
              CONTINUE
           WHEN MCRP-VAST-VERSCHIL
              IF MCRP-BEDRAG NOT NUMERIC OR MCRP-BEDRAG = ZERO
                 DISPLAY "GIRMCRX4 - REGEL B ZONDER BEDRAG"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           WHEN MCRP-PERCENTAGE
              IF MCRP-PERCENT NOT NUMERIC OR MCRP-PERCENT = ZERO
                 OR MCRP-PERCENT > 100
                 DISPLAY "GIRMCRX4 - REGEL P ZONDER GELDIG PERCENTAGE"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           WHEN OTHER
              DISPLAY "GIRMCRX4 - ONBEKENDE CORRECTIEREGEL "
                      MCRP-REGEL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-EVALUATE
           .
      *
       OPEN-CORRECTIE.
      *****************
           OPEN INPUT BBFX-FILE
           IF WS-BBFX-STATUS NOT = "00"
              DISPLAY "GIRMCRX4 - ERREUR OPEN BBFX STATUS = "
                      WS-BBFX-STATUS
              STOP RUN
           END-IF
      *    ZONDER LEDENEXTRACT VERTREKKEN DE BRIEVEN ZONDER NAAM.
           OPEN INPUT ADMX-FILE
           IF WS-ADMX-STATUS = "00"
              SET ADMX-OPEN TO TRUE
           ELSE
              SET WS-ADMX-EOF TO TRUE
              MOVE HIGH-VALUES TO ADMX-RNR
           END-IF
           OPEN OUTPUT MCHN-FILE
           IF WS-MCHN-STATUS NOT = "00"
              DISPLAY "GIRMCRX4 - ERREUR OPEN MCHN STATUS = "
                      WS-MCHN-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PPRM-FILE
           IF WS-PPRM-STATUS NOT = "00"
              DISPLAY "GIRMCRX4 - ERREUR OPEN PPRM STATUS = "
                      WS-PPRM-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT MCRL-FILE
           IF WS-MCRL-STATUS NOT = "00"
              DISPLAY "GIRMCRX4 - ERREUR OPEN MCRL STATUS = "
                      WS-MCRL-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT MCRR-FILE
           IF WS-MCRR-STATUS NOT = "00"
              DISPLAY "GIRMCRX4 - ERREUR OPEN MCRR STATUS = "
                      WS-MCRR-STATUS
              STOP RUN
           END-IF
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              INITIALIZE WS-FED-ENTRY (WS-FED-SUB)
              MOVE "N" TO WS-FED-AANWEZIG (WS-FED-SUB)
           END-PERFORM
           MOVE SPACES TO MCRR-REC
           STRING "MASSACORRECTIE " DELIMITED BY SIZE
                  MCRP-REFERENTIE   DELIMITED BY SIZE
                  " VAN "           DELIMITED BY SIZE
                  WS-VANDAAG        DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  MCRP-REDEN        DELIMITED BY SIZE
                               INTO MCRR-REC
           END-STRING
           WRITE MCRR-REC
           MOVE SPACES TO MCRR-REC
           STRING "SELECTIE: RUN "  DELIMITED BY SIZE
                  MCRP-RUNSEQ       DELIMITED BY SIZE
                  " FEDERATIE "     DELIMITED BY SIZE
                  MCRP-FEDERATIE    DELIMITED BY SIZE
                  " KODE "          DELIMITED BY SIZE
                  MCRP-LIBEL        DELIMITED BY SIZE
                  " INBRENG "       DELIMITED BY SIZE
                  MCRP-VAN          DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  MCRP-TOT          DELIMITED BY SIZE
                  " (00/000 = ALLE)" DELIMITED BY SIZE
                               INTO MCRR-REC
           END-STRING
           WRITE MCRR-REC
           MOVE SPACES TO MCRR-REC
           EVALUATE TRUE
           WHEN MCRP-VOLLEDIG
              MOVE "REGEL: VOLLEDIGE TERUGVORDERING" TO MCRR-REC
           WHEN MCRP-VAST-VERSCHIL
              MOVE MCRP-BEDRAG TO WS-EDIT-BEDRAG
              STRING "REGEL: VAST VERSCHIL PER BETALING "
                                     DELIMITED BY SIZE
                     WS-EDIT-BEDRAG  DELIMITED BY SIZE
                                INTO MCRR-REC
              END-STRING
           WHEN OTHER
              STRING "REGEL: PERCENTAGE "  DELIMITED BY SIZE
                     MCRP-PERCENT          DELIMITED BY SIZE
                     " (3 CIJFERS + 2 DECIMALEN)"
                                           DELIMITED BY SIZE
                                      INTO MCRR-REC
              END-STRING
           END-EVALUATE
           WRITE MCRR-REC
           MOVE ALL "-" TO MCRR-REC
           WRITE MCRR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH136: VORIGE GENERATIE VAN DE HISTORIEK - ONGEWIJZIGD NAAR
      *        DE NIEUWE GENERATIE, EN PER BETALING OPGETELD IN DE
      *        TABEL.
      *----------------------------------------------------------------
       LADEN-HISTORIEK.
      ******************
           OPEN INPUT MCHO-FILE
           IF WS-MCHO-STATUS = "00"
              PERFORM LEZEN-MCHO
              PERFORM WITH TEST BEFORE UNTIL WS-MCHO-EOF
                 MOVE MCHO-REC TO MCHN-REC
                 WRITE MCHN-REC
                 PERFORM ZOEK-HISTORIEK-MCHO
                 IF WS-MCH-TREFFER
                    ADD MCHO-BEDRAG TO WS-MCH-BEDRAG (WS-MCH-IDX)
                 ELSE
                    IF WS-MCH-COUNT < 5000
                       ADD 1 TO WS-MCH-COUNT
                       SET WS-MCH-IDX TO WS-MCH-COUNT
                       MOVE MCHO-KONST  TO WS-MCH-KONST (WS-MCH-IDX)
                       MOVE MCHO-VOLGNR TO WS-MCH-VOLGNR (WS-MCH-IDX)
                       MOVE MCHO-LIBEL  TO WS-MCH-LIBEL (WS-MCH-IDX)
                       MOVE MCHO-BEDRAG TO WS-MCH-BEDRAG (WS-MCH-IDX)
                    ELSE
                       DISPLAY "GIRMCRX4 - HISTORIEKTABEL VOL - "
                               "RUN GESTOPT"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
                 PERFORM LEZEN-MCHO
              END-PERFORM
              CLOSE MCHO-FILE
           END-IF
           .
      *
       LEZEN-MCHO.
      *************
           READ MCHO-FILE
              AT END
                 SET WS-MCHO-EOF TO TRUE
           END-READ
           .
      *
       ZOEK-HISTORIEK-MCHO.
      **********************
           MOVE "N" TO WS-MCH-HIT-SW
           IF WS-MCH-COUNT > ZERO
              SET WS-MCH-IDX TO 1
              SEARCH WS-MCH-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-MCH-KONST (WS-MCH-IDX)  = MCHO-KONST
                  AND WS-MCH-VOLGNR (WS-MCH-IDX) = MCHO-VOLGNR
                  AND WS-MCH-LIBEL (WS-MCH-IDX)  = MCHO-LIBEL
                    SET WS-MCH-TREFFER TO TRUE
              END-SEARCH
           END-IF
           .
      *
       ZOEK-HISTORIEK-BBFX.
      **********************
           MOVE "N" TO WS-MCH-HIT-SW
           IF WS-MCH-COUNT > ZERO
              SET WS-MCH-IDX TO 1
              SEARCH WS-MCH-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-MCH-KONST (WS-MCH-IDX)  = BBFX-KONST
                  AND WS-MCH-VOLGNR (WS-MCH-IDX) = BBFX-VOLGNR
                  AND WS-MCH-LIBEL (WS-MCH-IDX)  = BBFX-LIBEL
                    SET WS-MCH-TREFFER TO TRUE
              END-SEARCH
           END-IF
           .
      *
       LEZEN-BBFX.
      *************
           READ BBFX-FILE
              AT END
                 SET WS-BBFX-EOF TO TRUE
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
      *RVH136: EEN GESELECTEERDE BETALING - HET TERUG TE VORDEREN
      *        BEDRAG VOLGENS DE REGEL, BEGRENSD TOT WAT NA DE VORIGE
      *        CORRECTIES NOG OPENSTAAT. EEN VOLLEDIG TERUGGEVORDERDE
      *        BETALING KOMT ENKEL OP HET VERSLAG.
      *----------------------------------------------------------------
       VERWERK-BETALING.
      *******************
           ADD 1 TO WS-CNT-GESELECTEERD
           ADD BBFX-BEDRAG TO WS-TOT-SEL-BEDRAG
           COMPUTE WS-FED-SUB = BBFX-VERB + 1
           END-COMPUTE
           MOVE "J" TO WS-FED-AANWEZIG (WS-FED-SUB)
           ADD 1           TO WS-FED-SEL-AANTAL (WS-FED-SUB)
           ADD BBFX-BEDRAG TO WS-FED-SEL-BEDRAG (WS-FED-SUB)
           EVALUATE TRUE
           WHEN MCRP-VOLLEDIG
              MOVE BBFX-BEDRAG TO WS-TERUG
           WHEN MCRP-VAST-VERSCHIL
              MOVE MCRP-BEDRAG TO WS-TERUG
           WHEN OTHER
              COMPUTE WS-TERUG ROUNDED =
                      BBFX-BEDRAG * MCRP-PERCENT / 100
              END-COMPUTE
           END-EVALUATE
           PERFORM ZOEK-HISTORIEK-BBFX
           MOVE BBFX-BEDRAG TO WS-RESTBEDRAG
           IF WS-MCH-TREFFER
              SUBTRACT WS-MCH-BEDRAG (WS-MCH-IDX) FROM WS-RESTBEDRAG
           END-IF
           MOVE SPACES TO WS-OPMERKING
           IF WS-TERUG > WS-RESTBEDRAG
              MOVE WS-RESTBEDRAG TO WS-TERUG
              IF WS-TERUG > ZERO
                 ADD 1 TO WS-CNT-BEGRENSD
                 MOVE "BEGRENSD (VORIGE CORR.)" TO WS-OPMERKING
              END-IF
           END-IF
           IF WS-TERUG NOT > ZERO
              ADD 1 TO WS-CNT-REEDS
              MOVE ZERO TO WS-TERUG
              MOVE "REEDS TERUGGEVORDERD" TO WS-OPMERKING
           ELSE
              PERFORM MAAK-PPR
              PERFORM SCHRIJF-HISTORIEK
              ADD 1        TO WS-FED-TRG-AANTAL (WS-FED-SUB)
              ADD WS-TERUG TO WS-FED-TRG-BEDRAG (WS-FED-SUB)
              ADD WS-TERUG TO WS-TOT-TRG-BEDRAG
              IF NOT WS-BRF-OPEN
                 PERFORM OPEN-BRIEF
              END-IF
              PERFORM SCHRIJF-BRIEF-DETAIL
           END-IF
           PERFORM SCHRIJF-DETAILLIJN
           .
      *
      *----------------------------------------------------------------
      *RVH136: DE TERUGVORDERINGS-PPR - KONSTANTE, VOLGNUMMER, KODE
      *        EN FEDERATIE VAN DE ORIGINELE BETALING, HET BEDRAG
      *        NEGATIEF. HET BOEKHOUDTYPE VOLGT UIT BBF-TAGREG-OP
      *        (OMGEKEERDE AFLEIDING VAN CREER-BBF IN TRBFNCX4).
      *----------------------------------------------------------------
       MAAK-PPR.
      ***********
           INITIALIZE PPR-RECORD
           MOVE 174      TO TRBFN-LENGTH
           MOVE 42       TO TRBFN-CODE
           MOVE "GIRBET" TO TRBFN-PPR-NAME
           EVALUATE BBFX-TAGREG-OP
           WHEN 1
              MOVE 3 TO TRBFN-TYPE-COMPTA
           WHEN 2
              MOVE 4 TO TRBFN-TYPE-COMPTA
           WHEN 4
              MOVE 5 TO TRBFN-TYPE-COMPTA
           WHEN 7
              MOVE 6 TO TRBFN-TYPE-COMPTA
           WHEN OTHER
              MOVE 1 TO TRBFN-TYPE-COMPTA
           END-EVALUATE
           ADD 1 TO WS-PPR-VOLGNR
           MOVE WS-PPR-VOLGNR    TO TRBFN-NUMBER
           MOVE BBFX-VERB        TO TRBFN-PPR-FED
                                    TRBFN-DEST
           MOVE WS-VANDAAG       TO TRBFN-DATMEMO
           MOVE BBFX-KONST       TO TRBFN-CONSTANTE
           MOVE BBFX-VOLGNR      TO TRBFN-NO-SUITE
           MOVE BBFX-RNR         TO TRBFN-RNR
           COMPUTE TRBFN-MONTANT = ZERO - WS-TERUG
           END-COMPUTE
           MOVE "E"              TO TRBFN-MONTANT-DV
           MOVE BBFX-LIBEL       TO TRBFN-CODE-LIBEL
           MOVE "MASSACORRECTIE" TO TRBFN-LIBELLE1
           MOVE MCRP-REFERENTIE  TO TRBFN-LIBELLE2
           MOVE "B"              TO TRBFN-BETWYZ
           MOVE PPR-RECORD TO PPRM-REC
           WRITE PPRM-REC
           ADD 1             TO WS-CNT-PPR
           ADD TRBFN-MONTANT TO WS-TOT-PPR-BEDRAG
           .
      *
       SCHRIJF-HISTORIEK.
      ********************
           MOVE BBFX-KONST      TO MCHO-KONST
           MOVE BBFX-VOLGNR     TO MCHO-VOLGNR
           MOVE BBFX-LIBEL      TO MCHO-LIBEL
           MOVE BBFX-RNR        TO MCHO-RNR
           MOVE MCRP-REFERENTIE TO MCHO-REFERENTIE
           MOVE WS-VANDAAG      TO MCHO-DATUM
           MOVE WS-TERUG        TO MCHO-BEDRAG
           MOVE MCHO-REC TO MCHN-REC
           WRITE MCHN-REC
           IF WS-MCH-TREFFER
              ADD WS-TERUG TO WS-MCH-BEDRAG (WS-MCH-IDX)
           ELSE
              IF WS-MCH-COUNT < 5000
                 ADD 1 TO WS-MCH-COUNT
                 SET WS-MCH-IDX TO WS-MCH-COUNT
                 MOVE BBFX-KONST  TO WS-MCH-KONST (WS-MCH-IDX)
                 MOVE BBFX-VOLGNR TO WS-MCH-VOLGNR (WS-MCH-IDX)
                 MOVE BBFX-LIBEL  TO WS-MCH-LIBEL (WS-MCH-IDX)
                 MOVE WS-TERUG    TO WS-MCH-BEDRAG (WS-MCH-IDX)
              ELSE
                 DISPLAY "GIRMCRX4 - HISTORIEKTABEL VOL - "
                         "BEGRENZING BINNEN DEZE RUN DEELS"
              END-IF
           END-IF
           .
      *
       SCHRIJF-DETAILLIJN.
      *********************
           MOVE BBFX-BEDRAG TO WS-EDIT-BEDRAG
           MOVE WS-TERUG    TO WS-EDIT-BEDRAG2
           MOVE SPACES TO MCRR-REC
           STRING BBFX-RNR         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BBFX-VERB        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BBFX-LIBEL       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BBFX-KONST       DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  BBFX-VOLGNR      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG2  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-OPMERKING     DELIMITED BY SIZE
                              INTO MCRR-REC
           END-STRING
           WRITE MCRR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH136: BRIEF VOOR HET LID - HET LEDENEXTRACT BIJTREKKEN TOT
      *        OP OF VOORBIJ DIT RIJKSNUMMER (ZELFDE WERKWIJZE ALS
      *        MAAK-ATTEST IN GIRATTX4). DE BRIEF GAAT NAAR DE
      *        FEDERATIE VAN DE EERSTE TERUGGEVORDERDE BETALING.
      *----------------------------------------------------------------
       OPEN-BRIEF.
      *************
           SET WS-BRF-OPEN TO TRUE
           MOVE BBFX-RNR  TO WS-BRF-RNR
           MOVE BBFX-VERB TO WS-BRF-DEST
           MOVE ZERO TO WS-BRF-BETAALD WS-BRF-TERUG
           PERFORM WITH TEST BEFORE
                   UNTIL WS-ADMX-EOF OR ADMX-RNR NOT < WS-BRF-RNR
              PERFORM LEZEN-ADMX
           END-PERFORM
           MOVE SPACES TO WS-NAAMLIJN
           IF NOT WS-ADMX-EOF AND ADMX-RNR = WS-BRF-RNR
              MOVE ADMX-TAAL  TO WS-BRF-TAAL
              STRING ADMX-NAAM  DELIMITED BY SIZE
                     " "        DELIMITED BY SIZE
                     ADMX-VOORN DELIMITED BY SIZE
                           INTO WS-NAAMLIJN
              END-STRING
           ELSE
              MOVE 2 TO WS-BRF-TAAL
              ADD 1 TO WS-CNT-ZONDER-LID
           END-IF
           MOVE "H"         TO MCRL-LIJNTYPE
           MOVE WS-NAAMLIJN TO MCRL-TEKST
           MOVE ZERO        TO MCRL-LIBEL MCRL-DATINB
                               MCRL-BEDRAG-BETAALD MCRL-BEDRAG-TERUG
           PERFORM SCHRIJF-MCRL
           .
      *
       SCHRIJF-BRIEF-DETAIL.
      ***********************
           ADD BBFX-BEDRAG TO WS-BRF-BETAALD
           ADD WS-TERUG    TO WS-BRF-TERUG
           MOVE "D"         TO MCRL-LIJNTYPE
           MOVE SPACES      TO MCRL-TEKST
           MOVE BBFX-LIBEL  TO MCRL-LIBEL
           MOVE BBFX-DATINB TO MCRL-DATINB
           MOVE BBFX-BEDRAG TO MCRL-BEDRAG-BETAALD
           MOVE WS-TERUG    TO MCRL-BEDRAG-TERUG
           PERFORM SCHRIJF-MCRL
           .
      *
       SLUIT-BRIEF.
      **************
           MOVE "T"            TO MCRL-LIJNTYPE
           MOVE MCRP-REDEN     TO MCRL-TEKST
           MOVE ZERO           TO MCRL-LIBEL MCRL-DATINB
           MOVE WS-BRF-BETAALD TO MCRL-BEDRAG-BETAALD
           MOVE WS-BRF-TERUG   TO MCRL-BEDRAG-TERUG
           PERFORM SCHRIJF-MCRL
           ADD 1 TO WS-CNT-BRIEVEN
           MOVE "N" TO WS-BRF-SW
           .
      *
       SCHRIJF-MCRL.
      ***************
           ADD 1 TO WS-BRF-VOLGNR
           MOVE 128               TO MCRL-LENGTH
           MOVE 40                TO MCRL-CODE
           MOVE WS-BRF-VOLGNR     TO MCRL-NUMBER
           MOVE "L"               TO MCRL-DEVICE-OUT
           MOVE WS-BRF-DEST       TO MCRL-DESTINATION
           MOVE "*"               TO MCRL-SWITCHING
           MOVE SPACE             TO MCRL-PRIORITY
           MOVE "500026"          TO MCRL-NAME
           MOVE WS-BRF-RNR        TO MCRL-RNR
           MOVE WS-BRF-TAAL       TO MCRL-TAAL
           MOVE MCRP-REFERENTIE   TO MCRL-REFERENTIE
           WRITE MCRL-REC
           .
      *
      *----------------------------------------------------------------
      *RVH136: AFSTEMMING - PER FEDERATIE DE GESELECTEERDE ORIGINELE
      *        BETALINGEN TEGENOVER DE TERUGVORDERINGEN, EN OVER HET
      *        GEHEEL: TERUGGEVORDERD + NIET TERUGGEVORDERD = ORIGINEEL
      *        EN TERUGGEVORDERD = SOM VAN DE PPRM-BEDRAGEN. EEN
      *        AFWIJKING GEEFT RC 8.
      *----------------------------------------------------------------
       SCHRIJVEN-AFSTEMMING.
      ***********************
           MOVE ALL "-" TO MCRR-REC
           WRITE MCRR-REC
           MOVE SPACES TO MCRR-REC
           STRING "FED   BETALINGEN   ORIGINEEL BEDRAG  "
                                               DELIMITED BY SIZE
                  "TERUGVORD.   TERUGGEVORDERD BEDRAG"
                                               DELIMITED BY SIZE
                                          INTO MCRR-REC
           END-STRING
           WRITE MCRR-REC
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              IF WS-FED-AANWEZIG (WS-FED-SUB) = "J"
                 PERFORM SCHRIJVEN-AFSTEMMING-FED
              END-IF
           END-PERFORM
           MOVE ALL "-" TO MCRR-REC
           WRITE MCRR-REC
           MOVE WS-CNT-GESELECTEERD TO WS-EDIT-AANTAL
           MOVE WS-TOT-SEL-BEDRAG   TO WS-EDIT-BEDRAG
           MOVE WS-CNT-PPR          TO WS-EDIT-AANTAL2
           MOVE WS-TOT-TRG-BEDRAG   TO WS-EDIT-BEDRAG2
           MOVE SPACES TO MCRR-REC
           STRING "TOT "          DELIMITED BY SIZE
                  WS-EDIT-AANTAL  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-BEDRAG  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-EDIT-AANTAL2 DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-BEDRAG2 DELIMITED BY SIZE
                             INTO MCRR-REC
           END-STRING
           WRITE MCRR-REC
           COMPUTE WS-TOT-REST-BEDRAG = WS-TOT-SEL-BEDRAG
                                      - WS-TOT-TRG-BEDRAG
           END-COMPUTE
           MOVE WS-TOT-REST-BEDRAG TO WS-EDIT-BEDRAG
           MOVE SPACES TO MCRR-REC
           STRING "NIET TERUGGEVORDERD (ORIGINEEL - TERUGGEVORDERD) "
                                     DELIMITED BY SIZE
                  WS-EDIT-BEDRAG     DELIMITED BY SIZE
                                INTO MCRR-REC
           END-STRING
           WRITE MCRR-REC
           COMPUTE WS-TOT-CONTROLE = ZERO - WS-TOT-PPR-BEDRAG
           END-COMPUTE
           MOVE WS-TOT-CONTROLE TO WS-EDIT-BEDRAG
           MOVE SPACES TO MCRR-REC
           STRING "SOM VAN DE TERUGVORDERINGS-PPR'S (PPRM)       "
                                     DELIMITED BY SIZE
                  WS-EDIT-BEDRAG     DELIMITED BY SIZE
                                INTO MCRR-REC
           END-STRING
           WRITE MCRR-REC
           MOVE SPACES TO MCRR-REC
           IF WS-TOT-CONTROLE = WS-TOT-TRG-BEDRAG
              MOVE "AFSTEMMING IN ORDE" TO MCRR-REC
           ELSE
              MOVE "AFSTEMMING WIJKT AF - PPRM NIET VRIJGEVEN"
                TO MCRR-REC
              MOVE 8 TO RETURN-CODE
           END-IF
           WRITE MCRR-REC
           .
      *
       SCHRIJVEN-AFSTEMMING-FED.
      ***************************
           COMPUTE WS-FED-KODE = WS-FED-SUB - 1
           END-COMPUTE
           MOVE WS-FED-SEL-AANTAL (WS-FED-SUB) TO WS-EDIT-AANTAL
           MOVE WS-FED-SEL-BEDRAG (WS-FED-SUB) TO WS-EDIT-BEDRAG
           MOVE WS-FED-TRG-AANTAL (WS-FED-SUB) TO WS-EDIT-AANTAL2
           MOVE WS-FED-TRG-BEDRAG (WS-FED-SUB) TO WS-EDIT-BEDRAG2
           MOVE SPACES TO MCRR-REC
           STRING WS-FED-KODE     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-AANTAL  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-BEDRAG  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-EDIT-AANTAL2 DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-BEDRAG2 DELIMITED BY SIZE
                             INTO MCRR-REC
           END-STRING
           WRITE MCRR-REC
           .
      *
       FIN-CORRECTIE.
      ****************
           CLOSE BBFX-FILE MCHN-FILE PPRM-FILE MCRL-FILE MCRR-FILE
           IF ADMX-OPEN
              CLOSE ADMX-FILE
           END-IF
           MOVE WS-CNT-GELEZEN TO WS-DISPLAY-CNT
           DISPLAY "GIRMCRX4 - JOURNAALLIJNEN GELEZEN : " WS-DISPLAY-CNT
           MOVE WS-CNT-GESELECTEERD TO WS-DISPLAY-CNT
           DISPLAY "GIRMCRX4 - BETALINGEN GESELECTEERD: " WS-DISPLAY-CNT
           MOVE WS-CNT-PPR TO WS-DISPLAY-CNT
           DISPLAY "GIRMCRX4 - TERUGVORDERINGS-PPR'S  : " WS-DISPLAY-CNT
           MOVE WS-CNT-BEGRENSD TO WS-DISPLAY-CNT
           DISPLAY "GIRMCRX4 - BEGRENSD (HISTORIEK)   : " WS-DISPLAY-CNT
           MOVE WS-CNT-REEDS TO WS-DISPLAY-CNT
           DISPLAY "GIRMCRX4 - REEDS TERUGGEVORDERD   : " WS-DISPLAY-CNT
           MOVE WS-CNT-BRIEVEN TO WS-DISPLAY-CNT
           DISPLAY "GIRMCRX4 - LEDENBRIEVEN           : " WS-DISPLAY-CNT
           MOVE WS-CNT-ZONDER-LID TO WS-DISPLAY-CNT
           DISPLAY "GIRMCRX4 - ZONDER LEDENEXTRACT    : " WS-DISPLAY-CNT
           .

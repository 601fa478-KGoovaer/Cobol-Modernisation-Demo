      ******************************************************************
      **  GIRSTGX4 : AANMAAK VAN DE PPR'S UIT DE DOORLOPENDE           *
      **  --------   BETAALOPDRACHTEN (STOQ)                           *
      **                                                               *
      **  - DE FEDERATIES TIKTEN ELKE MAAND DEZELFDE PERIODIEKE        *
      **    UITKERINGEN OPNIEUW IN; WERD EEN LID VERGETEN, DAN BLEEF   *
      **    HET ONBETAALD. DIT PROGRAMMA LEEST PER CYCLUS HET          *
      **    REGISTER VAN DE DOORLOPENDE OPDRACHTEN (ONDERHOUDEN DOOR   *
      **    GIRSTOX4) EN MAAKT VOOR ELKE VERSCHULDIGDE OPDRACHT EEN    *
      **    TRBFNCXP-PPR AAN (PPRS), DIE ALS ZEVENDE BRON (HERKOMST    *
      **    "DOORLOPENDE OPDRACHT") IN GIRCOLX4 MEEGAAT.               *
      **  - EEN OPDRACHT IS VERSCHULDIGD IN DE MAAND VAN DE            *
      **    CYCLUSDATUM (STGP, ANDERS VANDAAG) ALS DE STARTDATUM       *
      **    BEREIKT IS, DE MAAND OP HET RITME VAN DE FREKWENTIE        *
      **    (M/K/H/J = 1/3/6/12 MAANDEN VANAF DE STARTMAAND) VALT EN   *
      **    DE PERIODE NOG NIET WERD AANGEMAAKT.                       *
      **  - EEN OPDRACHT WORDT AUTOMATISCH STOPGEZET (STATUS IN HET    *
      **    REGISTER, VERMELD OP HET VERSLAG):                         *
      **      . "E" - DE EINDDATUM IS VOORBIJ;                         *
      **      . "O" - HET LID STAAT IN HET OVERLIJDENSREGISTER (OVLQ); *
      **      . "G" - DE GERECHTIGDHEIDSCONTROLE VAN TRBFNCX4 (RVH044) *
      **        VERWIERP EEN PPR VOOR DIT LID EN DEZE KODE (500014-    *
      **        EXTRACT, GERX).                                        *
      **    EEN STOPGEZETTE OPDRACHT HERLEEFT ENKEL DOOR EEN           *
      **    WIJZIGING VIA GIRSTOX4.                                    *
      **  - DE KONSTANTE VAN DE PPR IS JJMM VAN DE CYCLUS GEVOLGD      *
      **    DOOR HET OPDRACHTNUMMER (ZES CIJFERS, DOORLOPEND           *
      **    UITGEDEELD VIA STNQ), ZODAT EEN HERNEMING VAN DEZELFDE     *
      **    CYCLUS DOOR VOIR-DOUBLES ALS DUBBELE BETALING WORDT        *
      **    GEWEERD.                                                   *
      **                                                               *
      ******************************************************************
      *RVH109: NIEUW PROGRAMMA - AANMAAK VAN DE PPR'S VAN DE
      *        DOORLOPENDE BETAALOPDRACHTEN.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRSTGX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH109*
RVH109* RVH109 15/10/2026
RVH109*     NIEUW PROGRAMMA : PPR-AANMAAK UIT DE DOORLOPENDE
RVH109*     BETAALOPDRACHTEN MET AUTOMATISCHE STOPZETTING BIJ
RVH109*     EINDDATUM, OVERLIJDEN OF VERLIES VAN GERECHTIGDHEID.
RVH109*
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
      *RVH109: PARAMETER - CYCLUSDATUM (EEJJMMDD) - OPTIONEEL.
      *----------------------------------------------------------------
           SELECT STGP-FILE ASSIGN TO STGP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STGP-STATUS.
      *----------------------------------------------------------------
      *RVH109: VORIGE EN NIEUWE GENERATIE VAN HET REGISTER.
      *----------------------------------------------------------------
           SELECT STOO-FILE ASSIGN TO STOO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STOO-STATUS.
           SELECT STON-FILE ASSIGN TO STON
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STON-STATUS.
      *----------------------------------------------------------------
      *RVH109: OVERLIJDENSREGISTER (ZELFDE BESTAND ALS IN TRBFNCX4)
      *        EN HET EXTRACT VAN DE 500014-LIJST VAN DE LAATSTE
      *        RUN - BEIDE OPTIONEEL.
      *----------------------------------------------------------------
           SELECT OVLQ-FILE ASSIGN TO OVLQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-OVLQ-STATUS.
           SELECT GERX-FILE ASSIGN TO GERX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GERX-STATUS.
      *----------------------------------------------------------------
      *RVH109: LAATST UITGEDEELD OPDRACHTNUMMER (ZELFDE PATROON ALS
      *        NUMQ IN GIRCSVX4).
      *----------------------------------------------------------------
           SELECT STNQ-FILE ASSIGN TO STNQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STNQ-STATUS.
      *----------------------------------------------------------------
      *RVH109: AANGEMAAKTE PPR'S (BRON 7 VAN GIRCOLX4) EN VERSLAG.
      *----------------------------------------------------------------
           SELECT PPRS-FILE ASSIGN TO PPRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PPRS-STATUS.
           SELECT STGR-FILE ASSIGN TO STGR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STGR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  STGP-FILE
           RECORDING MODE IS F.
       01  STGP-REC.
           05  STGP-CYCLUSDATUM         PIC 9(08).
       FD  STOO-FILE
           RECORDING MODE IS F.
       01  STOO-REC                     PIC X(120).
       FD  STON-FILE
           RECORDING MODE IS F.
       01  STON-REC                     PIC X(120).
       FD  OVLQ-FILE
           RECORDING MODE IS F.
       01  OVLQ-REC.
           05  OVLQ-RNR                 PIC X(13).
           05  OVLQ-DATUM               PIC 9(08).
       FD  GERX-FILE
           RECORDING MODE IS F.
           COPY BFN64GZR.
       FD  STNQ-FILE
           RECORDING MODE IS F.
       01  STNQ-REC.
           05  STNQ-LAATSTE             PIC 9(06).
       FD  PPRS-FILE
           RECORDING MODE IS F.
       01  PPRS-REC                     PIC X(186).
       FD  STGR-FILE
           RECORDING MODE IS F.
       01  STGR-REC                     PIC X(80).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-STGP-STATUS               PIC XX VALUE ZEROES.
       01  WS-STOO-STATUS               PIC XX VALUE ZEROES.
       01  WS-STON-STATUS               PIC XX VALUE ZEROES.
       01  WS-OVLQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-GERX-STATUS               PIC XX VALUE ZEROES.
       01  WS-STNQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-PPRS-STATUS               PIC XX VALUE ZEROES.
       01  WS-STGR-STATUS               PIC XX VALUE ZEROES.
       01  WS-STOO-EOF-SW               PIC X VALUE "N".
           88  WS-STOO-EOF              VALUE "Y".
       01  WS-OVLQ-EOF-SW               PIC X VALUE "N".
           88  WS-OVLQ-EOF              VALUE "Y".
       01  WS-GERX-EOF-SW               PIC X VALUE "N".
           88  WS-GERX-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH109: REGISTERREKORD (ZELFDE INDELING ALS IN GIRSTOX4).
      *----------------------------------------------------------------
       01  WS-STO-REC.
           05  WS-STO-SLEUTEL.
               10  WS-STO-RNR           PIC X(13).
               10  WS-STO-LIBEL         PIC 9(02).
           05  WS-STO-FEDERATIE         PIC 9(03).
           05  WS-STO-LIDNR             PIC 9(08).
           05  WS-STO-BEDRAG            PIC 9(08).
           05  WS-STO-IBAN              PIC X(34).
           05  WS-STO-FREQUENTIE        PIC X(01).
               88  WS-STO-MAANDELIJKS   VALUE "M".
               88  WS-STO-DRIEMAANDELIJKS
                                        VALUE "K".
               88  WS-STO-HALFJAARLIJKS VALUE "H".
               88  WS-STO-JAARLIJKS     VALUE "J".
           05  WS-STO-STARTDATUM        PIC 9(08).
           05  WS-STO-START-RED REDEFINES WS-STO-STARTDATUM.
               10  WS-STO-START-CCYY    PIC 9(04).
               10  WS-STO-START-MM      PIC 9(02).
               10  WS-STO-START-DD      PIC 9(02).
           05  WS-STO-EINDDATUM         PIC 9(08).
           05  WS-STO-OMSCHRIJVING      PIC X(14).
           05  WS-STO-OPDRACHTNR        PIC 9(06).
           05  WS-STO-LAATSTE-PERIODE   PIC 9(06).
           05  WS-STO-STATUS            PIC X(01).
               88  WS-STO-ACTIEF        VALUE SPACE.
               88  WS-STO-STOP-EINDE    VALUE "E".
               88  WS-STO-STOP-OVERLIJDEN
                                        VALUE "O".
               88  WS-STO-STOP-GERECHTIGD
                                        VALUE "G".
           05  WS-STO-STOPDATUM         PIC 9(08).
      *
      *----------------------------------------------------------------
      *RVH109: OVERLIJDENS EN 500014-VERWERPINGEN, VOLLEDIG INGELEZEN
      *        (ZELFDE OPZET ALS WS-OVL-TABLE IN TRBFNCX4).
      *----------------------------------------------------------------
       01  WS-OVL-TABLE.
           05  WS-OVL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-OVL-IDX.
               10  WS-OVL-RNR           PIC X(13).
               10  WS-OVL-DATUM         PIC 9(08).
       01  WS-OVL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-GER-TABLE.
           05  WS-GER-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-GER-IDX.
               10  WS-GER-RNR           PIC X(13).
               10  WS-GER-LIBEL         PIC 9(02).
       01  WS-GER-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-OVL-HIT-SW                PIC X VALUE "N".
           88  WS-OVL-TREFFER           VALUE "Y".
       01  WS-OVL-HIT-DATUM             PIC 9(08) VALUE ZERO.
       01  WS-GER-HIT-SW                PIC X VALUE "N".
           88  WS-GER-TREFFER           VALUE "Y".
      *
       01  WS-CYCLUSDATUM               PIC 9(08) VALUE ZERO.
       01  WS-CYCLUS-RED REDEFINES WS-CYCLUSDATUM.
           05  WS-CYCLUS-CCYY           PIC 9(04).
           05  WS-CYCLUS-MM             PIC 9(02).
           05  WS-CYCLUS-DD             PIC 9(02).
       01  WS-PERIODE                   PIC 9(06) VALUE ZERO.
       01  WS-PERIODE-RED REDEFINES WS-PERIODE.
           05  WS-PERIODE-CC            PIC 9(02).
           05  WS-PERIODE-JJMM          PIC 9(04).
       01  WS-MAANDEN                   PIC S9(05) VALUE ZERO.
       01  WS-RITME                     PIC 9(02) VALUE ZERO.
       01  WS-QUOT                      PIC 9(05) VALUE ZERO.
       01  WS-REST                      PIC 9(02) VALUE ZERO.
       01  WS-LAATSTE-OPDRACHTNR        PIC 9(06) VALUE ZERO.
       01  WS-PPR-VOLGNR                PIC 9(08) VALUE ZERO.
       01  WS-STOP-REDEN                PIC X(30).
       01  WS-BEDRAG-ED                 PIC ZZZZZ9,99.
       01  WS-CNT-AANGEMAAKT            PIC 9(07) VALUE ZERO.
       01  WS-CNT-GESTOPT               PIC 9(07) VALUE ZERO.
       01  WS-CNT-NIET-VERSCHULDIGD     PIC 9(07) VALUE ZERO.
       01  WS-CNT-REEDS-GESTOPT         PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH109: OP TE BOUWEN PPR (ZELFDE VORM ALS GIRCSVX4).
      *----------------------------------------------------------------
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
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
       TRAITEMENT-GENERATIE SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-GENERATIE.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-GENERATIE
           PERFORM LADEN-OVERLIJDENS
           PERFORM LADEN-GERECHTIGDHEID
           PERFORM LEZEN-STOO
           PERFORM WITH TEST BEFORE UNTIL WS-STOO-EOF
              MOVE STOO-REC TO WS-STO-REC
              PERFORM VERWERK-OPDRACHT
              MOVE WS-STO-REC TO STON-REC
              WRITE STON-REC
              PERFORM LEZEN-STOO
           END-PERFORM
           PERFORM FIN-GENERATIE
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-GENERATIE.
      *****************
           ACCEPT WS-CYCLUSDATUM FROM DATE YYYYMMDD
           OPEN INPUT STGP-FILE
           IF WS-STGP-STATUS = "00"
              READ STGP-FILE
              IF WS-STGP-STATUS = "00"
                 AND STGP-CYCLUSDATUM NUMERIC
                 AND STGP-CYCLUSDATUM NOT = ZERO
                 MOVE STGP-CYCLUSDATUM TO WS-CYCLUSDATUM
              END-IF
              CLOSE STGP-FILE
           END-IF
           MOVE WS-CYCLUSDATUM (1:6) TO WS-PERIODE
           OPEN INPUT STOO-FILE
           IF WS-STOO-STATUS NOT = "00"
              DISPLAY "GIRSTGX4 - ERREUR OPEN STOO STATUS = "
                      WS-STOO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT STON-FILE
           IF WS-STON-STATUS NOT = "00"
              DISPLAY "GIRSTGX4 - ERREUR OPEN STON STATUS = "
                      WS-STON-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PPRS-FILE
           IF WS-PPRS-STATUS NOT = "00"
              DISPLAY "GIRSTGX4 - ERREUR OPEN PPRS STATUS = "
                      WS-PPRS-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT STGR-FILE
           IF WS-STGR-STATUS NOT = "00"
              DISPLAY "GIRSTGX4 - ERREUR OPEN STGR STATUS = "
                      WS-STGR-STATUS
              STOP RUN
           END-IF
      *    EEN ONTBREKEND NUMMERBESTAND BETEKENT DE EERSTE CYCLUS.
           OPEN INPUT STNQ-FILE
           IF WS-STNQ-STATUS = "00"
              READ STNQ-FILE
              IF WS-STNQ-STATUS = "00"
                 MOVE STNQ-LAATSTE TO WS-LAATSTE-OPDRACHTNR
              END-IF
              CLOSE STNQ-FILE
           END-IF
           MOVE SPACES TO STGR-REC
           STRING "DOORLOPENDE OPDRACHTEN - CYCLUSDATUM "
                                        DELIMITED BY SIZE
                  WS-CYCLUSDATUM        DELIMITED BY SIZE
                                   INTO STGR-REC
           END-STRING
           WRITE STGR-REC
           .
      *
       LADEN-OVERLIJDENS.
      ********************
           OPEN INPUT OVLQ-FILE
           IF WS-OVLQ-STATUS = "00"
              PERFORM LEZEN-OVLQ
              PERFORM WITH TEST BEFORE UNTIL WS-OVLQ-EOF
                 IF WS-OVL-COUNT < 2000
                    ADD 1 TO WS-OVL-COUNT
                    SET WS-OVL-IDX TO WS-OVL-COUNT
                    MOVE OVLQ-RNR   TO WS-OVL-RNR (WS-OVL-IDX)
                    MOVE OVLQ-DATUM TO WS-OVL-DATUM (WS-OVL-IDX)
                 ELSE
                    DISPLAY "GIRSTGX4 - OVERLIJDENSTABEL VOL - "
                            "OVERIGE OVERLIJDENS GENEGEERD"
                 END-IF
                 PERFORM LEZEN-OVLQ
              END-PERFORM
              CLOSE OVLQ-FILE
           END-IF
           .
      *
       LEZEN-OVLQ.
      *************
           READ OVLQ-FILE
              AT END
                 SET WS-OVLQ-EOF TO TRUE
           END-READ
           .
      *
       LADEN-GERECHTIGDHEID.
      ***********************
           OPEN INPUT GERX-FILE
           IF WS-GERX-STATUS = "00"
              PERFORM LEZEN-GERX
              PERFORM WITH TEST BEFORE UNTIL WS-GERX-EOF
                 IF WS-GER-COUNT < 2000
                    ADD 1 TO WS-GER-COUNT
                    SET WS-GER-IDX TO WS-GER-COUNT
                    MOVE BBF-N64-RNR   TO WS-GER-RNR (WS-GER-IDX)
                    MOVE BBF-N64-LIBEL TO WS-GER-LIBEL (WS-GER-IDX)
                 ELSE
                    DISPLAY "GIRSTGX4 - GERECHTIGDHEIDSTABEL VOL - "
                            "OVERIGE VERWERPINGEN GENEGEERD"
                 END-IF
                 PERFORM LEZEN-GERX
              END-PERFORM
              CLOSE GERX-FILE
           END-IF
           .
      *
       LEZEN-GERX.
      *************
           READ GERX-FILE
              AT END
                 SET WS-GERX-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-STOO.
      *************
           READ STOO-FILE
              AT END
                 SET WS-STOO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH109: EEN OPDRACHT BEOORDELEN VOOR DEZE CYCLUS - EERST DE
      *        STOPREDENEN, DAN OF ZE VERSCHULDIGD IS.
      *----------------------------------------------------------------
       VERWERK-OPDRACHT.
      *******************
           PERFORM ZOEK-OVERLIJDEN
           PERFORM ZOEK-GERECHTIGDHEID
           EVALUATE TRUE
           WHEN NOT WS-STO-ACTIEF
              ADD 1 TO WS-CNT-REEDS-GESTOPT
           WHEN WS-STO-EINDDATUM NOT = ZERO
            AND WS-STO-EINDDATUM < WS-CYCLUSDATUM
              SET WS-STO-STOP-EINDE TO TRUE
              MOVE WS-STO-EINDDATUM TO WS-STO-STOPDATUM
              MOVE "EINDDATUM BEREIKT" TO WS-STOP-REDEN
              PERFORM MELD-STOPZETTING
           WHEN WS-OVL-TREFFER
              SET WS-STO-STOP-OVERLIJDEN TO TRUE
              MOVE WS-OVL-HIT-DATUM TO WS-STO-STOPDATUM
              MOVE "OVERLEDEN (OVLQ)" TO WS-STOP-REDEN
              PERFORM MELD-STOPZETTING
           WHEN WS-GER-TREFFER
              SET WS-STO-STOP-GERECHTIGD TO TRUE
              MOVE WS-CYCLUSDATUM TO WS-STO-STOPDATUM
              MOVE "NIET MEER GERECHTIGD (500014)" TO WS-STOP-REDEN
              PERFORM MELD-STOPZETTING
           WHEN WS-STO-STARTDATUM > WS-CYCLUSDATUM
              ADD 1 TO WS-CNT-NIET-VERSCHULDIGD
           WHEN WS-STO-LAATSTE-PERIODE NOT < WS-PERIODE
              ADD 1 TO WS-CNT-NIET-VERSCHULDIGD
           WHEN OTHER
              PERFORM BEPAAL-RITME
              IF WS-REST = ZERO
                 PERFORM MAAK-PPR
              ELSE
                 ADD 1 TO WS-CNT-NIET-VERSCHULDIGD
              END-IF
           END-EVALUATE
           .
      *
       ZOEK-OVERLIJDEN.
      ******************
           MOVE "N" TO WS-OVL-HIT-SW
           IF WS-OVL-COUNT > ZERO
              SET WS-OVL-IDX TO 1
              SEARCH WS-OVL-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-OVL-RNR (WS-OVL-IDX) = WS-STO-RNR
                  AND WS-OVL-DATUM (WS-OVL-IDX) NOT > WS-CYCLUSDATUM
                    SET WS-OVL-TREFFER TO TRUE
                    MOVE WS-OVL-DATUM (WS-OVL-IDX) TO WS-OVL-HIT-DATUM
              END-SEARCH
           END-IF
           .
      *
       ZOEK-GERECHTIGDHEID.
      **********************
           MOVE "N" TO WS-GER-HIT-SW
           IF WS-GER-COUNT > ZERO
              SET WS-GER-IDX TO 1
              SEARCH WS-GER-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-GER-RNR (WS-GER-IDX)   = WS-STO-RNR
                  AND WS-GER-LIBEL (WS-GER-IDX) = WS-STO-LIBEL
                    SET WS-GER-TREFFER TO TRUE
              END-SEARCH
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH109: HET AANTAL MAANDEN TUSSEN DE STARTMAAND EN DE
      *        CYCLUSMAAND DELEN DOOR HET RITME VAN DE FREKWENTIE -
      *        REST NUL = VERSCHULDIGD IN DEZE CYCLUS.
      *----------------------------------------------------------------
       BEPAAL-RITME.
      ***************
           EVALUATE TRUE
           WHEN WS-STO-DRIEMAANDELIJKS
              MOVE 03 TO WS-RITME
           WHEN WS-STO-HALFJAARLIJKS
              MOVE 06 TO WS-RITME
           WHEN WS-STO-JAARLIJKS
              MOVE 12 TO WS-RITME
           WHEN OTHER
              MOVE 01 TO WS-RITME
           END-EVALUATE
           COMPUTE WS-MAANDEN = (WS-CYCLUS-CCYY * 12 + WS-CYCLUS-MM)
                              - (WS-STO-START-CCYY * 12
                                 + WS-STO-START-MM)
           END-COMPUTE
           DIVIDE WS-MAANDEN BY WS-RITME
                  GIVING WS-QUOT
                  REMAINDER WS-REST
           .
      *
      *----------------------------------------------------------------
      *RVH109: DE PPR OPBOUWEN (ZELFDE VELDEN ALS GIRCSVX4 ZET) EN
      *        DE PERIODE IN HET REGISTER AFVINKEN. EEN OPDRACHT
      *        KRIJGT BIJ HAAR EERSTE PPR HAAR OPDRACHTNUMMER.
      *----------------------------------------------------------------
       MAAK-PPR.
      ***********
           IF WS-STO-OPDRACHTNR = ZERO
              ADD 1 TO WS-LAATSTE-OPDRACHTNR
              MOVE WS-LAATSTE-OPDRACHTNR TO WS-STO-OPDRACHTNR
           END-IF
           INITIALIZE PPR-RECORD
           MOVE 174      TO TRBFN-LENGTH
           MOVE 42       TO TRBFN-CODE
           MOVE "GIRBET" TO TRBFN-PPR-NAME
           MOVE 1        TO TRBFN-TYPE-COMPTA
           ADD 1 TO WS-PPR-VOLGNR
           MOVE WS-PPR-VOLGNR        TO TRBFN-NUMBER
           MOVE WS-STO-FEDERATIE     TO TRBFN-PPR-FED
                                        TRBFN-DEST
           MOVE WS-STO-LIDNR         TO TRBFN-PPR-RNR
           MOVE WS-CYCLUSDATUM       TO TRBFN-DATMEMO
           COMPUTE TRBFN-CONSTANTE = WS-PERIODE-JJMM * 1000000
                                   + WS-STO-OPDRACHTNR
           END-COMPUTE
           MOVE 1                    TO TRBFN-NO-SUITE
           MOVE WS-STO-RNR           TO TRBFN-RNR
           MOVE WS-STO-BEDRAG        TO TRBFN-MONTANT
           MOVE "E"                  TO TRBFN-MONTANT-DV
           MOVE WS-STO-LIBEL         TO TRBFN-CODE-LIBEL
           MOVE WS-STO-OMSCHRIJVING  TO TRBFN-LIBELLE1
           MOVE "DOORL.OPDRACHT"     TO TRBFN-LIBELLE2
           MOVE "B"                  TO TRBFN-BETWYZ
           MOVE WS-STO-IBAN          TO TRBFN-IBAN
           MOVE PPR-RECORD TO PPRS-REC
           WRITE PPRS-REC
           MOVE WS-PERIODE TO WS-STO-LAATSTE-PERIODE
           ADD 1 TO WS-CNT-AANGEMAAKT
           .
      *
       MELD-STOPZETTING.
      *******************
           ADD 1 TO WS-CNT-GESTOPT
           MOVE WS-STO-BEDRAG TO WS-BEDRAG-ED
           MOVE SPACES TO STGR-REC
           STRING "GESTOPT "          DELIMITED BY SIZE
                  WS-STO-RNR          DELIMITED BY SIZE
                  " KODE "            DELIMITED BY SIZE
                  WS-STO-LIBEL        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-BEDRAG-ED        DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  WS-STOP-REDEN       DELIMITED BY SIZE
                                 INTO STGR-REC
           END-STRING
           WRITE STGR-REC
           .
      *
       FIN-GENERATIE.
      ****************
           MOVE SPACES TO STGR-REC
           STRING "AANGEMAAKT="          DELIMITED BY SIZE
                  WS-CNT-AANGEMAAKT      DELIMITED BY SIZE
                  " GESTOPT="            DELIMITED BY SIZE
                  WS-CNT-GESTOPT         DELIMITED BY SIZE
                  " NIET VERSCHULDIGD="  DELIMITED BY SIZE
                  WS-CNT-NIET-VERSCHULDIGD
                                         DELIMITED BY SIZE
                                    INTO STGR-REC
           END-STRING
           WRITE STGR-REC
           CLOSE STOO-FILE STON-FILE PPRS-FILE STGR-FILE
           MOVE WS-LAATSTE-OPDRACHTNR TO STNQ-LAATSTE
           OPEN OUTPUT STNQ-FILE
           IF WS-STNQ-STATUS = "00"
              WRITE STNQ-REC
              CLOSE STNQ-FILE
           END-IF
           MOVE WS-CNT-AANGEMAAKT TO WS-DISPLAY-CNT
           DISPLAY "GIRSTGX4 - PPR'S AANGEMAAKT      : " WS-DISPLAY-CNT
           MOVE WS-CNT-GESTOPT TO WS-DISPLAY-CNT
           DISPLAY "GIRSTGX4 - OPDRACHTEN GESTOPT    : " WS-DISPLAY-CNT
           MOVE WS-CNT-REEDS-GESTOPT TO WS-DISPLAY-CNT
           DISPLAY "GIRSTGX4 - EERDER GESTOPT        : " WS-DISPLAY-CNT
           MOVE WS-CNT-NIET-VERSCHULDIGD TO WS-DISPLAY-CNT
           DISPLAY "GIRSTGX4 - NIET VERSCHULDIGD     : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRSTGX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRSTGX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRSTGX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

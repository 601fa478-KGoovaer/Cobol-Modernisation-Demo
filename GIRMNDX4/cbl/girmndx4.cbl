      ******************************************************************
      **  GIRMNDX4 : SEPA-VOORAFAANKONDIGING EN VERVAL VAN SLAPENDE    *
      **  --------   DOMICILIERINGSMANDATEN (MNDQ)                     *
      **                                                               *
      **  - VERWERK-INVORDERING (RVH054 IN TRBFNCX4) LAAT EEN          *
      **    TERUGVORDERING ALS DOMICILIERINGSOPDRACHT ("D") VERTREKKEN *
      **    ZODRA HET RIJKSNUMMER IN MNDQ STAAT, MAAR DE SEPA-REGELS   *
      **    VRAGEN EEN VOORAFAANKONDIGING AAN HET LID VOOR DE INNING   *
      **    EN HET VERVAL VAN EEN MANDAAT DAT 36 MAANDEN NIET WERD     *
      **    GEBRUIKT.                                                  *
      **  - DIT DAGELIJKS PROGRAMMA LEEST DE VORIGE INVQ-GENERATIE     *
      **    (DOOR DE JCL GESORTEERD OP RIJKSNUMMER), HET MANDATEN-     *
      **    REGISTER, HET LEDENEXTRACT (ADMX) EN DE BANKKALENDER       *
      **    (KALQ), EN PER NOG NIET AANGEKONDIGDE DOMICILIERINGSZAAK:  *
      **      . BEPAALT DE INNINGSDATUM (VANDAAG PLUS DE               *
      **        AANKONDIGINGSTERMIJN, OPGESCHOVEN NAAR DE              *
      **        EERSTVOLGENDE BANKDAG),                                *
      **      . SCHRIJFT EEN AANKONDIGING (PNTQ) MET BEDRAG,           *
      **        INNINGSDATUM, MANDAATREFERENTIE EN OGM IN DE TAAL VAN  *
      **        HET LID VOOR HET CORRESPONDENTIESYSTEEM,               *
      **      . ZET DE ZAAK IN FASE "P" MET DE INNINGSDATUM.           *
      **    EEN ZAAK ZONDER ACTIEF OF MET EEN SLAPEND MANDAAT KANTELT  *
      **    NAAR DE BRIEFWEG ("B").                                    *
      **  - NADIEN VERVALT ELK ACTIEF MANDAAT WAARVAN DE LAATSTE       *
      **    INNING (OF BIJ GEBREK DE ONDERTEKENING) MEER DAN 36        *
      **    MAANDEN OUD IS EN DAT GEEN AANGEKONDIGDE ZAAK MEER DRAAGT; *
      **    TRBFNCX4 LAAT DE VOLGENDE TERUGVORDERING VOOR DAT LID DAN  *
      **    PER BRIEF VERTREKKEN.                                      *
      **                                                               *
      ******************************************************************
      *RVH115: NIEUW PROGRAMMA - VOORAFAANKONDIGING VAN DE
      *        DOMICILIERINGEN EN VERVAL VAN SLAPENDE MANDATEN.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRMNDX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH115*
RVH115* RVH115 15/10/2026
RVH115*     NIEUW PROGRAMMA : SEPA-VOORAFAANKONDIGING PER
RVH115*     DOMICILIERINGSZAAK EN VERVAL VAN SLAPENDE MANDATEN.
RVH115*
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
      *RVH115: VORIG EN NIEUW MANDATENREGISTER (ZELFDE INDELING ALS
      *        MNDQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT MNDO-FILE ASSIGN TO MNDO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MNDO-STATUS.
           SELECT MNDN-FILE ASSIGN TO MNDN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MNDN-STATUS.
      *----------------------------------------------------------------
      *RVH115: VORIGE INVQ-GENERATIE, DOOR DE JCL GESORTEERD OP
      *        RIJKSNUMMER (ZELFDE INDELING ALS INVQ-REC IN
      *        TRBFNCX4), EN DE NIEUWE GENERATIE MET DE BIJGEWERKTE
      *        FASE.
      *----------------------------------------------------------------
           SELECT INVO-FILE ASSIGN TO INVO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INVO-STATUS.
           SELECT INVQ-FILE ASSIGN TO INVQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INVQ-STATUS.
      *----------------------------------------------------------------
      *RVH115: LEDENEXTRACT - NAAM, VOORNAAM EN TAAL PER RIJKSNUMMER,
      *        EVENEENS OPLOPEND GESORTEERD (ZOALS GIRSLSX4).
      *----------------------------------------------------------------
           SELECT ADMX-FILE ASSIGN TO ADMX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ADMX-STATUS.
      *----------------------------------------------------------------
      *RVH115: BANKKALENDER - EEN REKORD PER NIET-BANKDAG (ZIE RVH068
      *        IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT KALQ-FILE ASSIGN TO KALQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-KALQ-STATUS.
      *----------------------------------------------------------------
      *RVH115: VOORAFAANKONDIGINGEN VOOR HET CORRESPONDENTIESYSTEEM.
      *----------------------------------------------------------------
           SELECT PNTQ-FILE ASSIGN TO PNTQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PNTQ-STATUS.
      *----------------------------------------------------------------
      *RVH115: VERSLAG - VERVALLEN MANDATEN EN NAAR DE BRIEFWEG
      *        GEKANTELDE ZAKEN.
      *----------------------------------------------------------------
           SELECT MNDR-FILE ASSIGN TO MNDR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MNDR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  MNDO-FILE
           RECORDING MODE IS F.
       01  MNDO-REC.
           05  MNDO-RNR                 PIC X(13).
           05  MNDO-REFERENTIE          PIC X(35).
           05  MNDO-ONDERTEKEND         PIC 9(08).
           05  MNDO-LAATST-GEBRUIKT     PIC 9(08).
           05  MNDO-SEQUENTIE           PIC X(04).
           05  MNDO-STATUS              PIC X(01).
       FD  MNDN-FILE
           RECORDING MODE IS F.
       01  MNDN-REC                     PIC X(69).
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
               88  INVQ-FASE-NIEUW      VALUE SPACE.
               88  INVQ-FASE-AANGEKONDIGD
                                        VALUE "P".
           05  INVQ-FASEDATUM           PIC 9(08).
       FD  ADMX-FILE
           RECORDING MODE IS F.
       01  ADMX-REC.
           05  ADMX-RNR                 PIC X(13).
           05  ADMX-NAAM                PIC X(18).
           05  ADMX-VOORN               PIC X(12).
           05  ADMX-TAAL                PIC 9(01).
       FD  KALQ-FILE
           RECORDING MODE IS F.
       01  KALQ-REC.
           05  KALQ-DATUM               PIC 9(08).
       FD  PNTQ-FILE
           RECORDING MODE IS F.
       01  PNTQ-REC.
           05  PNTQ-RNR                 PIC X(13).
           05  PNTQ-NAAM                PIC X(18).
           05  PNTQ-VOORN               PIC X(12).
           05  PNTQ-TAAL                PIC 9(01).
           05  PNTQ-FEDERATIE           PIC 9(03).
           05  PNTQ-BEDRAG              PIC S9(08).
           05  PNTQ-BEDRAG-DV           PIC X(01).
           05  PNTQ-INNINGSDATUM        PIC 9(08).
           05  PNTQ-MANDAAT             PIC X(35).
           05  PNTQ-SEQUENTIE           PIC X(04).
           05  PNTQ-OGM                 PIC X(12).
           05  PNTQ-TEKST               PIC X(53).
       FD  MNDR-FILE
           RECORDING MODE IS F.
       01  MNDR-REC                     PIC X(80).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-MNDO-STATUS               PIC XX VALUE ZEROES.
       01  WS-MNDN-STATUS               PIC XX VALUE ZEROES.
       01  WS-INVO-STATUS               PIC XX VALUE ZEROES.
       01  WS-INVQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-ADMX-STATUS               PIC XX VALUE ZEROES.
       01  WS-KALQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-PNTQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-MNDR-STATUS               PIC XX VALUE ZEROES.
       01  WS-MNDO-EOF-SW               PIC X VALUE "N".
           88  WS-MNDO-EOF              VALUE "Y".
       01  WS-INVO-EOF-SW               PIC X VALUE "N".
           88  WS-INVO-EOF              VALUE "Y".
       01  WS-ADMX-EOF-SW               PIC X VALUE "N".
           88  WS-ADMX-EOF              VALUE "Y".
       01  WS-KALQ-EOF-SW               PIC X VALUE "N".
           88  WS-KALQ-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH115: GECOMPILEERDE PARAMETERS, ZOALS TABLE-SEUIL-CONTROLE
      *        IN TRBFNCX4 - DE AANKONDIGINGSTERMIJN IN KALENDERDAGEN
      *        (SEPA: MINSTENS 14) EN DE SLAAPTERMIJN IN JAREN.
      *----------------------------------------------------------------
       01  WS-PNT-DAGEN                 PIC 9(02) VALUE 14.
       01  WS-SLAAP-JAREN               PIC 9(02) VALUE 03.
      *----------------------------------------------------------------
      *RVH115: MANDATENREGISTER IN HET GEHEUGEN; WS-MND-GERESERVEERD
      *        STAAT AAN ZODRA EEN AANGEKONDIGDE ZAAK HET MANDAAT NOG
      *        NODIG HEEFT, ZODAT HET DEZE RUN NIET VERVALT.
      *----------------------------------------------------------------
       01  WS-MND-TABLE.
           05  WS-MND-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-MND-IDX.
               10  WS-MND-BEELD.
                   15  WS-MND-RNR       PIC X(13).
                   15  WS-MND-REFERENTIE
                                        PIC X(35).
                   15  WS-MND-ONDERTEKEND
                                        PIC 9(08).
                   15  WS-MND-LAATST-GEBRUIKT
                                        PIC 9(08).
                   15  WS-MND-SEQUENTIE PIC X(04).
                   15  WS-MND-STATUS    PIC X(01).
                       88  WS-MND-ACTIEF
                                        VALUE "A".
                       88  WS-MND-VERVALLEN
                                        VALUE "V".
               10  WS-MND-GERESERVEERD-SW
                                        PIC X(01).
                   88  WS-MND-GERESERVEERD
                                        VALUE "J".
       01  WS-MND-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-MND-SUB                   PIC 9(04).
       01  WS-MND-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-MND-GEVONDEN          VALUE "J".
       01  WS-MND-SLAPEND-SW            PIC X VALUE "N".
           88  WS-MND-SLAPEND           VALUE "J".
       01  WS-MND-REFDATUM              PIC 9(08).
       01  WS-GRENSDATUM                PIC 9(08).
       01  WS-GRENSDATUM-RED REDEFINES WS-GRENSDATUM.
           05  WS-GRENS-CCYY            PIC 9(04).
           05  WS-GRENS-MMDD            PIC 9(04).
      *----------------------------------------------------------------
      *RVH115: BANKKALENDER EN DE INNINGSDATUM VAN DEZE RUN (ZELFDE
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
       01  WS-INNINGSDATUM              PIC 9(08) VALUE ZERO.
       01  WS-INNINGSDATUM-RED REDEFINES WS-INNINGSDATUM.
           05  WS-INN-CCYY              PIC 9(04).
           05  WS-INN-MM                PIC 9(02).
           05  WS-INN-DD                PIC 9(02).
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-CUR-NAAM                  PIC X(18).
       01  WS-CUR-VOORN                 PIC X(12).
       01  WS-CUR-TAAL                  PIC 9(01) VALUE 2.
       01  WS-OGM-REST                  PIC 9(10).
       01  WS-OGM-QUOT                  PIC 9(10).
       01  WS-OGM-SUITE                 PIC 9(03).
       01  WS-OGM.
           05  WS-OGM-BASIS             PIC 9(10).
           05  WS-OGM-CHECK             PIC 9(02).
       01  WS-CNT-ZAKEN                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-AANGEKONDIGD          PIC 9(07) VALUE ZERO.
       01  WS-CNT-NAAR-BRIEF            PIC 9(07) VALUE ZERO.
       01  WS-CNT-VERVALLEN             PIC 9(07) VALUE ZERO.
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
       TRAITEMENT-MANDATEN SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-MANDATEN.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-MANDATEN
           PERFORM LADEN-MANDATEN
           PERFORM LADEN-KALENDER
           PERFORM BEPALEN-INNINGSDATUM
           PERFORM LEZEN-ADMX
           PERFORM LEZEN-INVO
           PERFORM WITH TEST BEFORE UNTIL WS-INVO-EOF
              PERFORM VERWERK-ZAAK
              PERFORM LEZEN-INVO
           END-PERFORM
           PERFORM SCHRIJF-MANDATEN
           PERFORM FIN-MANDATEN
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-MANDATEN.
      ****************
           OPEN INPUT MNDO-FILE
           IF WS-MNDO-STATUS NOT = "00"
              DISPLAY "GIRMNDX4 - ERREUR OPEN MNDO STATUS = "
                      WS-MNDO-STATUS
              STOP RUN
           END-IF
           OPEN INPUT INVO-FILE
           IF WS-INVO-STATUS NOT = "00"
              DISPLAY "GIRMNDX4 - ERREUR OPEN INVO STATUS = "
                      WS-INVO-STATUS
              STOP RUN
           END-IF
           OPEN INPUT ADMX-FILE
           IF WS-ADMX-STATUS NOT = "00"
              DISPLAY "GIRMNDX4 - ERREUR OPEN ADMX STATUS = "
                      WS-ADMX-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT MNDN-FILE
           IF WS-MNDN-STATUS NOT = "00"
              DISPLAY "GIRMNDX4 - ERREUR OPEN MNDN STATUS = "
                      WS-MNDN-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT INVQ-FILE
           IF WS-INVQ-STATUS NOT = "00"
              DISPLAY "GIRMNDX4 - ERREUR OPEN INVQ STATUS = "
                      WS-INVQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PNTQ-FILE
           IF WS-PNTQ-STATUS NOT = "00"
              DISPLAY "GIRMNDX4 - ERREUR OPEN PNTQ STATUS = "
                      WS-PNTQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT MNDR-FILE
           IF WS-MNDR-STATUS NOT = "00"
              DISPLAY "GIRMNDX4 - ERREUR OPEN MNDR STATUS = "
                      WS-MNDR-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE WS-VANDAAG TO WS-GRENSDATUM
           SUBTRACT WS-SLAAP-JAREN FROM WS-GRENS-CCYY
           .
      *
      *----------------------------------------------------------------
      *RVH115: HET VOLLEDIGE REGISTER WORDT HERSCHREVEN; EEN VOLLE
      *        TABEL ZOU MANDATEN DOEN VERDWIJNEN, DUS DAN STOPT DE
      *        RUN ZONDER IETS TE WIJZIGEN.
      *----------------------------------------------------------------
       LADEN-MANDATEN.
      *****************
           PERFORM LEZEN-MNDO
           PERFORM WITH TEST BEFORE UNTIL WS-MNDO-EOF
              IF WS-MND-COUNT < 5000
                 ADD 1 TO WS-MND-COUNT
                 MOVE MNDO-REC TO WS-MND-BEELD (WS-MND-COUNT)
                 MOVE "N" TO WS-MND-GERESERVEERD-SW (WS-MND-COUNT)
              ELSE
                 DISPLAY "GIRMNDX4 - MANDATENTABEL VOL - "
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
      *RVH115: INNINGSDATUM = VANDAAG PLUS DE AANKONDIGINGSTERMIJN,
      *        DAARNA DOORGESCHOVEN TOT DE EERSTE DAG DIE NIET IN DE
      *        KALENDER VAN NIET-BANKDAGEN STAAT. EENMAAL PER RUN.
      *----------------------------------------------------------------
       BEPALEN-INNINGSDATUM.
      ***********************
           MOVE WS-VANDAAG TO WS-INNINGSDATUM
           PERFORM VOLGENDE-KALENDERDAG WS-PNT-DAGEN TIMES
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
                 WHEN WS-KAL-DATUM (WS-KAL-IDX) = WS-INNINGSDATUM
                    SET WS-KAL-NIETBANKDAG TO TRUE
              END-SEARCH
           END-IF
           .
      *
       VOLGENDE-KALENDERDAG.
      ***********************
           MOVE MAANDDAGEN (WS-INN-MM) TO WS-KAL-MAANDLEN
           IF WS-INN-MM = 02
              DIVIDE WS-INN-CCYY BY 4
                     GIVING WS-KAL-QUOT REMAINDER WS-KAL-REST
              IF WS-KAL-REST = ZERO
                 DIVIDE WS-INN-CCYY BY 100
                        GIVING WS-KAL-QUOT REMAINDER WS-KAL-REST
                 IF WS-KAL-REST NOT = ZERO
                    MOVE 29 TO WS-KAL-MAANDLEN
                 ELSE
                    DIVIDE WS-INN-CCYY BY 400
                           GIVING WS-KAL-QUOT
                           REMAINDER WS-KAL-REST
                    IF WS-KAL-REST = ZERO
                       MOVE 29 TO WS-KAL-MAANDLEN
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-INN-DD < WS-KAL-MAANDLEN
              ADD 1 TO WS-INN-DD
           ELSE
              MOVE 01 TO WS-INN-DD
              IF WS-INN-MM < 12
                 ADD 1 TO WS-INN-MM
              ELSE
                 MOVE 01 TO WS-INN-MM
                 ADD 1 TO WS-INN-CCYY
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH115: EEN INVORDERINGSZAAK - ENKEL EEN DOMICILIERING ("D")
      *        WORDT BEKEKEN; DE OVERIGE ZAKEN SCHUIVEN ONGEWIJZIGD
      *        DOOR. EEN REEDS AANGEKONDIGDE ZAAK RESERVEERT HAAR
      *        MANDAAT TOT DE INNING.
      *----------------------------------------------------------------
       VERWERK-ZAAK.
      ***************
           ADD 1 TO WS-CNT-ZAKEN
           MOVE INVO-REC TO INVQ-REC
           IF INVQ-WIJZE = "D"
              MOVE INVO-PPR TO PPR-RECORD
              PERFORM ZOEK-MANDAAT
              EVALUATE TRUE
              WHEN INVQ-FASE-AANGEKONDIGD
                 IF WS-MND-GEVONDEN
                    MOVE "J" TO WS-MND-GERESERVEERD-SW (WS-MND-IDX)
                 END-IF
              WHEN NOT INVQ-FASE-NIEUW
                 CONTINUE
              WHEN NOT WS-MND-GEVONDEN
                 PERFORM KANTEL-NAAR-BRIEF
              WHEN WS-MND-SLAPEND
                 PERFORM KANTEL-NAAR-BRIEF
              WHEN OTHER
                 MOVE "J" TO WS-MND-GERESERVEERD-SW (WS-MND-IDX)
                 PERFORM SCHRIJF-AANKONDIGING
                 MOVE "P"             TO INVQ-FASE
                 MOVE WS-INNINGSDATUM TO INVQ-FASEDATUM
              END-EVALUATE
           END-IF
           WRITE INVQ-REC
           .
      *
      *----------------------------------------------------------------
      *RVH115: ACTIEF MANDAAT VOOR HET RIJKSNUMMER VAN DE ZAAK ZOEKEN
      *        EN NAGAAN OF HET SLAPEND IS (LAATSTE INNING, OF BIJ
      *        GEBREK DE ONDERTEKENING, VOOR DE GRENSDATUM).
      *----------------------------------------------------------------
       ZOEK-MANDAAT.
      ***************
           MOVE "N" TO WS-MND-GEVONDEN-SW
           MOVE "N" TO WS-MND-SLAPEND-SW
           IF WS-MND-COUNT > ZERO
              SET WS-MND-IDX TO 1
              SEARCH WS-MND-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-MND-RNR (WS-MND-IDX) = TRBFN-RNR
                  AND WS-MND-ACTIEF (WS-MND-IDX)
                    SET WS-MND-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           IF WS-MND-GEVONDEN
              SET WS-MND-SUB TO WS-MND-IDX
              PERFORM TOETS-SLAPEND
           END-IF
           .
      *
       TOETS-SLAPEND.
      ****************
           MOVE "N" TO WS-MND-SLAPEND-SW
           IF WS-MND-LAATST-GEBRUIKT (WS-MND-SUB) > ZERO
              MOVE WS-MND-LAATST-GEBRUIKT (WS-MND-SUB)
                                        TO WS-MND-REFDATUM
           ELSE
              MOVE WS-MND-ONDERTEKEND (WS-MND-SUB)
                                        TO WS-MND-REFDATUM
           END-IF
           IF WS-MND-REFDATUM < WS-GRENSDATUM
              SET WS-MND-SLAPEND TO TRUE
           END-IF
           .
      *
       KANTEL-NAAR-BRIEF.
      ********************
           ADD 1 TO WS-CNT-NAAR-BRIEF
           MOVE "B"  TO INVQ-WIJZE
           MOVE SPACE TO INVQ-FASE
           MOVE ZERO TO INVQ-FASEDATUM
           MOVE SPACES TO MNDR-REC
           STRING "ZAAK NAAR BRIEF RNR="    DELIMITED BY SIZE
                  TRBFN-RNR                 DELIMITED BY SIZE
                  " KONST="                 DELIMITED BY SIZE
                  TRBFN-CONSTANTE           DELIMITED BY SIZE
                  " GEEN BRUIKBAAR MANDAAT" DELIMITED BY SIZE
                                       INTO MNDR-REC
           END-STRING
           WRITE MNDR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH115: DE AANKONDIGING IN DE TAAL VAN HET LID (1 = NL,
      *        3 = DE, ANDERS FR; ZONDER LEDENREKORD FR, ZOALS
      *        GIRSLSX4). HET BEDRAG IS HET POSITIEF GEMAAKTE
      *        TERUG TE VORDEREN BEDRAG; DE OGM IS DIE VAN DE ZAAK
      *        (BASISCIJFERS ZOALS BEREKEN-OGM IN TRBFNCX4).
      *----------------------------------------------------------------
       SCHRIJF-AANKONDIGING.
      ***********************
           PERFORM WITH TEST BEFORE
                   UNTIL WS-ADMX-EOF OR ADMX-RNR NOT < TRBFN-RNR
              PERFORM LEZEN-ADMX
           END-PERFORM
           IF NOT WS-ADMX-EOF AND ADMX-RNR = TRBFN-RNR
              MOVE ADMX-NAAM  TO WS-CUR-NAAM
              MOVE ADMX-VOORN TO WS-CUR-VOORN
              MOVE ADMX-TAAL  TO WS-CUR-TAAL
           ELSE
              MOVE SPACES TO WS-CUR-NAAM WS-CUR-VOORN
              MOVE 2      TO WS-CUR-TAAL
           END-IF
           PERFORM BEREKEN-OGM
           MOVE TRBFN-RNR         TO PNTQ-RNR
           MOVE WS-CUR-NAAM       TO PNTQ-NAAM
           MOVE WS-CUR-VOORN      TO PNTQ-VOORN
           MOVE WS-CUR-TAAL       TO PNTQ-TAAL
           MOVE TRBFN-DEST        TO PNTQ-FEDERATIE
           COMPUTE PNTQ-BEDRAG = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE TRBFN-MONTANT-DV  TO PNTQ-BEDRAG-DV
           MOVE WS-INNINGSDATUM   TO PNTQ-INNINGSDATUM
           MOVE WS-MND-REFERENTIE (WS-MND-SUB) TO PNTQ-MANDAAT
           MOVE WS-MND-SEQUENTIE (WS-MND-SUB)  TO PNTQ-SEQUENTIE
           MOVE WS-OGM            TO PNTQ-OGM
           EVALUATE WS-CUR-TAAL
           WHEN 1
              MOVE "AANKONDIGING DOMICILIERING TERUGVORDERING"
                                  TO PNTQ-TEKST
           WHEN 3
              MOVE "VORABANKUENDIGUNG LASTSCHRIFT RUECKFORDERUNG"
                                  TO PNTQ-TEKST
           WHEN OTHER
              MOVE "PRENOTIFICATION DOMICILIATION RECUPERATION"
                                  TO PNTQ-TEKST
           END-EVALUATE
           WRITE PNTQ-REC
           ADD 1 TO WS-CNT-AANGEKONDIGD
           .
      *
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
      *----------------------------------------------------------------
      *RVH115: NIEUWE REGISTERGENERATIE - EEN ACTIEF, SLAPEND EN NIET
      *        GERESERVEERD MANDAAT VERVALT ("V") EN KOMT OP HET
      *        VERSLAG; HET REKORD BLIJFT ALS HISTORIEK BEWAARD.
      *----------------------------------------------------------------
       SCHRIJF-MANDATEN.
      *******************
           PERFORM VARYING WS-MND-SUB FROM 1 BY 1
                   UNTIL WS-MND-SUB > WS-MND-COUNT
              IF WS-MND-ACTIEF (WS-MND-SUB)
                 AND NOT WS-MND-GERESERVEERD (WS-MND-SUB)
                 PERFORM TOETS-SLAPEND
                 IF WS-MND-SLAPEND
                    MOVE "V" TO WS-MND-STATUS (WS-MND-SUB)
                    ADD 1 TO WS-CNT-VERVALLEN
                    MOVE SPACES TO MNDR-REC
                    STRING "MANDAAT VERVALLEN RNR="  DELIMITED BY SIZE
                           WS-MND-RNR (WS-MND-SUB)   DELIMITED BY SIZE
                           " REF="                   DELIMITED BY SIZE
                           WS-MND-REFERENTIE (WS-MND-SUB)
                                                     DELIMITED BY SPACE
                           " SINDS="                 DELIMITED BY SIZE
                           WS-MND-REFDATUM           DELIMITED BY SIZE
                                                INTO MNDR-REC
                    END-STRING
                    WRITE MNDR-REC
                 END-IF
              END-IF
              MOVE WS-MND-BEELD (WS-MND-SUB) TO MNDN-REC
              WRITE MNDN-REC
           END-PERFORM
           .
      *
       FIN-MANDATEN.
      ***************
           CLOSE INVO-FILE ADMX-FILE MNDN-FILE INVQ-FILE PNTQ-FILE
                 MNDR-FILE
           MOVE WS-CNT-ZAKEN TO WS-DISPLAY-CNT
           DISPLAY "GIRMNDX4 - ZAKEN GELEZEN    : " WS-DISPLAY-CNT
           MOVE WS-CNT-AANGEKONDIGD TO WS-DISPLAY-CNT
           DISPLAY "GIRMNDX4 - AANGEKONDIGD     : " WS-DISPLAY-CNT
           MOVE WS-CNT-NAAR-BRIEF TO WS-DISPLAY-CNT
           DISPLAY "GIRMNDX4 - NAAR BRIEFWEG    : " WS-DISPLAY-CNT
           MOVE WS-CNT-VERVALLEN TO WS-DISPLAY-CNT
           DISPLAY "GIRMNDX4 - MANDATEN VERVAL  : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRMNDX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRMNDX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRMNDX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

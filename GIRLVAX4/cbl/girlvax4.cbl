      ******************************************************************
      **  GIRLVAX4 : JAARLIJKSE AANVRAAG VAN DE LEVENSBEWIJZEN         *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - DE OVERLIJDENSFLUX (OVLQ) DEKT ENKEL DE IN BELGIE          *
      **    GEREGISTREERDE OVERLIJDENS. VOOR ELK LID MET EEN           *
      **    BUITENLANDS ADRES OF EEN BUITENLANDS IBAN VRAAGT DIT       *
      **    PROGRAMMA EENMAAL PER JAAR EEN LEVENSBEWIJS AAN.           *
      **  - LEEST HET LEDENEXTRACT (LVBX: NAAM, TAAL, ADRESLAND EN     *
      **    IBAN PER RIJKSNUMMER) SAMEN MET HET LEVENSBEWIJSREGISTER   *
      **    (LVBQ, ONDERHOUDEN DOOR GIRLVBX4) EN MAAKT PER BUITENLANDS *
      **    LID EEN AANVRAAGBRIEF IN DE TAAL VAN HET LID ("500027",    *
      **    LANGS HETZELFDE REMOTE-PRINT-MECHANISME ALS DE FISCALE     *
      **    ATTESTEN VAN GIRATTX4), MET DE UITERSTE DATUM VAN          *
      **    TERUGZENDING.                                              *
      **  - DE AANVRAAGDATUM GAAT IN DE NIEUWE REGISTERGENERATIE;      *
      **    TRBFNCX4 PARKEERT DE BETALINGEN AAN HET LID IN DE          *
      **    LEVENSBEWIJSWACHTRIJ ALS HET LEVENSBEWIJS NA DE RESPIJT-   *
      **    TERMIJN NOG NIET ONTVANGEN IS.                             *
      **  - GEEN NIEUWE AANVRAAG VOOR EEN LID MET EEN NOG OPENSTAANDE  *
      **    AANVRAAG (DE DATUM ERVAN BLIJFT STAAN; HET LID KOMT OP DE  *
      **    LIJST) OF MET EEN PAS ONTVANGEN LEVENSBEWIJS.              *
      **                                                               *
      ******************************************************************
      *RVH138: NIEUW PROGRAMMA - JAARLIJKSE LEVENSBEWIJSAANVRAGEN.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRLVAX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH138*
RVH138* RVH138 15/10/2026
RVH138*     NIEUW PROGRAMMA : JAARLIJKSE AANVRAAG VAN DE LEVENS-
RVH138*     BEWIJZEN VOOR DE LEDEN MET EEN BUITENLANDS ADRES OF IBAN,
RVH138*     IN DE TAAL VAN HET LID, MET BIJWERKING VAN LVBQ.
RVH138*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH138: LEDENEXTRACT MET NAAM, TAAL, ADRESLAND EN IBAN PER
      *        RIJKSNUMMER (ZELFDE OPBOUW ALS ADMX VAN GIRATTX4,
      *        AANGEVULD MET LAND EN IBAN).
      *----------------------------------------------------------------
           SELECT LVBX-FILE ASSIGN TO LVBX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVBX-STATUS.
      *----------------------------------------------------------------
      *RVH138: VORIGE GENERATIE VAN HET LEVENSBEWIJSREGISTER - BIJ DE
      *        EERSTE RUN BESTAAT ER NOG GEEN.
      *----------------------------------------------------------------
           SELECT LVBO-FILE ASSIGN TO LVBO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVBO-STATUS.
      *----------------------------------------------------------------
      *RVH138: NIEUWE GENERATIE VAN HET LEVENSBEWIJSREGISTER (ZELFDE
      *        INDELING ALS LVBQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT LVBQ-FILE ASSIGN TO LVBQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVBQ-STATUS.
      *----------------------------------------------------------------
      *RVH138: AANVRAAGBRIEVEN ("500027") VOOR DE REMOTE-PRINT-LADER.
      *----------------------------------------------------------------
           SELECT LVAD-FILE ASSIGN TO LVAD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVAD-STATUS.
      *----------------------------------------------------------------
      *RVH138: LIJST VAN DE AANVRAGEN EN VAN DE NOG OPENSTAANDE
      *        AANVRAGEN VAN VORIG JAAR.
      *----------------------------------------------------------------
           SELECT LVAL-FILE ASSIGN TO LVAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVAL-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  LVBX-FILE
           RECORDING MODE IS F.
       01  LVBX-REC.
           05  LVBX-RNR                 PIC X(13).
           05  LVBX-NAAM                PIC X(18).
           05  LVBX-VOORN               PIC X(12).
           05  LVBX-TAAL                PIC 9(01).
           05  LVBX-LAND                PIC X(03).
           05  LVBX-IBAN                PIC X(34).
       FD  LVBO-FILE
           RECORDING MODE IS F.
       01  LVBO-REC.
           05  LVBO-RNR                 PIC X(13).
           05  LVBO-AANGEVRAAGD         PIC 9(08).
           05  LVBO-ONTVANGEN           PIC 9(08).
           05  LVBO-TAAL                PIC 9(01).
           05  LVBO-LAND                PIC X(03).
           05  LVBO-KLERK               PIC X(08).
           05  FILLER                   PIC X(09).
       FD  LVBQ-FILE
           RECORDING MODE IS F.
       01  LVBQ-REC.
           05  LVBQ-RNR                 PIC X(13).
           05  LVBQ-AANGEVRAAGD         PIC 9(08).
           05  LVBQ-ONTVANGEN           PIC 9(08).
           05  LVBQ-TAAL                PIC 9(01).
           05  LVBQ-LAND                PIC X(03).
           05  LVBQ-KLERK               PIC X(08).
           05  FILLER                   PIC X(09).
      *----------------------------------------------------------------
      *RVH138: BRIEFREKORD - ZELFDE REMOTE-KOP ALS DE ATTQ-REKORDS VAN
      *        GIRATTX4, MET EEN LIJNTYPE (H = HOOFDING MET DE NAAM,
      *        D = TEKSTLIJN, T = LAATSTE TEKSTLIJN MET DE UITERSTE
      *        DATUM) EN EEN AFDRUKZONE.
      *----------------------------------------------------------------
       FD  LVAD-FILE
           RECORDING MODE IS F.
       01  LVAD-REC.
           05  LVAD-LENGTH              PIC S9(04) COMP.
           05  LVAD-CODE                PIC S9(04) COMP.
           05  LVAD-NUMBER              PIC 9(08).
           05  LVAD-DEVICE-OUT          PIC X(01).
           05  LVAD-DESTINATION         PIC 9(03).
           05  LVAD-SWITCHING           PIC X(01).
           05  LVAD-PRIORITY            PIC X(01).
           05  LVAD-NAME                PIC X(06).
           05  LVAD-RNR                 PIC X(13).
           05  LVAD-TAAL                PIC 9(01).
           05  LVAD-LIJNTYPE            PIC X(01).
               88  LVAD-HOOFDING        VALUE "H".
               88  LVAD-DETAIL          VALUE "D".
               88  LVAD-TERMIJN         VALUE "T".
           05  LVAD-TEKST               PIC X(53).
           05  LVAD-DATUM               PIC 9(08).
       FD  LVAL-FILE
           RECORDING MODE IS F.
       01  LVAL-REC                     PIC X(80).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-LVBX-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVBO-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVBQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVAD-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVAL-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVBX-EOF-SW               PIC X VALUE "N".
           88  WS-LVBX-EOF              VALUE "Y".
       01  WS-LVBO-EOF-SW               PIC X VALUE "N".
           88  WS-LVBO-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH138: PARAMETERS - CENTRALE AFDRUKBESTEMMING (ZOALS DE
      *        FISCALE ATTESTEN), TERMIJN VOOR TERUGZENDING IN MAANDEN
      *        (STEMT OVEREEN MET DE RESPIJTTERMIJN VAN 90 DAGEN IN
      *        TRBFNCX4) EN HET AANTAL DAGEN WAARBINNEN EEN ONTVANGEN
      *        LEVENSBEWIJS NOG ALS RECENT GELDT.
      *----------------------------------------------------------------
       01  WS-LVA-DESTINATION           PIC 9(03) VALUE 151.
       01  WS-LVA-TERMIJN-MAANDEN       PIC 9(02) VALUE 03.
       01  WS-LVA-RECENT-DAGEN          PIC 9(03) VALUE 060.
      *----------------------------------------------------------------
      *RVH138: TEKST VAN DE AANVRAAGBRIEF PER TAAL (1 = NL, 2 = FR,
      *        3 = DE), VIER LIJNEN PER TAAL.
      *----------------------------------------------------------------
       01  TABLE-BRIEFTEKST.
           05  FILLER                   PIC X(53) VALUE
               "OM UW UITKERING VERDER TE KUNNEN BETALEN, VRAGEN WIJ".
           05  FILLER                   PIC X(53) VALUE
               "ELK JAAR EEN LEVENSBEWIJS. LAAT HET BIJGEVOEGDE".
           05  FILLER                   PIC X(53) VALUE
               "FORMULIER INVULLEN DOOR DE OVERHEID VAN UW WOONPLAATS".
           05  FILLER                   PIC X(53) VALUE
               "EN STUUR HET ONS TERUG UITERLIJK OP:".
           05  FILLER                   PIC X(53) VALUE
               "AFIN DE POUVOIR CONTINUER A PAYER VOS INDEMNITES,".
           05  FILLER                   PIC X(53) VALUE
               "NOUS DEMANDONS CHAQUE ANNEE UN CERTIFICAT DE VIE.".
           05  FILLER                   PIC X(53) VALUE
               "FAITES REMPLIR LE FORMULAIRE CI-JOINT PAR LA COMMUNE".
           05  FILLER                   PIC X(53) VALUE
               "DE RESIDENCE ET RENVOYEZ-LE AU PLUS TARD LE:".
           05  FILLER                   PIC X(53) VALUE
               "UM IHRE LEISTUNGEN WEITER ZAHLEN ZU KOENNEN, BRAUCHEN".
           05  FILLER                   PIC X(53) VALUE
               "WIR JAEHRLICH EINE LEBENSBESCHEINIGUNG. LASSEN SIE".
           05  FILLER                   PIC X(53) VALUE
               "DAS FORMULAR VON DER BEHOERDE IHRES WOHNORTS".
           05  FILLER                   PIC X(53) VALUE
               "AUSFUELLEN UND SENDEN SIE ES ZURUECK SPAETESTENS AM:".
       01  TABLE-BRIEFTEKST-RED REDEFINES TABLE-BRIEFTEKST.
           05  BRF-TAAL OCCURS 3 TIMES.
               10  BRF-LIJN OCCURS 4 TIMES  PIC X(53).
       01  WS-BRF-TAAL                  PIC 9(01) VALUE ZERO.
       01  WS-BRF-SUB                   PIC 9(01) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH138: HET VOLLEDIGE REGISTER IN HET GEHEUGEN (ZELFDE PLAFOND
      *        ALS IN GIRLVBX4). EEN VOLLE TABEL IS FATAAL (RC 12).
      *----------------------------------------------------------------
       01  WS-LVB-TABLE.
           05  WS-LVB-ENTRY OCCURS 9999 TIMES
                            INDEXED BY WS-LVB-IDX.
               10  WS-LVB-RNR           PIC X(13).
               10  WS-LVB-AANGEVRAAGD   PIC 9(08).
               10  WS-LVB-ONTVANGEN     PIC 9(08).
               10  WS-LVB-TAAL          PIC 9(01).
               10  WS-LVB-LAND          PIC X(03).
               10  WS-LVB-KLERK         PIC X(08).
       01  WS-LVB-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-LVB-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-LVB-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-LVB-GEVONDEN          VALUE "Y".
      *----------------------------------------------------------------
      *RVH138: DATUMS - VANDAAG, DE UITERSTE DATUM VAN TERUGZENDING EN
      *        DE OUDERDOM VAN HET LAATST ONTVANGEN LEVENSBEWIJS IN
      *        HANDELSDAGEN (360/30).
      *----------------------------------------------------------------
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VANDAAG-CCYY          PIC 9(04).
           05  WS-VANDAAG-MM            PIC 9(02).
           05  WS-VANDAAG-DD            PIC 9(02).
       01  WS-UITERSTE                  PIC 9(08) VALUE ZERO.
       01  WS-UITERSTE-RED REDEFINES WS-UITERSTE.
           05  WS-UITERSTE-CCYY         PIC 9(04).
           05  WS-UITERSTE-MM           PIC 9(02).
           05  WS-UITERSTE-DD           PIC 9(02).
       01  WS-ONTVANGEN                 PIC 9(08) VALUE ZERO.
       01  WS-ONTVANGEN-RED REDEFINES WS-ONTVANGEN.
           05  WS-ONTV-CCYY             PIC 9(04).
           05  WS-ONTV-MM               PIC 9(02).
           05  WS-ONTV-DD               PIC 9(02).
       01  WS-OUDERDOM                  PIC S9(06) VALUE ZERO.
      *
       01  WS-BUITENLANDS-SW            PIC X VALUE "N".
           88  WS-BUITENLANDS           VALUE "Y".
       01  WS-NAAMLIJN                  PIC X(53).
       01  WS-BRF-VOLGNR                PIC 9(08) VALUE ZERO.
       01  WS-CNT-EXTRACT               PIC 9(07) VALUE ZERO.
       01  WS-CNT-BUITENLANDS           PIC 9(07) VALUE ZERO.
       01  WS-CNT-AANVRAGEN             PIC 9(07) VALUE ZERO.
       01  WS-CNT-OPEN                  PIC 9(07) VALUE ZERO.
       01  WS-CNT-RECENT                PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-AANVRAGEN SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-AANVRAGEN.
      *---------------------------------
           PERFORM OPEN-AANVRAGEN
           PERFORM LADEN-REGISTER
           PERFORM LEZEN-LVBX
           PERFORM WITH TEST BEFORE UNTIL WS-LVBX-EOF
              PERFORM VERWERK-LID
              PERFORM LEZEN-LVBX
           END-PERFORM
           PERFORM SCHRIJVEN-REGISTER
           PERFORM FIN-AANVRAGEN
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-AANVRAGEN.
      *****************
           OPEN INPUT LVBX-FILE
           IF WS-LVBX-STATUS NOT = "00"
              DISPLAY "GIRLVAX4 - ERREUR OPEN LVBX STATUS = "
                      WS-LVBX-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT LVBQ-FILE
           IF WS-LVBQ-STATUS NOT = "00"
              DISPLAY "GIRLVAX4 - ERREUR OPEN LVBQ STATUS = "
                      WS-LVBQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT LVAD-FILE
           IF WS-LVAD-STATUS NOT = "00"
              DISPLAY "GIRLVAX4 - ERREUR OPEN LVAD STATUS = "
                      WS-LVAD-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT LVAL-FILE
           IF WS-LVAL-STATUS NOT = "00"
              DISPLAY "GIRLVAX4 - ERREUR OPEN LVAL STATUS = "
                      WS-LVAL-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
      *    UITERSTE DATUM = VANDAAG PLUS DE TERMIJN IN MAANDEN; DE
      *    DAG WORDT BEPERKT TOT 28 ZODAT DE DATUM ALTIJD BESTAAT.
           MOVE WS-VANDAAG TO WS-UITERSTE
           ADD WS-LVA-TERMIJN-MAANDEN TO WS-UITERSTE-MM
           IF WS-UITERSTE-MM > 12
              SUBTRACT 12 FROM WS-UITERSTE-MM
              ADD 1 TO WS-UITERSTE-CCYY
           END-IF
           IF WS-UITERSTE-DD > 28
              MOVE 28 TO WS-UITERSTE-DD
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH138: DE VORIGE REGISTERGENERATIE INLEZEN. EEN ONTBREKEND
      *        REGISTER IS GEEN FOUT (EERSTE JAAR).
      *----------------------------------------------------------------
       LADEN-REGISTER.
      *****************
           OPEN INPUT LVBO-FILE
           IF WS-LVBO-STATUS = "00"
              PERFORM LEZEN-LVBO
              PERFORM WITH TEST BEFORE UNTIL WS-LVBO-EOF
                 PERFORM NIEUWE-ENTRY
                 MOVE LVBO-RNR         TO WS-LVB-RNR (WS-LVB-IDX)
                 MOVE LVBO-AANGEVRAAGD
                                   TO WS-LVB-AANGEVRAAGD (WS-LVB-IDX)
                 MOVE LVBO-ONTVANGEN   TO WS-LVB-ONTVANGEN (WS-LVB-IDX)
                 MOVE LVBO-TAAL        TO WS-LVB-TAAL (WS-LVB-IDX)
                 MOVE LVBO-LAND        TO WS-LVB-LAND (WS-LVB-IDX)
                 MOVE LVBO-KLERK       TO WS-LVB-KLERK (WS-LVB-IDX)
                 PERFORM LEZEN-LVBO
              END-PERFORM
              CLOSE LVBO-FILE
           END-IF
           .
      *
       LEZEN-LVBO.
      *************
           READ LVBO-FILE
              AT END
                 SET WS-LVBO-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-LVBX.
      *************
           READ LVBX-FILE
              AT END
                 SET WS-LVBX-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH138: EEN PLAATS IN DE REGISTERTABEL TOEKENNEN (WS-LVB-IDX).
      *----------------------------------------------------------------
       NIEUWE-ENTRY.
      ***************
           IF WS-LVB-COUNT < 9999
              ADD 1 TO WS-LVB-COUNT
              SET WS-LVB-IDX TO WS-LVB-COUNT
           ELSE
              DISPLAY "GIRLVAX4 - LEVENSBEWIJSREGISTER VOL - "
                      "MEER DAN 9999 RIJKSNUMMERS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH138: EEN LID UIT HET EXTRACT - BUITENLANDS BIJ EEN ADRESLAND
      *        VERSCHILLEND VAN "B" OF EEN IBAN MET EEN ANDERE
      *        LANDKODE DAN "BE" (ZELFDE CRITERIA ALS CONTROLE-
      *        LEVENSBEWIJS IN TRBFNCX4).
      *----------------------------------------------------------------
       VERWERK-LID.
      **************
           ADD 1 TO WS-CNT-EXTRACT
           MOVE "N" TO WS-BUITENLANDS-SW
           IF LVBX-LAND NOT = "B  "
              SET WS-BUITENLANDS TO TRUE
           END-IF
           IF LVBX-IBAN NOT = SPACES
              AND LVBX-IBAN (1:2) NOT = "BE"
              SET WS-BUITENLANDS TO TRUE
           END-IF
           IF WS-BUITENLANDS
              ADD 1 TO WS-CNT-BUITENLANDS
              PERFORM ZOEK-REGISTER
              EVALUATE TRUE
              WHEN WS-LVB-GEVONDEN
               AND WS-LVB-AANGEVRAAGD (WS-LVB-IDX)
                 > WS-LVB-ONTVANGEN (WS-LVB-IDX)
                 ADD 1 TO WS-CNT-OPEN
                 MOVE SPACES TO LVAL-REC
                 STRING "NOG OPEN  RNR="         DELIMITED BY SIZE
                        LVBX-RNR                 DELIMITED BY SIZE
                        " LAND="                 DELIMITED BY SIZE
                        LVBX-LAND                DELIMITED BY SIZE
                        " AANGEVRAAGD OP "       DELIMITED BY SIZE
                        WS-LVB-AANGEVRAAGD (WS-LVB-IDX)
                                                 DELIMITED BY SIZE
                                            INTO LVAL-REC
                 END-STRING
                 WRITE LVAL-REC
              WHEN WS-LVB-GEVONDEN
               AND WS-LVB-ONTVANGEN (WS-LVB-IDX) > ZERO
               AND WS-OUDERDOM NOT > WS-LVA-RECENT-DAGEN
                 ADD 1 TO WS-CNT-RECENT
              WHEN OTHER
                 IF NOT WS-LVB-GEVONDEN
                    PERFORM NIEUWE-ENTRY
                    MOVE LVBX-RNR TO WS-LVB-RNR (WS-LVB-IDX)
                    MOVE ZERO     TO WS-LVB-ONTVANGEN (WS-LVB-IDX)
                    MOVE SPACES   TO WS-LVB-KLERK (WS-LVB-IDX)
                 END-IF
                 MOVE WS-VANDAAG TO WS-LVB-AANGEVRAAGD (WS-LVB-IDX)
                 MOVE LVBX-TAAL  TO WS-LVB-TAAL (WS-LVB-IDX)
                 MOVE LVBX-LAND  TO WS-LVB-LAND (WS-LVB-IDX)
                 PERFORM MAAK-BRIEF
              END-EVALUATE
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH138: HET RIJKSNUMMER VAN HET EXTRACT IN DE REGISTERTABEL
      *        ZOEKEN EN DE OUDERDOM VAN HET LAATST ONTVANGEN LEVENS-
      *        BEWIJS BEREKENEN.
      *----------------------------------------------------------------
       ZOEK-REGISTER.
      ****************
           MOVE "N" TO WS-LVB-GEVONDEN-SW
           MOVE ZERO TO WS-OUDERDOM
           IF WS-LVB-COUNT > ZERO
              SET WS-LVB-IDX TO 1
              SEARCH WS-LVB-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-LVB-IDX > WS-LVB-COUNT
                    CONTINUE
                 WHEN WS-LVB-RNR (WS-LVB-IDX) = LVBX-RNR
                    SET WS-LVB-GEVONDEN TO TRUE
                    MOVE WS-LVB-ONTVANGEN (WS-LVB-IDX)
                                           TO WS-ONTVANGEN
                    COMPUTE WS-OUDERDOM =
                            (WS-VANDAAG-CCYY - WS-ONTV-CCYY) * 360
                          + (WS-VANDAAG-MM - WS-ONTV-MM) * 30
                          + (WS-VANDAAG-DD - WS-ONTV-DD)
                    END-COMPUTE
              END-SEARCH
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH138: DE AANVRAAGBRIEF IN DE TAAL VAN HET LID (EEN ONBEKENDE
      *        TAAL WORDT FRANS, ZOALS BIJ DE DIAGNOSES IN TRBFNCX4).
      *----------------------------------------------------------------
       MAAK-BRIEF.
      *************
           ADD 1 TO WS-CNT-AANVRAGEN
           EVALUATE LVBX-TAAL
           WHEN 1
              MOVE 1 TO WS-BRF-TAAL
           WHEN 3
              MOVE 3 TO WS-BRF-TAAL
           WHEN OTHER
              MOVE 2 TO WS-BRF-TAAL
           END-EVALUATE
           MOVE SPACES TO WS-NAAMLIJN
           STRING LVBX-NAAM  DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  LVBX-VOORN DELIMITED BY SIZE
                        INTO WS-NAAMLIJN
           END-STRING
           MOVE "H"         TO LVAD-LIJNTYPE
           MOVE WS-NAAMLIJN TO LVAD-TEKST
           MOVE WS-VANDAAG  TO LVAD-DATUM
           PERFORM SCHRIJF-LVAD
           PERFORM VARYING WS-BRF-SUB FROM 1 BY 1
                   UNTIL WS-BRF-SUB > 3
              MOVE "D" TO LVAD-LIJNTYPE
              MOVE BRF-LIJN (WS-BRF-TAAL WS-BRF-SUB) TO LVAD-TEKST
              MOVE ZERO TO LVAD-DATUM
              PERFORM SCHRIJF-LVAD
           END-PERFORM
           MOVE "T" TO LVAD-LIJNTYPE
           MOVE BRF-LIJN (WS-BRF-TAAL 4) TO LVAD-TEKST
           MOVE WS-UITERSTE TO LVAD-DATUM
           PERFORM SCHRIJF-LVAD
           MOVE SPACES TO LVAL-REC
           STRING "AANVRAAG  RNR="         DELIMITED BY SIZE
                  LVBX-RNR                 DELIMITED BY SIZE
                  " LAND="                 DELIMITED BY SIZE
                  LVBX-LAND                DELIMITED BY SIZE
                  " TAAL="                 DELIMITED BY SIZE
                  WS-BRF-TAAL              DELIMITED BY SIZE
                  " UITERLIJK "            DELIMITED BY SIZE
                  WS-UITERSTE              DELIMITED BY SIZE
                                      INTO LVAL-REC
           END-STRING
           WRITE LVAL-REC
           .
      *
       SCHRIJF-LVAD.
      ***************
           ADD 1 TO WS-BRF-VOLGNR
           MOVE 100                TO LVAD-LENGTH
           MOVE 40                 TO LVAD-CODE
           MOVE WS-BRF-VOLGNR      TO LVAD-NUMBER
           MOVE "L"                TO LVAD-DEVICE-OUT
           MOVE WS-LVA-DESTINATION TO LVAD-DESTINATION
           MOVE "*"                TO LVAD-SWITCHING
           MOVE SPACE              TO LVAD-PRIORITY
           MOVE "500027"           TO LVAD-NAME
           MOVE LVBX-RNR           TO LVAD-RNR
           MOVE WS-BRF-TAAL        TO LVAD-TAAL
           WRITE LVAD-REC
           .
      *
       SCHRIJVEN-REGISTER.
      *********************
           PERFORM VARYING WS-LVB-SUB FROM 1 BY 1
                   UNTIL WS-LVB-SUB > WS-LVB-COUNT
              MOVE SPACES TO LVBQ-REC
              MOVE WS-LVB-RNR (WS-LVB-SUB)         TO LVBQ-RNR
              MOVE WS-LVB-AANGEVRAAGD (WS-LVB-SUB) TO LVBQ-AANGEVRAAGD
              MOVE WS-LVB-ONTVANGEN (WS-LVB-SUB)   TO LVBQ-ONTVANGEN
              MOVE WS-LVB-TAAL (WS-LVB-SUB)        TO LVBQ-TAAL
              MOVE WS-LVB-LAND (WS-LVB-SUB)        TO LVBQ-LAND
              MOVE WS-LVB-KLERK (WS-LVB-SUB)       TO LVBQ-KLERK
              WRITE LVBQ-REC
           END-PERFORM
           .
      *
       FIN-AANVRAGEN.
      ****************
           CLOSE LVBX-FILE LVBQ-FILE LVAD-FILE LVAL-FILE
           MOVE WS-CNT-EXTRACT TO WS-DISPLAY-CNT
           DISPLAY "GIRLVAX4 - LEDEN IN HET EXTRACT  : " WS-DISPLAY-CNT
           MOVE WS-CNT-BUITENLANDS TO WS-DISPLAY-CNT
           DISPLAY "GIRLVAX4 - WAARVAN BUITENLANDS   : " WS-DISPLAY-CNT
           MOVE WS-CNT-AANVRAGEN TO WS-DISPLAY-CNT
           DISPLAY "GIRLVAX4 - AANVRAGEN VERSTUURD   : " WS-DISPLAY-CNT
           MOVE WS-CNT-OPEN TO WS-DISPLAY-CNT
           DISPLAY "GIRLVAX4 - VORIGE AANVRAAG OPEN  : " WS-DISPLAY-CNT
           MOVE WS-CNT-RECENT TO WS-DISPLAY-CNT
           DISPLAY "GIRLVAX4 - RECENT LEVENSBEWIJS   : " WS-DISPLAY-CNT
           .

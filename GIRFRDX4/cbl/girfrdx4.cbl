      ******************************************************************
      **  GIRFRDX4 : DISPOSITIE VAN DE FRAUDE-WACHTRIJ (FRDQ)          *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - LEEST DE VORIGE GENERATIE VAN DE FRAUDE-WACHTRIJ (FRDQ,    *
      **    ZIE RVH110 IN TRBFNCX4: EEN BETALING BOVEN DE DREMPEL      *
      **    NAAR EEN IBAN DAT NOG NOOIT VOOR HET RIJKSNUMMER WERD      *
      **    BETAALD) SAMEN MET HET BESLISSINGSBESTAND VAN DE           *
      **    FRAUDECEL, GESLEUTELD OP KONSTANTE/VOLGNUMMER (ZELFDE      *
      **    OPZET ALS GIRCPLX4/GIRNALX4).                              *
      **  - BEVESTIGD (HET LID BEVESTIGDE DE NIEUWE REKENING AAN DE    *
      **    TELEFOON) -> DE PPR WORDT OPNIEUW AANGEBODEN VIA GIRBETPP  *
      **    MET DE VRIJSTELLINGSBYTE (TRBFN-VRIJ-FRAUDE, ZIE RVH110    *
      **    IN TRBFNCXP), ZODAT CONTROLE-FRAUDE DE PPR NIET OPNIEUW    *
      **    PARKEERT. DE BETALING REGISTREERT HET IBAN DAN IN IBRQ.    *
      **  - GEBLOKKEERD -> DE PPR GAAT TERUG NAAR DE FEDERATIE IN DE   *
      **    REJQ-INDELING (FRDF) EN WORDT DEFINITIEF AFGESLOTEN.       *
      **  - GEEN BESLISSING -> DOORSCHUIVEN NAAR DE NIEUWE FRDQ-       *
      **    GENERATIE PLUS EEN LIJN OP DE OUDERDOMSLIJST.              *
      **  - ELKE BESLISSING WORDT GEARCHIVEERD MET DE MEDEWERKER, DE   *
      **    DATUM EN DE NOTITIE VAN HET GESPREK, KEERT DE PARKEER-     *
      **    ACCRUAL (SOORT "T") TERUG EN SCHRIJFT EEN LEVENSLOOP-      *
      **    GEBEURTENIS IN DE PLSQ-INDELING.                           *
RVH124**  - ELKE BESLISSING WORDT GETOETST AAN HET AUTORISATIEREGISTER *
RVH124**    (AUTQ): DE MEDEWERKER MOET GEMACHTIGD ZIJN VOOR FRDQ EN    *
RVH124**    HET BEDRAG, EN MAG NIET DEZELFDE ZIJN ALS DE INVOERDER.    *
RVH124**    EEN GEWEIGERDE BESLISSING WORDT NIET TOEGEPAST MAAR        *
RVH124**    GEMELD OP HET WEIGERINGSRAPPORT (AUTR).                    *
      **                                                               *
      ******************************************************************
      *RVH110: NIEUW DISPOSITIEPROGRAMMA VOOR DE FRAUDE-WACHTRIJ
      *        (ZIE HET RVH110-COMMENTAAR IN TRBFNCX4).
      *RVH124: AUTORISATIETOETS (AUTQ) MET VIER-OGENPRINCIPE.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRFRDX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH110*
RVH110* RVH110 15/10/2026
RVH110*     NIEUW PROGRAMMA : DISPOSITIE FRAUDE-WACHTRIJ - BEVESTIGEN
RVH110*     (HERAANBIEDEN MET VRIJSTELLING) OF BLOKKEREN (TERUG NAAR
RVH110*     DE FEDERATIE), MET ARCHIEF, OUDERDOMSLIJST, GLPQ- EN
RVH110*     PLSQ-UITVOER.
RVH110*
RVH124* RVH124 15/10/2026
RVH124*     BESLISSINGEN GETOETST AAN HET AUTORISATIEREGISTER AUTQ
RVH124*     (ROL, WACHTRIJ, MAXIMUMBEDRAG, GELDIGHEID) EN AAN DE
RVH124*     SCHEIDING INVOERDER/MEDEWERKER; WEIGERINGEN NAAR AUTR.
RVH124*
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
      *RVH110: VORIGE GENERATIE VAN DE WACHTRIJ - DE JCL ALLOCEERT DE
      *        DOOR DE VORIGE RUN GESCHREVEN FRDQ ALS FRDO.
      *----------------------------------------------------------------
           SELECT FRDO-FILE ASSIGN TO FRDO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FRDO-STATUS.
      *----------------------------------------------------------------
      *RVH110: BESLISSINGSBESTAND VAN DE FRAUDECEL.
      *----------------------------------------------------------------
           SELECT FRDD-FILE ASSIGN TO FRDD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FRDD-STATUS.
      *----------------------------------------------------------------
      *RVH110: NIEUWE FRDQ-GENERATIE MET DE ONBESLISTE REKORDS
      *        (ZELFDE INDELING ALS FRDQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT FRDQ-FILE ASSIGN TO FRDQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FRDQ-STATUS.
      *----------------------------------------------------------------
      *RVH110: TERUGMELDING AAN DE FEDERATIE VAN DE GEBLOKKEERDE
      *        BETALINGEN (ZELFDE INDELING ALS NALF IN GIRNALX4).
      *----------------------------------------------------------------
           SELECT FRDF-FILE ASSIGN TO FRDF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FRDF-STATUS.
      *----------------------------------------------------------------
      *RVH110: BESLISSINGSARCHIEF.
      *----------------------------------------------------------------
           SELECT FRDA-FILE ASSIGN TO FRDA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FRDA-STATUS.
      *----------------------------------------------------------------
      *RVH110: OUDERDOMSLIJST VAN DE ONBESLISTE WACHTRIJ-ENTRIES.
      *----------------------------------------------------------------
           SELECT FRDR-FILE ASSIGN TO FRDR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FRDR-STATUS.
      *----------------------------------------------------------------
      *RVH110: TEGENBOEKINGEN IN DE GLPQ-INDELING (RVH025) VOOR DE
      *        PARKEERACCRUAL - DE JCL VOEGT ZE BIJ DE GLPQ-FEED.
      *----------------------------------------------------------------
           SELECT GLPT-FILE ASSIGN TO GLPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPT-STATUS.
      *----------------------------------------------------------------
      *RVH110: LEVENSLOOP-GEBEURTENISSEN IN DE PLSQ-INDELING - DE JCL
      *        VOEGT ZE BIJ DE STATUSMASTER DIE GIRPLSX4 BEVRAAGT.
      *----------------------------------------------------------------
           SELECT PLSF-FILE ASSIGN TO PLSF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSF-STATUS.
      *----------------------------------------------------------------
      *RVH124: AUTORISATIEREGISTER (AUTQ, ONDERHOUDEN VIA GIRREGX4) EN
      *        HET GEDEELDE RAPPORT VAN DE AUTORISATIEWEIGERINGEN
      *        (AUTR).
      *----------------------------------------------------------------
RVH124     SELECT AUTQ-FILE ASSIGN TO AUTQ
RVH124            ORGANIZATION IS SEQUENTIAL
RVH124            FILE STATUS  IS WS-AUTQ-STATUS.
RVH124     SELECT AUTR-FILE ASSIGN TO AUTR
RVH124            ORGANIZATION IS SEQUENTIAL
RVH124            FILE STATUS  IS WS-AUTR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  FRDO-FILE
           RECORDING MODE IS F.
       01  FRDO-REC.
           05  FRDO-PPR                 PIC X(186).
           05  FRDO-DREMPEL             PIC S9(8).
           05  FRDO-DATUM               PIC 9(08).
       FD  FRDD-FILE
           RECORDING MODE IS F.
       01  FRDD-REC.
           05  FRDD-KONST               PIC 9(10).
           05  FRDD-VOLGNR              PIC 9(04).
           05  FRDD-BESLIS              PIC X(01).
               88  FRDD-BEVESTIGD       VALUE "C".
               88  FRDD-GEBLOKKEERD     VALUE "B".
           05  FRDD-KLERK               PIC X(08).
           05  FRDD-DATUM               PIC 9(08).
           05  FRDD-NOTITIE             PIC X(30).
RVH124     05  FRDD-INVOERDER           PIC X(08).
       FD  FRDQ-FILE
           RECORDING MODE IS F.
       01  FRDQ-REC.
           05  FRDQ-PPR                 PIC X(186).
           05  FRDQ-DREMPEL             PIC S9(8).
           05  FRDQ-DATUM               PIC 9(08).
       FD  FRDF-FILE
           RECORDING MODE IS F.
       01  FRDF-REC.
           05  FRDF-PPR                 PIC X(186).
           05  FRDF-DIAG                PIC X(32).
       FD  FRDA-FILE
           RECORDING MODE IS F.
       01  FRDA-REC.
           05  FRDA-PPR                 PIC X(186).
           05  FRDA-DATUM-PARK          PIC 9(08).
           05  FRDA-BESLIS              PIC X(01).
           05  FRDA-KLERK               PIC X(08).
           05  FRDA-DATUM               PIC 9(08).
           05  FRDA-NOTITIE             PIC X(30).
       FD  FRDR-FILE
           RECORDING MODE IS F.
       01  FRDR-REC                     PIC X(80).
       FD  GLPT-FILE
           RECORDING MODE IS F.
       01  GLPT-REC.
           05  GLPT-RNR                 PIC X(13).
           05  GLPT-LIBEL               PIC 9(02).
           05  GLPT-KONST               PIC 9(10).
           05  GLPT-VOLGNR              PIC 9(03).
           05  GLPT-FEDERATIE           PIC 9(03).
           05  GLPT-BEDRAG              PIC S9(08).
           05  GLPT-BEDRAG-DV           PIC X(01).
           05  GLPT-DATINB              PIC 9(08).
           05  GLPT-RUNSEQ              PIC 9(02).
           05  GLPT-OGM                 PIC X(12).
           05  GLPT-SOORT               PIC X(01).
           05  GLPT-VERSCHOVEN          PIC X(01).
       FD  PLSF-FILE
           RECORDING MODE IS F.
       01  PLSF-REC.
           05  PLSF-KONST               PIC 9(10).
           05  PLSF-VOLGNR              PIC 9(04).
           05  PLSF-DATUM               PIC 9(08).
           05  PLSF-TIJD                PIC 9(08).
           05  PLSF-PROGRAMMA           PIC X(08).
           05  PLSF-EVENT               PIC X(04).
           05  PLSF-DETAIL              PIC X(32).
RVH124 FD  AUTQ-FILE
RVH124     RECORDING MODE IS F.
RVH124 01  AUTQ-REC.
RVH124     05  AUTQ-GEBRUIKER           PIC X(08).
RVH124     05  AUTQ-ROL                 PIC X(01).
RVH124     05  AUTQ-WACHTRIJEN          PIC X(32).
RVH124     05  AUTQ-MAXBEDRAG           PIC 9(08).
RVH124     05  AUTQ-BEGINDATUM          PIC 9(08).
RVH124     05  AUTQ-EINDDATUM           PIC 9(08).
RVH124 FD  AUTR-FILE
RVH124     RECORDING MODE IS F.
RVH124 01  AUTR-REC.
RVH124     05  AUTR-PROGRAMMA           PIC X(08).
RVH124     05  AUTR-WACHTRIJ            PIC X(04).
RVH124     05  AUTR-DATUM               PIC 9(08).
RVH124     05  AUTR-REFERENTIE          PIC X(14).
RVH124     05  AUTR-CONTROLEUR          PIC X(08).
RVH124     05  AUTR-INVOERDER           PIC X(08).
RVH124     05  AUTR-BEDRAG              PIC S9(09).
RVH124     05  AUTR-REDEN               PIC X(40).
RVH124     05  FILLER                   PIC X(01).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-FRDO-STATUS               PIC XX VALUE ZEROES.
       01  WS-FRDD-STATUS               PIC XX VALUE ZEROES.
       01  WS-FRDQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-FRDF-STATUS               PIC XX VALUE ZEROES.
       01  WS-FRDA-STATUS               PIC XX VALUE ZEROES.
       01  WS-FRDR-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPT-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSF-STATUS               PIC XX VALUE ZEROES.
       01  WS-FRDO-EOF-SW               PIC X VALUE "N".
           88  WS-FRDO-EOF              VALUE "Y".
       01  WS-FRDD-EOF-SW               PIC X VALUE "N".
           88  WS-FRDD-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH110: BESLISSINGSTABEL - HET BESLISSINGSBESTAND WORDT IN ZIJN
      *        GEHEEL INGELEZEN EN PER WACHTRIJ-ENTRY OPGEZOCHT OP
      *        KONSTANTE/VOLGNUMMER (ZELFDE OPZET ALS GIRCPLX4).
      *----------------------------------------------------------------
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DEC-IDX.
               10  WS-DEC-KONST         PIC 9(10).
               10  WS-DEC-VOLGNR        PIC 9(04).
               10  WS-DEC-BESLIS        PIC X(01).
               10  WS-DEC-KLERK         PIC X(08).
               10  WS-DEC-DATUM         PIC 9(08).
               10  WS-DEC-NOTITIE       PIC X(30).
RVH124         10  WS-DEC-INVOERDER     PIC X(08).
       01  WS-DEC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-DEC-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-DEC-GEVONDEN          VALUE "Y".
       01  WS-DEC-BESLIS-HOLD           PIC X(01).
           88  WS-HOLD-BEVESTIGD        VALUE "C".
           88  WS-HOLD-GEBLOKKEERD      VALUE "B".
       01  WS-DEC-KLERK-HOLD            PIC X(08).
       01  WS-DEC-DATUM-HOLD            PIC 9(08).
       01  WS-DEC-NOTITIE-HOLD          PIC X(30).
RVH124 01  WS-DEC-INVOERDER-HOLD        PIC X(08).
      *----------------------------------------------------------------
      *RVH110: PLAATSVERVANGEND KOPPELGEBIED VOOR DE GIRBETPP/GIRBETFN-
      *        AANROEP, ZOALS IN GIRCPLX4/GIRNALX4.
      *----------------------------------------------------------------
       01  WS-USAREA1                   PIC X(256) VALUE SPACES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *----------------------------------------------------------------
      *RVH110: OUDERDOMSBEREKENING IN HANDELSDAGEN (360/30) T.O.V. DE
      *        PARKEERDATUM (FRDQ-DATUM).
      *----------------------------------------------------------------
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VANDAAG-CCYY          PIC 9(04).
           05  WS-VANDAAG-MM            PIC 9(02).
           05  WS-VANDAAG-DD            PIC 9(02).
       01  WS-PARKDATUM                 PIC 9(08) VALUE ZERO.
       01  WS-PARKDATUM-RED REDEFINES WS-PARKDATUM.
           05  WS-PARK-CCYY             PIC 9(04).
           05  WS-PARK-MM               PIC 9(02).
           05  WS-PARK-DD               PIC 9(02).
       01  WS-OUDERDOM                  PIC S9(06) VALUE ZERO.
       01  WS-OUDERDOM-ED               PIC ZZZZZ9.
       01  WS-PLS-TIJD                  PIC 9(08) VALUE ZERO.
       01  WS-PLS-EVENT                 PIC X(04).
       01  WS-PLS-DETAIL                PIC X(32).
       01  WS-GIRBET-ACTIEF-SW          PIC X VALUE "N".
           88  WS-GIRBET-ACTIEF         VALUE "Y".
       01  WS-CNT-BEVESTIGD             PIC 9(07) VALUE ZERO.
       01  WS-CNT-GEBLOKKEERD           PIC 9(07) VALUE ZERO.
       01  WS-CNT-ONBESLIST             PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH124: AUTORISATIETABEL - ZELFDE OPZET ALS IN GIRREVX4. ROL
      *        "B" (BEHANDELAAR) EN "S" (SUPERVISOR) MOGEN BESLISSEN,
      *        "I" (ENKEL INZAGE) NIET. WACHTRIJ "****" STAAT ALLE
      *        WACHTRIJEN TOE; EINDDATUM NUL IS ONBEPAALD.
      *----------------------------------------------------------------
RVH124 01  WS-AUTQ-STATUS               PIC XX VALUE ZEROES.
RVH124 01  WS-AUTR-STATUS               PIC XX VALUE ZEROES.
RVH124 01  WS-AUTQ-EOF-SW               PIC X VALUE "N".
RVH124     88  WS-AUTQ-EOF              VALUE "Y".
RVH124 01  WS-AUTR-SW                   PIC X VALUE "N".
RVH124     88  AUTR-OPEN                VALUE "Y".
RVH124 01  WS-AUT-TABLE.
RVH124     05  WS-AUT-ENTRY OCCURS 500 TIMES
RVH124                      INDEXED BY WS-AUT-IDX.
RVH124         10  WS-AUT-GEBRUIKER     PIC X(08).
RVH124         10  WS-AUT-ROL           PIC X(01).
RVH124             88  WS-AUT-MAG-BESLISSEN VALUE "B" "S".
RVH124             88  WS-AUT-SUPERVISOR    VALUE "S".
RVH124         10  WS-AUT-RIJ           PIC X(04) OCCURS 8.
RVH124         10  WS-AUT-MAXBEDRAG     PIC 9(08).
RVH124         10  WS-AUT-BEGINDATUM    PIC 9(08).
RVH124         10  WS-AUT-EINDDATUM     PIC 9(08).
RVH124 01  WS-AUT-COUNT                 PIC 9(04) VALUE ZERO.
RVH124 01  WS-AUT-SUB                   PIC 9(02).
RVH124 01  WS-AUT-GEVONDEN-SW           PIC X VALUE "N".
RVH124     88  WS-AUT-GEVONDEN          VALUE "Y".
RVH124 01  WS-AUT-RIJ-SW                PIC X VALUE "N".
RVH124     88  WS-AUT-RIJ-OK            VALUE "Y".
RVH124 01  WS-AUT-OK-SW                 PIC X VALUE "N".
RVH124     88  WS-AUT-OK                VALUE "Y".
RVH124 01  WS-AUT-WACHTRIJ              PIC X(04).
RVH124 01  WS-AUT-CONTROLEUR            PIC X(08).
RVH124 01  WS-AUT-INVOERDER             PIC X(08).
RVH124 01  WS-AUT-BEDRAG                PIC S9(09).
RVH124 01  WS-AUT-REFERENTIE            PIC X(14).
RVH124 01  WS-AUT-REDEN                 PIC X(40).
RVH124 01  WS-CNT-AUT-GEWEIGERD         PIC 9(07) VALUE ZERO.
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
       TRAITEMENT-FRAUDE SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-FRAUDE.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-FRAUDE
           PERFORM LADEN-BESLISSINGEN
RVH124     PERFORM LADEN-AUTORISATIES
           PERFORM LEZEN-FRDO
           PERFORM WITH TEST BEFORE UNTIL WS-FRDO-EOF
              PERFORM VERWERK-WACHTRIJ-ENTRY
              PERFORM LEZEN-FRDO
           END-PERFORM
           PERFORM FIN-FRAUDE
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-FRAUDE.
      **************
           OPEN INPUT FRDO-FILE
           IF WS-FRDO-STATUS NOT = "00"
              DISPLAY "GIRFRDX4 - ERREUR OPEN FRDO STATUS = "
                      WS-FRDO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT FRDQ-FILE
           IF WS-FRDQ-STATUS NOT = "00"
              DISPLAY "GIRFRDX4 - ERREUR OPEN FRDQ STATUS = "
                      WS-FRDQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT FRDF-FILE
           IF WS-FRDF-STATUS NOT = "00"
              DISPLAY "GIRFRDX4 - ERREUR OPEN FRDF STATUS = "
                      WS-FRDF-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT FRDA-FILE
           IF WS-FRDA-STATUS NOT = "00"
              DISPLAY "GIRFRDX4 - ERREUR OPEN FRDA STATUS = "
                      WS-FRDA-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT FRDR-FILE
           IF WS-FRDR-STATUS NOT = "00"
              DISPLAY "GIRFRDX4 - ERREUR OPEN FRDR STATUS = "
                      WS-FRDR-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT GLPT-FILE
           IF WS-GLPT-STATUS NOT = "00"
              DISPLAY "GIRFRDX4 - ERREUR OPEN GLPT STATUS = "
                      WS-GLPT-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PLSF-FILE
           IF WS-PLSF-STATUS NOT = "00"
              DISPLAY "GIRFRDX4 - ERREUR OPEN PLSF STATUS = "
                      WS-PLSF-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *----------------------------------------------------------------
      *RVH110: HET BESLISSINGSBESTAND VOLLEDIG INLEZEN IN WS-DEC-TABLE.
      *        EEN ONTBREKEND OF LEEG BESTAND IS GEEN FOUT - DAN IS
      *        ALLES ONBESLIST EN WORDT DE VOLLEDIGE WACHTRIJ ENKEL
      *        DOORGESCHOVEN EN GERAPPORTEERD.
      *----------------------------------------------------------------
       LADEN-BESLISSINGEN.
      *********************
           OPEN INPUT FRDD-FILE
           IF WS-FRDD-STATUS = "00"
              PERFORM LEZEN-FRDD
              PERFORM WITH TEST BEFORE UNTIL WS-FRDD-EOF
                 IF WS-DEC-COUNT < 500
                    ADD 1 TO WS-DEC-COUNT
                    SET WS-DEC-IDX TO WS-DEC-COUNT
                    MOVE FRDD-KONST   TO WS-DEC-KONST (WS-DEC-IDX)
                    MOVE FRDD-VOLGNR  TO WS-DEC-VOLGNR (WS-DEC-IDX)
                    MOVE FRDD-BESLIS  TO WS-DEC-BESLIS (WS-DEC-IDX)
                    MOVE FRDD-KLERK   TO WS-DEC-KLERK (WS-DEC-IDX)
                    MOVE FRDD-DATUM   TO WS-DEC-DATUM (WS-DEC-IDX)
                    MOVE FRDD-NOTITIE TO WS-DEC-NOTITIE (WS-DEC-IDX)
RVH124              MOVE FRDD-INVOERDER
RVH124                                TO WS-DEC-INVOERDER (WS-DEC-IDX)
                 ELSE
                    DISPLAY "GIRFRDX4 - BESLISSINGSTABEL VOL - "
                            "OVERIGE BESLISSINGEN GENEGEERD"
                 END-IF
                 PERFORM LEZEN-FRDD
              END-PERFORM
              CLOSE FRDD-FILE
           END-IF
           .
      *
       LEZEN-FRDD.
      *************
           READ FRDD-FILE
              AT END
                 SET WS-FRDD-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-FRDO.
      *************
           READ FRDO-FILE
              AT END
                 SET WS-FRDO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH110: EEN WACHTRIJ-ENTRY AFHANDELEN VOLGENS DE BESLISSING:
      *        BEVESTIGD -> VRIJSTELLINGSBYTE ZETTEN EN HERAANBIEDEN
      *        VIA GIRBETPP; GEBLOKKEERD -> TERUGMELDING AAN DE
      *        FEDERATIE; GEEN (GELDIGE) BESLISSING -> DOORSCHUIVEN
      *        NAAR DE NIEUWE GENERATIE PLUS OUDERDOMSLIJN.
      *----------------------------------------------------------------
       VERWERK-WACHTRIJ-ENTRY.
      *************************
           MOVE FRDO-PPR TO PPR-RECORD
           PERFORM ZOEK-BESLISSING
           EVALUATE TRUE
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-BEVESTIGD
              ADD 1 TO WS-CNT-BEVESTIGD
              PERFORM SCHRIJF-TEGENBOEKING
              PERFORM HERAANBIEDEN-PPR
              PERFORM SCHRIJVEN-ARCHIEF
              MOVE "FRDC" TO WS-PLS-EVENT
              MOVE SPACES TO WS-PLS-DETAIL
              STRING "IBAN BEVESTIGD DOOR "  DELIMITED BY SIZE
                     WS-DEC-KLERK-HOLD       DELIMITED BY SIZE
                                        INTO WS-PLS-DETAIL
              END-STRING
              PERFORM SCHRIJVEN-PLSF
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-GEBLOKKEERD
              ADD 1 TO WS-CNT-GEBLOKKEERD
              PERFORM SCHRIJF-TEGENBOEKING
              PERFORM SCHRIJVEN-TERUGMELDING
              PERFORM SCHRIJVEN-ARCHIEF
              MOVE "FRDB" TO WS-PLS-EVENT
              MOVE SPACES TO WS-PLS-DETAIL
              STRING "GEBLOKKEERD DOOR "     DELIMITED BY SIZE
                     WS-DEC-KLERK-HOLD       DELIMITED BY SIZE
                                        INTO WS-PLS-DETAIL
              END-STRING
              PERFORM SCHRIJVEN-PLSF
           WHEN OTHER
              ADD 1 TO WS-CNT-ONBESLIST
              MOVE FRDO-PPR     TO FRDQ-PPR
              MOVE FRDO-DREMPEL TO FRDQ-DREMPEL
              MOVE FRDO-DATUM   TO FRDQ-DATUM
              WRITE FRDQ-REC
              PERFORM SCHRIJVEN-OUDERDOM
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH110: HERAANBIEDEN MET DE FRAUDEVRIJSTELLING - EEN REEDS
      *        AANWEZIGE BESLAG- OF SCREENINGVRIJSTELLING BLIJFT
      *        BEHOUDEN VIA DE GECOMBINEERDE WAARDEN (ZIE TRBFNCXP).
      *----------------------------------------------------------------
       HERAANBIEDEN-PPR.
      *******************
           EVALUATE TRUE
           WHEN TRBFN-VRIJ-BESLAG AND TRBFN-VRIJ-SCREENING
              MOVE "Y" TO TRBFN-VRIJSTELLING
           WHEN TRBFN-VRIJ-BESLAG
              MOVE "G" TO TRBFN-VRIJSTELLING
           WHEN TRBFN-VRIJ-SCREENING
              MOVE "H" TO TRBFN-VRIJSTELLING
           WHEN TRBFN-VRIJ-FRAUDE
              CONTINUE
           WHEN OTHER
              MOVE "F" TO TRBFN-VRIJSTELLING
           END-EVALUATE
           CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
           SET WS-GIRBET-ACTIEF TO TRUE
           .
      *
       ZOEK-BESLISSING.
      ******************
           MOVE "N"    TO WS-DEC-GEVONDEN-SW
           MOVE SPACES TO WS-DEC-BESLIS-HOLD
           IF WS-DEC-COUNT > ZERO
              SET WS-DEC-IDX TO 1
              SEARCH WS-DEC-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-DEC-KONST  (WS-DEC-IDX) = TRBFN-CONSTANTE
                  AND WS-DEC-VOLGNR (WS-DEC-IDX) = TRBFN-NO-SUITE
                    SET WS-DEC-GEVONDEN TO TRUE
                    MOVE WS-DEC-BESLIS (WS-DEC-IDX)
                                        TO WS-DEC-BESLIS-HOLD
                    MOVE WS-DEC-KLERK (WS-DEC-IDX)
                                        TO WS-DEC-KLERK-HOLD
                    MOVE WS-DEC-DATUM (WS-DEC-IDX)
                                        TO WS-DEC-DATUM-HOLD
                    MOVE WS-DEC-NOTITIE (WS-DEC-IDX)
                                        TO WS-DEC-NOTITIE-HOLD
RVH124              MOVE WS-DEC-INVOERDER (WS-DEC-IDX)
RVH124                                  TO WS-DEC-INVOERDER-HOLD
              END-SEARCH
           END-IF
RVH124*    EEN BESLISSING VAN EEN NIET-GEMACHTIGDE MEDEWERKER GELDT
RVH124*    ALS ONBESTAAND: DE ENTRY SCHUIFT DOOR NAAR DE NIEUWE
RVH124*    GENERATIE EN DE WEIGERING GAAT NAAR AUTR.
RVH124     IF WS-DEC-GEVONDEN
RVH124        MOVE "FRDQ"                TO WS-AUT-WACHTRIJ
RVH124        MOVE WS-DEC-KLERK-HOLD     TO WS-AUT-CONTROLEUR
RVH124        MOVE WS-DEC-INVOERDER-HOLD TO WS-AUT-INVOERDER
RVH124        MOVE TRBFN-MONTANT         TO WS-AUT-BEDRAG
RVH124        MOVE TRBFN-CONSTANTE TO WS-AUT-REFERENTIE (1:10)
RVH124        MOVE TRBFN-NO-SUITE  TO WS-AUT-REFERENTIE (11:4)
RVH124        PERFORM TOETS-AUTORISATIE
RVH124        IF NOT WS-AUT-OK
RVH124           MOVE "N" TO WS-DEC-GEVONDEN-SW
RVH124           PERFORM SCHRIJF-AUT-WEIGERING
RVH124        END-IF
RVH124     END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH110: TERUGMELDING AAN DE FEDERATIE - DE PPR ZOALS ZE WERD
      *        AANGELEVERD, MET DE REDEN.
      *----------------------------------------------------------------
       SCHRIJVEN-TERUGMELDING.
      *************************
           MOVE FRDO-PPR TO FRDF-PPR
           MOVE "FRAUDE - IBAN NIET BEVESTIGD" TO FRDF-DIAG
           WRITE FRDF-REC
           .
      *
       SCHRIJVEN-ARCHIEF.
      ********************
           MOVE FRDO-PPR              TO FRDA-PPR
           MOVE FRDO-DATUM            TO FRDA-DATUM-PARK
           MOVE WS-DEC-BESLIS-HOLD    TO FRDA-BESLIS
           MOVE WS-DEC-KLERK-HOLD     TO FRDA-KLERK
           MOVE WS-DEC-DATUM-HOLD     TO FRDA-DATUM
           MOVE WS-DEC-NOTITIE-HOLD   TO FRDA-NOTITIE
           WRITE FRDA-REC
           .
      *
       SCHRIJVEN-OUDERDOM.
      *********************
           MOVE FRDO-DATUM TO WS-PARKDATUM
           COMPUTE WS-OUDERDOM =
                   (WS-VANDAAG-CCYY - WS-PARK-CCYY) * 360
                 + (WS-VANDAAG-MM - WS-PARK-MM) * 30
                 + (WS-VANDAAG-DD - WS-PARK-DD)
           END-COMPUTE
           IF WS-OUDERDOM < ZERO
              MOVE ZERO TO WS-OUDERDOM
           END-IF
           MOVE SPACES TO FRDR-REC
           MOVE WS-OUDERDOM TO WS-OUDERDOM-ED
           STRING "ONBESLIST KONST="      DELIMITED BY SIZE
                  TRBFN-CONSTANTE         DELIMITED BY SIZE
                  " VOLGNR="              DELIMITED BY SIZE
                  TRBFN-NO-SUITE          DELIMITED BY SIZE
                  " RNR="                 DELIMITED BY SIZE
                  TRBFN-RNR               DELIMITED BY SIZE
                  " OUDERDOM="            DELIMITED BY SIZE
                  WS-OUDERDOM-ED          DELIMITED BY SIZE
                  " DAGEN"                DELIMITED BY SIZE
                                     INTO FRDR-REC
           END-STRING
           WRITE FRDR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH110: TEGENBOEKING VAN DE PARKEER-ACCRUAL (SOORT "T",
      *        BEDRAG NEGATIEF), ZOALS GIRCPLX4 VOOR SOORT "C".
      *----------------------------------------------------------------
       SCHRIJF-TEGENBOEKING.
      ***********************
           MOVE TRBFN-RNR            TO GLPT-RNR
           MOVE TRBFN-CODE-LIBEL     TO GLPT-LIBEL
           MOVE TRBFN-CONSTANTE      TO GLPT-KONST
           MOVE TRBFN-NO-SUITE       TO GLPT-VOLGNR
           MOVE TRBFN-DEST           TO GLPT-FEDERATIE
           COMPUTE GLPT-BEDRAG = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE TRBFN-MONTANT-DV     TO GLPT-BEDRAG-DV
           MOVE WS-VANDAAG           TO GLPT-DATINB
           MOVE ZERO                 TO GLPT-RUNSEQ
           MOVE SPACES               TO GLPT-OGM
           MOVE "T"                  TO GLPT-SOORT
           MOVE SPACE                TO GLPT-VERSCHOVEN
           WRITE GLPT-REC
           .
      *
      *----------------------------------------------------------------
      *RVH110: LEVENSLOOP-GEBEURTENIS PER BESLISSING (ZOALS GIRNALX4).
      *----------------------------------------------------------------
       SCHRIJVEN-PLSF.
      *****************
           ACCEPT WS-PLS-TIJD FROM TIME
           MOVE TRBFN-CONSTANTE    TO PLSF-KONST
           MOVE TRBFN-NO-SUITE     TO PLSF-VOLGNR
           MOVE WS-VANDAAG         TO PLSF-DATUM
           MOVE WS-PLS-TIJD        TO PLSF-TIJD
           MOVE "GIRFRDX4"         TO PLSF-PROGRAMMA
           MOVE WS-PLS-EVENT       TO PLSF-EVENT
           MOVE WS-PLS-DETAIL      TO PLSF-DETAIL
           WRITE PLSF-REC
           .
      *
      *----------------------------------------------------------------
      *RVH124: HET AUTORISATIEREGISTER VOLLEDIG INLEZEN. ONTBREEKT HET,
      *        DAN IS NIEMAND GEMACHTIGD: ELKE BESLISSING WORDT
      *        GEWEIGERD EN BLIJFT ONBESLIST.
      *----------------------------------------------------------------
RVH124 LADEN-AUTORISATIES.
RVH124*********************
RVH124     OPEN INPUT AUTQ-FILE
RVH124     IF WS-AUTQ-STATUS = "00"
RVH124        PERFORM LEZEN-AUTQ
RVH124        PERFORM WITH TEST BEFORE UNTIL WS-AUTQ-EOF
RVH124           IF WS-AUT-COUNT < 500
RVH124              ADD 1 TO WS-AUT-COUNT
RVH124              SET WS-AUT-IDX TO WS-AUT-COUNT
RVH124              MOVE AUTQ-REC TO WS-AUT-ENTRY (WS-AUT-IDX)
RVH124           ELSE
RVH124              DISPLAY "GIRFRDX4 - AUTORISATIETABEL VOL - "
RVH124                      "OVERIGE GEBRUIKERS GENEGEERD"
RVH124           END-IF
RVH124           PERFORM LEZEN-AUTQ
RVH124        END-PERFORM
RVH124        CLOSE AUTQ-FILE
RVH124     ELSE
RVH124        DISPLAY "GIRFRDX4 - AUTORISATIEREGISTER ONTBREEKT - "
RVH124                "ALLE BESLISSINGEN WORDEN GEWEIGERD"
RVH124     END-IF
RVH124     .
RVH124*
RVH124 LEZEN-AUTQ.
RVH124*************
RVH124     READ AUTQ-FILE
RVH124        AT END
RVH124           SET WS-AUTQ-EOF TO TRUE
RVH124     END-READ
RVH124     .
      *
      *----------------------------------------------------------------
      *RVH124: EEN BESLISSING TOETSEN AAN HET AUTORISATIEREGISTER -
      *        INVOER WS-AUT-WACHTRIJ, -CONTROLEUR, -INVOERDER EN
      *        -BEDRAG. DE INVOERDER EN DE CONTROLEUR MOETEN TWEE
      *        VERSCHILLENDE PERSONEN ZIJN; DE CONTROLEUR MOET OP
      *        DE DATUM VAN DE RUN GEMACHTIGD ZIJN VOOR DE WACHTRIJ
      *        EN HET (ABSOLUTE) BEDRAG. BIJ WEIGERING STAAT DE
      *        REDEN IN WS-AUT-REDEN.
      *----------------------------------------------------------------
RVH124 TOETS-AUTORISATIE.
RVH124********************
RVH124     MOVE "N"    TO WS-AUT-OK-SW
RVH124     MOVE "N"    TO WS-AUT-GEVONDEN-SW
RVH124     MOVE "N"    TO WS-AUT-RIJ-SW
RVH124     MOVE SPACES TO WS-AUT-REDEN
RVH124     IF WS-AUT-BEDRAG < ZERO
RVH124        COMPUTE WS-AUT-BEDRAG = ZERO - WS-AUT-BEDRAG
RVH124        END-COMPUTE
RVH124     END-IF
RVH124     IF WS-AUT-CONTROLEUR NOT = SPACES AND WS-AUT-COUNT > ZERO
RVH124        SET WS-AUT-IDX TO 1
RVH124        SEARCH WS-AUT-ENTRY
RVH124           AT END
RVH124              CONTINUE
RVH124           WHEN WS-AUT-GEBRUIKER (WS-AUT-IDX) = WS-AUT-CONTROLEUR
RVH124              SET WS-AUT-GEVONDEN TO TRUE
RVH124        END-SEARCH
RVH124     END-IF
RVH124     IF WS-AUT-GEVONDEN
RVH124        PERFORM VARYING WS-AUT-SUB FROM 1 BY 1
RVH124                UNTIL WS-AUT-SUB > 8 OR WS-AUT-RIJ-OK
RVH124           IF WS-AUT-RIJ (WS-AUT-IDX WS-AUT-SUB)
RVH124                                = WS-AUT-WACHTRIJ OR = "****"
RVH124              SET WS-AUT-RIJ-OK TO TRUE
RVH124           END-IF
RVH124        END-PERFORM
RVH124     END-IF
RVH124     EVALUATE TRUE
RVH124     WHEN WS-AUT-CONTROLEUR = SPACES
RVH124        MOVE "GEEN CONTROLEUR OPGEGEVEN" TO WS-AUT-REDEN
RVH124     WHEN WS-AUT-INVOERDER = SPACES
RVH124        MOVE "GEEN INVOERDER OPGEGEVEN" TO WS-AUT-REDEN
RVH124     WHEN WS-AUT-INVOERDER = WS-AUT-CONTROLEUR
RVH124        MOVE "INVOERDER EN CONTROLEUR ZIJN DEZELFDE"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN NOT WS-AUT-GEVONDEN
RVH124        MOVE "CONTROLEUR NIET IN HET AUTORISATIEREGISTER"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN WS-AUT-BEGINDATUM (WS-AUT-IDX) > WS-VANDAAG
RVH124       OR (WS-AUT-EINDDATUM (WS-AUT-IDX) NOT = ZERO
RVH124      AND WS-AUT-EINDDATUM (WS-AUT-IDX) < WS-VANDAAG)
RVH124        MOVE "MACHTIGING NIET GELDIG OP DEZE DATUM"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN NOT WS-AUT-MAG-BESLISSEN (WS-AUT-IDX)
RVH124        MOVE "ROL GEEFT GEEN BESLISSINGSRECHT" TO WS-AUT-REDEN
RVH124     WHEN NOT WS-AUT-RIJ-OK
RVH124        MOVE "WACHTRIJ NIET TOEGELATEN VOOR CONTROLEUR"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN WS-AUT-BEDRAG > WS-AUT-MAXBEDRAG (WS-AUT-IDX)
RVH124        MOVE "BEDRAG BOVEN HET MAXIMUM VAN DE CONTROLEUR"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN OTHER
RVH124        SET WS-AUT-OK TO TRUE
RVH124     END-EVALUATE
RVH124     .
      *
      *----------------------------------------------------------------
      *RVH124: GEWEIGERDE BESLISSING OP HET RAPPORT VAN DE
      *        AUTORISATIEWEIGERINGEN (AUTR) - HET BESTAND WORDT PAS
      *        BIJ DE EERSTE WEIGERING GEOPEND EN AANGEVULD.
      *----------------------------------------------------------------
RVH124 SCHRIJF-AUT-WEIGERING.
RVH124************************
RVH124     IF NOT AUTR-OPEN
RVH124        OPEN EXTEND AUTR-FILE
RVH124        IF WS-AUTR-STATUS = "05" OR = "35"
RVH124           CLOSE AUTR-FILE
RVH124           OPEN OUTPUT AUTR-FILE
RVH124        END-IF
RVH124        IF WS-AUTR-STATUS NOT = "00"
RVH124           DISPLAY "GIRFRDX4 - ERREUR OPEN AUTR STATUS = "
RVH124                   WS-AUTR-STATUS
RVH124           STOP RUN
RVH124        END-IF
RVH124        SET AUTR-OPEN TO TRUE
RVH124     END-IF
RVH124     ADD 1 TO WS-CNT-AUT-GEWEIGERD
RVH124     MOVE SPACES            TO AUTR-REC
RVH124     MOVE "GIRFRDX4"        TO AUTR-PROGRAMMA
RVH124     MOVE WS-AUT-WACHTRIJ   TO AUTR-WACHTRIJ
RVH124     MOVE WS-VANDAAG        TO AUTR-DATUM
RVH124     MOVE WS-AUT-REFERENTIE TO AUTR-REFERENTIE
RVH124     MOVE WS-AUT-CONTROLEUR TO AUTR-CONTROLEUR
RVH124     MOVE WS-AUT-INVOERDER  TO AUTR-INVOERDER
RVH124     MOVE WS-AUT-BEDRAG     TO AUTR-BEDRAG
RVH124     MOVE WS-AUT-REDEN      TO AUTR-REDEN
RVH124     WRITE AUTR-REC
RVH124     .
      *
       FIN-FRAUDE.
      *************
           IF WS-GIRBET-ACTIEF
              CALL "GIRBETFN" USING WS-USAREA1
           END-IF
           CLOSE FRDO-FILE FRDQ-FILE FRDF-FILE FRDA-FILE FRDR-FILE
                 GLPT-FILE PLSF-FILE
RVH124     IF AUTR-OPEN
RVH124        CLOSE AUTR-FILE
RVH124     END-IF
           MOVE WS-CNT-BEVESTIGD TO WS-DISPLAY-CNT
           DISPLAY "GIRFRDX4 - AANTAL BEVESTIGD    : " WS-DISPLAY-CNT
           MOVE WS-CNT-GEBLOKKEERD TO WS-DISPLAY-CNT
           DISPLAY "GIRFRDX4 - AANTAL GEBLOKKEERD  : " WS-DISPLAY-CNT
           MOVE WS-CNT-ONBESLIST TO WS-DISPLAY-CNT
           DISPLAY "GIRFRDX4 - AANTAL ONBESLIST    : " WS-DISPLAY-CNT
RVH124     MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
RVH124     DISPLAY "GIRFRDX4 - AUT. GEWEIGERD      : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRFRDX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRFRDX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRFRDX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

      ******************************************************************
      **  GIRLVBX4 : REGISTRATIE LEVENSBEWIJZEN EN VRIJGAVE VAN DE     *
      **  --------   LEVENSBEWIJSWACHTRIJ (LVWQ)                       *
      **                                                               *
      **  - WERKT HET LEVENSBEWIJSREGISTER (LVBQ, ZIE RVH138 IN        *
      **    TRBFNCX4) BIJ MET DE DOOR DE DIENST BETALINGEN ONTVANGEN   *
      **    LEVENSBEWIJZEN (LVBI): PER RIJKSNUMMER WORDT DE DATUM VAN  *
      **    HET LAATST ONTVANGEN LEVENSBEWIJS VASTGELEGD. EEN NOG      *
      **    ONBEKEND RIJKSNUMMER WORDT AAN HET REGISTER TOEGEVOEGD.    *
      **  - LEEST DAARNA DE VORIGE GENERATIE VAN DE LEVENSBEWIJS-      *
      **    WACHTRIJ (LVWQ): STAAT ER VOOR HET LID GEEN OPENSTAANDE    *
      **    AANVRAAG MEER IN HET REGISTER, DAN WORDT DE PPR OPNIEUW    *
      **    AANGEBODEN VIA GIRBETPP; ZONIET SCHUIFT ZE DOOR NAAR DE    *
      **    NIEUWE GENERATIE EN KOMT ZE OP DE OUDERDOMSLIJST.          *
      **  - DE WACHTRIJ DRAAGT GEEN PARKEERACCRUAL (ZELFDE OPZET ALS   *
      **    NALQ): ER IS GEEN TEGENBOEKING.                            *
      **  - DE JAARLIJKSE AANVRAGEN ZELF MAAKT GIRLVAX4.               *
      **  - ELK LEVENSBEWIJS WORDT GETOETST AAN HET AUTORISATIE-       *
      **    REGISTER (AUTQ): DE MEDEWERKER MOET GEMACHTIGD ZIJN VOOR   *
      **    LVBQ EN MAG NIET DEZELFDE ZIJN ALS DE INVOERDER. EEN       *
      **    GEWEIGERD LEVENSBEWIJS WORDT NIET GEREGISTREERD MAAR       *
      **    GEMELD OP HET WEIGERINGSRAPPORT (AUTR).                    *
      **                                                               *
      ******************************************************************
      *RVH138: NIEUW PROGRAMMA - REGISTRATIE VAN DE LEVENSBEWIJZEN EN
      *        VRIJGAVE VAN DE LEVENSBEWIJSWACHTRIJ.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRLVBX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH138*
RVH138* RVH138 15/10/2026
RVH138*     NIEUW PROGRAMMA : REGISTRATIE VAN DE ONTVANGEN LEVENS-
RVH138*     BEWIJZEN IN LVBQ EN HERAANBIEDING VAN DE GEPARKEERDE
RVH138*     PPR'S ZODRA HET LEVENSBEWIJS GEREGISTREERD IS, MET
RVH138*     OUDERDOMSLIJST, PLSQ-UITVOER EN KETENBEWAKING.
RVH138*     ELK LEVENSBEWIJS GETOETST AAN HET AUTORISATIEREGISTER
RVH138*     AUTQ EN AAN DE SCHEIDING INVOERDER/MEDEWERKER;
RVH138*     WEIGERINGEN NAAR AUTR.
RVH138*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH138: VORIGE GENERATIE VAN HET LEVENSBEWIJSREGISTER - BIJ DE
      *        EERSTE RUN BESTAAT ER NOG GEEN.
      *----------------------------------------------------------------
           SELECT LVBO-FILE ASSIGN TO LVBO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVBO-STATUS.
      *----------------------------------------------------------------
      *RVH138: DE ONTVANGEN LEVENSBEWIJZEN VAN DE DAG, INGEBRACHT
      *        DOOR DE DIENST BETALINGEN.
      *----------------------------------------------------------------
           SELECT LVBI-FILE ASSIGN TO LVBI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVBI-STATUS.
      *----------------------------------------------------------------
      *RVH138: NIEUWE GENERATIE VAN HET LEVENSBEWIJSREGISTER (ZELFDE
      *        INDELING ALS LVBQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT LVBQ-FILE ASSIGN TO LVBQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVBQ-STATUS.
      *----------------------------------------------------------------
      *RVH138: VORIGE GENERATIE VAN DE WACHTRIJ - DE JCL ALLOCEERT DE
      *        DOOR DE VORIGE RUN GESCHREVEN LVWQ ALS LVWO.
      *----------------------------------------------------------------
           SELECT LVWO-FILE ASSIGN TO LVWO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVWO-STATUS.
      *----------------------------------------------------------------
      *RVH138: NIEUWE LVWQ-GENERATIE MET DE NOG GEPARKEERDE REKORDS
      *        (ZELFDE INDELING ALS LVWQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT LVWQ-FILE ASSIGN TO LVWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVWQ-STATUS.
      *----------------------------------------------------------------
      *RVH138: REGISTRATIELIJST EN OUDERDOMSLIJST VAN DE NOG
      *        GEPARKEERDE BETALINGEN.
      *----------------------------------------------------------------
           SELECT LVBR-FILE ASSIGN TO LVBR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVBR-STATUS.
      *----------------------------------------------------------------
      *RVH138: LEVENSLOOP-GEBEURTENISSEN IN DE PLSQ-INDELING - DE JCL
      *        VOEGT ZE BIJ DE STATUSMASTER DIE GIRPLSX4 BEVRAAGT.
      *----------------------------------------------------------------
           SELECT LVBL-FILE ASSIGN TO LVBL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-LVBL-STATUS.
      *----------------------------------------------------------------
      *RVH138: AUTORISATIEREGISTER (AUTQ, ONDERHOUDEN VIA GIRREGX4) EN
      *        HET GEDEELDE RAPPORT VAN DE AUTORISATIEWEIGERINGEN
      *        (AUTR).
      *----------------------------------------------------------------
           SELECT AUTQ-FILE ASSIGN TO AUTQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUTQ-STATUS.
           SELECT AUTR-FILE ASSIGN TO AUTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUTR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
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
       FD  LVBI-FILE
           RECORDING MODE IS F.
       01  LVBI-REC.
           05  LVBI-RNR                 PIC X(13).
           05  LVBI-DATUM               PIC 9(08).
           05  LVBI-KLERK               PIC X(08).
           05  LVBI-INVOERDER           PIC X(08).
           05  FILLER                   PIC X(03).
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
       FD  LVWO-FILE
           RECORDING MODE IS F.
       01  LVWO-REC.
           05  LVWO-PPR                 PIC X(186).
           05  LVWO-AANGEVRAAGD         PIC 9(08).
           05  LVWO-DATUM               PIC 9(08).
       FD  LVWQ-FILE
           RECORDING MODE IS F.
       01  LVWQ-REC.
           05  LVWQ-PPR                 PIC X(186).
           05  LVWQ-AANGEVRAAGD         PIC 9(08).
           05  LVWQ-DATUM               PIC 9(08).
       FD  LVBR-FILE
           RECORDING MODE IS F.
       01  LVBR-REC                     PIC X(80).
       FD  LVBL-FILE
           RECORDING MODE IS F.
       01  LVBL-REC.
           05  LVBL-KONST               PIC 9(10).
           05  LVBL-VOLGNR              PIC 9(04).
           05  LVBL-DATUM               PIC 9(08).
           05  LVBL-TIJD                PIC 9(08).
           05  LVBL-PROGRAMMA           PIC X(08).
           05  LVBL-EVENT               PIC X(04).
           05  LVBL-DETAIL              PIC X(32).
       FD  AUTQ-FILE
           RECORDING MODE IS F.
       01  AUTQ-REC.
           05  AUTQ-GEBRUIKER           PIC X(08).
           05  AUTQ-ROL                 PIC X(01).
           05  AUTQ-WACHTRIJEN          PIC X(32).
           05  AUTQ-MAXBEDRAG           PIC 9(08).
           05  AUTQ-BEGINDATUM          PIC 9(08).
           05  AUTQ-EINDDATUM           PIC 9(08).
       FD  AUTR-FILE
           RECORDING MODE IS F.
       01  AUTR-REC.
           05  AUTR-PROGRAMMA           PIC X(08).
           05  AUTR-WACHTRIJ            PIC X(04).
           05  AUTR-DATUM               PIC 9(08).
           05  AUTR-REFERENTIE          PIC X(14).
           05  AUTR-CONTROLEUR          PIC X(08).
           05  AUTR-INVOERDER           PIC X(08).
           05  AUTR-BEDRAG              PIC S9(09).
           05  AUTR-REDEN               PIC X(40).
           05  FILLER                   PIC X(01).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-LVBO-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVBI-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVBQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVWO-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVWQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVBR-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVBL-STATUS               PIC XX VALUE ZEROES.
       01  WS-LVBO-EOF-SW               PIC X VALUE "N".
           88  WS-LVBO-EOF              VALUE "Y".
       01  WS-LVBI-EOF-SW               PIC X VALUE "N".
           88  WS-LVBI-EOF              VALUE "Y".
       01  WS-LVWO-EOF-SW               PIC X VALUE "N".
           88  WS-LVWO-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH138: HET VOLLEDIGE REGISTER IN HET GEHEUGEN. EEN VOLLE TABEL
      *        IS FATAAL (RC 12): HET REGISTER ZOU ANDERS INGEKORT
      *        WORDEN TERUGGESCHREVEN.
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
       01  WS-LVB-OPEN-SW               PIC X VALUE "N".
           88  WS-LVB-OPEN              VALUE "Y".
       01  WS-ZOEK-RNR                  PIC X(13).
      *----------------------------------------------------------------
      *RVH138: PLAATSVERVANGEND KOPPELGEBIED VOOR DE GIRBETPP/GIRBETFN-
      *        AANROEP, ZOALS IN GIRCPLX4/GIRNALX4.
      *----------------------------------------------------------------
       01  WS-USAREA1                   PIC X(256) VALUE SPACES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *----------------------------------------------------------------
      *RVH138: OUDERDOMSBEREKENING IN HANDELSDAGEN (360/30) T.O.V. DE
      *        PARKEERDATUM (LVWQ-DATUM).
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
       01  WS-CNT-GEREGISTREERD         PIC 9(07) VALUE ZERO.
       01  WS-CNT-NIEUW                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-ONGELDIG              PIC 9(07) VALUE ZERO.
       01  WS-CNT-VRIJGEGEVEN           PIC 9(07) VALUE ZERO.
       01  WS-CNT-GEPARKEERD            PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH138: AUTORISATIETABEL - ZELFDE OPZET ALS IN GIRREVX4. ROL
      *        "B" (BEHANDELAAR) EN "S" (SUPERVISOR) MOGEN BESLISSEN,
      *        "I" (ENKEL INZAGE) NIET. WACHTRIJ "****" STAAT ALLE
      *        WACHTRIJEN TOE; EINDDATUM NUL IS ONBEPAALD.
      *----------------------------------------------------------------
       01  WS-AUTQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-AUTR-STATUS               PIC XX VALUE ZEROES.
       01  WS-AUTQ-EOF-SW               PIC X VALUE "N".
           88  WS-AUTQ-EOF              VALUE "Y".
       01  WS-AUTR-SW                   PIC X VALUE "N".
           88  AUTR-OPEN                VALUE "Y".
       01  WS-AUT-TABLE.
           05  WS-AUT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-AUT-IDX.
               10  WS-AUT-GEBRUIKER     PIC X(08).
               10  WS-AUT-ROL           PIC X(01).
                   88  WS-AUT-MAG-BESLISSEN VALUE "B" "S".
                   88  WS-AUT-SUPERVISOR    VALUE "S".
               10  WS-AUT-RIJ           PIC X(04) OCCURS 8.
               10  WS-AUT-MAXBEDRAG     PIC 9(08).
               10  WS-AUT-BEGINDATUM    PIC 9(08).
               10  WS-AUT-EINDDATUM     PIC 9(08).
       01  WS-AUT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-AUT-SUB                   PIC 9(02).
       01  WS-AUT-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-AUT-GEVONDEN          VALUE "Y".
       01  WS-AUT-RIJ-SW                PIC X VALUE "N".
           88  WS-AUT-RIJ-OK            VALUE "Y".
       01  WS-AUT-OK-SW                 PIC X VALUE "N".
           88  WS-AUT-OK                VALUE "Y".
       01  WS-AUT-WACHTRIJ              PIC X(04).
       01  WS-AUT-CONTROLEUR            PIC X(08).
       01  WS-AUT-INVOERDER             PIC X(08).
       01  WS-AUT-BEDRAG                PIC S9(09).
       01  WS-AUT-REFERENTIE            PIC X(14).
       01  WS-AUT-REDEN                 PIC X(40).
       01  WS-CNT-AUT-GEWEIGERD         PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH138: AANMELDING BIJ DE KETENBEWAKING (GIRKETX4).
      *----------------------------------------------------------------
       01  WS-KET-PARM.
           05  WS-KET-FUNCTIE           PIC X(01).
           05  WS-KET-PROGRAMMA         PIC X(08).
           05  WS-KET-RUNSEQ            PIC 9(02).
           05  WS-KET-RC                PIC 9(04).
           05  WS-KET-ANTWOORD          PIC X(01).
               88  WS-KET-TOEGESTAAN    VALUE "J".
           05  WS-KET-MELDING           PIC X(60).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-LEVENSBEWIJS SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-LEVENSBEWIJS.
      *---------------------------------
           PERFORM KETEN-START
           PERFORM OPEN-LEVENSBEWIJS
           PERFORM LADEN-REGISTER
           PERFORM LADEN-AUTORISATIES
           PERFORM REGISTREREN-LEVENSBEWIJZEN
           PERFORM SCHRIJVEN-REGISTER
           PERFORM LEZEN-LVWO
           PERFORM WITH TEST BEFORE UNTIL WS-LVWO-EOF
              PERFORM VERWERK-WACHTRIJ-ENTRY
              PERFORM LEZEN-LVWO
           END-PERFORM
           PERFORM FIN-LEVENSBEWIJS
           PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-LEVENSBEWIJS.
      ********************
           OPEN INPUT LVWO-FILE
           IF WS-LVWO-STATUS NOT = "00"
              DISPLAY "GIRLVBX4 - ERREUR OPEN LVWO STATUS = "
                      WS-LVWO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT LVBQ-FILE
           IF WS-LVBQ-STATUS NOT = "00"
              DISPLAY "GIRLVBX4 - ERREUR OPEN LVBQ STATUS = "
                      WS-LVBQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT LVWQ-FILE
           IF WS-LVWQ-STATUS NOT = "00"
              DISPLAY "GIRLVBX4 - ERREUR OPEN LVWQ STATUS = "
                      WS-LVWQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT LVBR-FILE
           IF WS-LVBR-STATUS NOT = "00"
              DISPLAY "GIRLVBX4 - ERREUR OPEN LVBR STATUS = "
                      WS-LVBR-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT LVBL-FILE
           IF WS-LVBL-STATUS NOT = "00"
              DISPLAY "GIRLVBX4 - ERREUR OPEN LVBL STATUS = "
                      WS-LVBL-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *----------------------------------------------------------------
      *RVH138: DE VORIGE REGISTERGENERATIE INLEZEN. EEN ONTBREKEND
      *        REGISTER IS GEEN FOUT (EERSTE RUN).
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
      *----------------------------------------------------------------
      *RVH138: EEN PLAATS IN DE REGISTERTABEL TOEKENNEN (WS-LVB-IDX).
      *----------------------------------------------------------------
       NIEUWE-ENTRY.
      ***************
           IF WS-LVB-COUNT < 9999
              ADD 1 TO WS-LVB-COUNT
              SET WS-LVB-IDX TO WS-LVB-COUNT
           ELSE
              DISPLAY "GIRLVBX4 - LEVENSBEWIJSREGISTER VOL - "
                      "MEER DAN 9999 RIJKSNUMMERS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH138: DE ONTVANGEN LEVENSBEWIJZEN VERWERKEN. EEN ONTBREKEND
      *        INVOERBESTAND IS GEEN FOUT - DAN WORDT ENKEL DE
      *        WACHTRIJ OPNIEUW BEKEKEN. EEN DATUM DIE NIET NUMERIEK
      *        IS OF IN DE TOEKOMST LIGT, WORDT GEWEIGERD; EEN OUDER
      *        LEVENSBEWIJS DAN HET GEREGISTREERDE VERANDERT NIETS.
      *----------------------------------------------------------------
       REGISTREREN-LEVENSBEWIJZEN.
      *****************************
           OPEN INPUT LVBI-FILE
           IF WS-LVBI-STATUS = "00"
              PERFORM LEZEN-LVBI
              PERFORM WITH TEST BEFORE UNTIL WS-LVBI-EOF
                 PERFORM TOETS-LEVENSBEWIJS
                 IF WS-AUT-OK
                    PERFORM VERWERK-LEVENSBEWIJS
                 END-IF
                 PERFORM LEZEN-LVBI
              END-PERFORM
              CLOSE LVBI-FILE
           END-IF
           .
      *
       LEZEN-LVBI.
      *************
           READ LVBI-FILE
              AT END
                 SET WS-LVBI-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH138: DE MEDEWERKER DIE HET LEVENSBEWIJS INBRACHT MOET VOOR
      *        LVBQ GEMACHTIGD ZIJN EN MAG NIET DE INVOERDER ZIJN. EEN
      *        GEWEIGERD LEVENSBEWIJS GAAT NAAR AUTR EN OP DE LIJST;
      *        HET REGISTER BLIJFT ONGEWIJZIGD.
      *----------------------------------------------------------------
       TOETS-LEVENSBEWIJS.
      *********************
           MOVE "LVBQ"         TO WS-AUT-WACHTRIJ
           MOVE LVBI-KLERK     TO WS-AUT-CONTROLEUR
           MOVE LVBI-INVOERDER TO WS-AUT-INVOERDER
           MOVE ZERO           TO WS-AUT-BEDRAG
           MOVE LVBI-RNR       TO WS-AUT-REFERENTIE
           PERFORM TOETS-AUTORISATIE
           IF NOT WS-AUT-OK
              PERFORM SCHRIJF-AUT-WEIGERING
              MOVE SPACES TO LVBR-REC
              STRING "GEWEIGERD    RNR="     DELIMITED BY SIZE
                     LVBI-RNR                DELIMITED BY SIZE
                     " DOOR "                DELIMITED BY SIZE
                     LVBI-KLERK              DELIMITED BY SIZE
                     " NIET GEMACHTIGD"      DELIMITED BY SIZE
                                        INTO LVBR-REC
              END-STRING
              WRITE LVBR-REC
           END-IF
           .
      *
       VERWERK-LEVENSBEWIJS.
      ***********************
           MOVE SPACES TO LVBR-REC
           IF LVBI-DATUM NOT NUMERIC
              OR LVBI-DATUM = ZERO
              OR LVBI-DATUM > WS-VANDAAG
              ADD 1 TO WS-CNT-ONGELDIG
              STRING "GEWEIGERD    RNR="     DELIMITED BY SIZE
                     LVBI-RNR                DELIMITED BY SIZE
                     " DATUM="               DELIMITED BY SIZE
                     LVBI-DATUM              DELIMITED BY SIZE
                     " ONGELDIGE DATUM"      DELIMITED BY SIZE
                                        INTO LVBR-REC
              END-STRING
           ELSE
              MOVE LVBI-RNR TO WS-ZOEK-RNR
              PERFORM ZOEK-REGISTER
              IF NOT WS-LVB-GEVONDEN
                 ADD 1 TO WS-CNT-NIEUW
                 PERFORM NIEUWE-ENTRY
                 MOVE LVBI-RNR TO WS-LVB-RNR (WS-LVB-IDX)
                 MOVE ZERO     TO WS-LVB-AANGEVRAAGD (WS-LVB-IDX)
                                  WS-LVB-ONTVANGEN (WS-LVB-IDX)
                                  WS-LVB-TAAL (WS-LVB-IDX)
                 MOVE SPACES   TO WS-LVB-LAND (WS-LVB-IDX)
              END-IF
              IF LVBI-DATUM > WS-LVB-ONTVANGEN (WS-LVB-IDX)
                 MOVE LVBI-DATUM  TO WS-LVB-ONTVANGEN (WS-LVB-IDX)
                 MOVE LVBI-KLERK  TO WS-LVB-KLERK (WS-LVB-IDX)
              END-IF
              ADD 1 TO WS-CNT-GEREGISTREERD
              STRING "GEREGISTREERD RNR="     DELIMITED BY SIZE
                     LVBI-RNR                 DELIMITED BY SIZE
                     " DATUM="                DELIMITED BY SIZE
                     LVBI-DATUM               DELIMITED BY SIZE
                     " DOOR "                 DELIMITED BY SIZE
                     LVBI-KLERK               DELIMITED BY SIZE
                                         INTO LVBR-REC
              END-STRING
           END-IF
           WRITE LVBR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH138: RIJKSNUMMER WS-ZOEK-RNR IN DE REGISTERTABEL ZOEKEN;
      *        OPEN = ER STAAT EEN AANVRAAG UIT DIE NOG NIET DOOR EEN
      *        LEVENSBEWIJS BEANTWOORD IS (ZELFDE REGEL ALS LADEN-
      *        LEVENSBEWIJZEN IN TRBFNCX4).
      *----------------------------------------------------------------
       ZOEK-REGISTER.
      ****************
           MOVE "N" TO WS-LVB-GEVONDEN-SW
                       WS-LVB-OPEN-SW
           IF WS-LVB-COUNT > ZERO
              SET WS-LVB-IDX TO 1
              SEARCH WS-LVB-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-LVB-IDX > WS-LVB-COUNT
                    CONTINUE
                 WHEN WS-LVB-RNR (WS-LVB-IDX) = WS-ZOEK-RNR
                    SET WS-LVB-GEVONDEN TO TRUE
                    IF WS-LVB-AANGEVRAAGD (WS-LVB-IDX)
                     > WS-LVB-ONTVANGEN (WS-LVB-IDX)
                       SET WS-LVB-OPEN TO TRUE
                    END-IF
              END-SEARCH
           END-IF
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
           CLOSE LVBQ-FILE
           .
      *
       LEZEN-LVWO.
      *************
           READ LVWO-FILE
              AT END
                 SET WS-LVWO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH138: EEN WACHTRIJ-ENTRY AFHANDELEN: NOG EEN OPENSTAANDE
      *        AANVRAAG -> DOORSCHUIVEN PLUS OUDERDOMSLIJN; ANDERS
      *        HERAANBIEDEN. TRBFNCX4 PARKEERT DE PPR ZO NODIG GEWOON
      *        OPNIEUW (BV. NA EEN INTUSSEN VERSTUURDE NIEUWE AANVRAAG).
      *----------------------------------------------------------------
       VERWERK-WACHTRIJ-ENTRY.
      *************************
           MOVE LVWO-PPR TO PPR-RECORD
           MOVE TRBFN-RNR TO WS-ZOEK-RNR
           PERFORM ZOEK-REGISTER
           IF WS-LVB-OPEN
              ADD 1 TO WS-CNT-GEPARKEERD
              MOVE LVWO-REC TO LVWQ-REC
              WRITE LVWQ-REC
              PERFORM SCHRIJVEN-OUDERDOM
           ELSE
              ADD 1 TO WS-CNT-VRIJGEGEVEN
              CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
              SET WS-GIRBET-ACTIEF TO TRUE
              MOVE "LVBV" TO WS-PLS-EVENT
              MOVE "LEVENSBEWIJS GEREG. - HERAANBOD"
                                        TO WS-PLS-DETAIL
              PERFORM SCHRIJVEN-LVBL
           END-IF
           .
      *
       SCHRIJVEN-OUDERDOM.
      *********************
           MOVE LVWO-DATUM TO WS-PARKDATUM
           COMPUTE WS-OUDERDOM =
                   (WS-VANDAAG-CCYY - WS-PARK-CCYY) * 360
                 + (WS-VANDAAG-MM - WS-PARK-MM) * 30
                 + (WS-VANDAAG-DD - WS-PARK-DD)
           END-COMPUTE
           IF WS-OUDERDOM < ZERO
              MOVE ZERO TO WS-OUDERDOM
           END-IF
           MOVE SPACES TO LVBR-REC
           MOVE WS-OUDERDOM TO WS-OUDERDOM-ED
           STRING "GEPARKEERD KONST="     DELIMITED BY SIZE
                  TRBFN-CONSTANTE         DELIMITED BY SIZE
                  " VOLGNR="              DELIMITED BY SIZE
                  TRBFN-NO-SUITE          DELIMITED BY SIZE
                  " AANVRAAG="            DELIMITED BY SIZE
                  LVWO-AANGEVRAAGD        DELIMITED BY SIZE
                  " OUDERDOM="            DELIMITED BY SIZE
                  WS-OUDERDOM-ED          DELIMITED BY SIZE
                  " DAGEN"                DELIMITED BY SIZE
                                     INTO LVBR-REC
           END-STRING
           WRITE LVBR-REC
           .
      *
       SCHRIJVEN-LVBL.
      *****************
           ACCEPT WS-PLS-TIJD FROM TIME
           MOVE TRBFN-CONSTANTE    TO LVBL-KONST
           MOVE TRBFN-NO-SUITE     TO LVBL-VOLGNR
           MOVE WS-VANDAAG         TO LVBL-DATUM
           MOVE WS-PLS-TIJD        TO LVBL-TIJD
           MOVE "GIRLVBX4"         TO LVBL-PROGRAMMA
           MOVE WS-PLS-EVENT       TO LVBL-EVENT
           MOVE WS-PLS-DETAIL      TO LVBL-DETAIL
           WRITE LVBL-REC
           .
      *
      *----------------------------------------------------------------
      *RVH138: HET AUTORISATIEREGISTER VOLLEDIG INLEZEN. ONTBREEKT HET,
      *        DAN IS NIEMAND GEMACHTIGD: ELKE BESLISSING WORDT
      *        GEWEIGERD EN BLIJFT ONBESLIST.
      *----------------------------------------------------------------
       LADEN-AUTORISATIES.
      *********************
           OPEN INPUT AUTQ-FILE
           IF WS-AUTQ-STATUS = "00"
              PERFORM LEZEN-AUTQ
              PERFORM WITH TEST BEFORE UNTIL WS-AUTQ-EOF
                 IF WS-AUT-COUNT < 500
                    ADD 1 TO WS-AUT-COUNT
                    SET WS-AUT-IDX TO WS-AUT-COUNT
                    MOVE AUTQ-REC TO WS-AUT-ENTRY (WS-AUT-IDX)
                 ELSE
                    DISPLAY "GIRLVBX4 - AUTORISATIETABEL VOL - "
                            "OVERIGE GEBRUIKERS GENEGEERD"
                 END-IF
                 PERFORM LEZEN-AUTQ
              END-PERFORM
              CLOSE AUTQ-FILE
           ELSE
              DISPLAY "GIRLVBX4 - AUTORISATIEREGISTER ONTBREEKT - "
                      "ALLE BESLISSINGEN WORDEN GEWEIGERD"
           END-IF
           .
      *
       LEZEN-AUTQ.
      *************
           READ AUTQ-FILE
              AT END
                 SET WS-AUTQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH138: EEN BESLISSING TOETSEN AAN HET AUTORISATIEREGISTER -
      *        INVOER WS-AUT-WACHTRIJ, -CONTROLEUR, -INVOERDER EN
      *        -BEDRAG. DE INVOERDER EN DE CONTROLEUR MOETEN TWEE
      *        VERSCHILLENDE PERSONEN ZIJN; DE CONTROLEUR MOET OP
      *        DE DATUM VAN DE RUN GEMACHTIGD ZIJN VOOR DE WACHTRIJ
      *        EN HET (ABSOLUTE) BEDRAG. BIJ WEIGERING STAAT DE
      *        REDEN IN WS-AUT-REDEN.
      *----------------------------------------------------------------
       TOETS-AUTORISATIE.
      ********************
           MOVE "N"    TO WS-AUT-OK-SW
           MOVE "N"    TO WS-AUT-GEVONDEN-SW
           MOVE "N"    TO WS-AUT-RIJ-SW
           MOVE SPACES TO WS-AUT-REDEN
           IF WS-AUT-BEDRAG < ZERO
              COMPUTE WS-AUT-BEDRAG = ZERO - WS-AUT-BEDRAG
              END-COMPUTE
           END-IF
           IF WS-AUT-CONTROLEUR NOT = SPACES AND WS-AUT-COUNT > ZERO
              SET WS-AUT-IDX TO 1
              SEARCH WS-AUT-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-AUT-GEBRUIKER (WS-AUT-IDX) = WS-AUT-CONTROLEUR
                    SET WS-AUT-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           IF WS-AUT-GEVONDEN
              PERFORM VARYING WS-AUT-SUB FROM 1 BY 1
                      UNTIL WS-AUT-SUB > 8 OR WS-AUT-RIJ-OK
                 IF WS-AUT-RIJ (WS-AUT-IDX WS-AUT-SUB)
                                      = WS-AUT-WACHTRIJ OR = "****"
                    SET WS-AUT-RIJ-OK TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
           WHEN WS-AUT-CONTROLEUR = SPACES
              MOVE "GEEN CONTROLEUR OPGEGEVEN" TO WS-AUT-REDEN
           WHEN WS-AUT-INVOERDER = SPACES
              MOVE "GEEN INVOERDER OPGEGEVEN" TO WS-AUT-REDEN
           WHEN WS-AUT-INVOERDER = WS-AUT-CONTROLEUR
              MOVE "INVOERDER EN CONTROLEUR ZIJN DEZELFDE"
                                     TO WS-AUT-REDEN
           WHEN NOT WS-AUT-GEVONDEN
              MOVE "CONTROLEUR NIET IN HET AUTORISATIEREGISTER"
                                     TO WS-AUT-REDEN
           WHEN WS-AUT-BEGINDATUM (WS-AUT-IDX) > WS-VANDAAG
             OR (WS-AUT-EINDDATUM (WS-AUT-IDX) NOT = ZERO
            AND WS-AUT-EINDDATUM (WS-AUT-IDX) < WS-VANDAAG)
              MOVE "MACHTIGING NIET GELDIG OP DEZE DATUM"
                                     TO WS-AUT-REDEN
           WHEN NOT WS-AUT-MAG-BESLISSEN (WS-AUT-IDX)
              MOVE "ROL GEEFT GEEN BESLISSINGSRECHT" TO WS-AUT-REDEN
           WHEN NOT WS-AUT-RIJ-OK
              MOVE "WACHTRIJ NIET TOEGELATEN VOOR CONTROLEUR"
                                     TO WS-AUT-REDEN
           WHEN WS-AUT-BEDRAG > WS-AUT-MAXBEDRAG (WS-AUT-IDX)
              MOVE "BEDRAG BOVEN HET MAXIMUM VAN DE CONTROLEUR"
                                     TO WS-AUT-REDEN
           WHEN OTHER
              SET WS-AUT-OK TO TRUE
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH138: GEWEIGERDE BESLISSING OP HET RAPPORT VAN DE
      *        AUTORISATIEWEIGERINGEN (AUTR) - HET BESTAND WORDT PAS
      *        BIJ DE EERSTE WEIGERING GEOPEND EN AANGEVULD.
      *----------------------------------------------------------------
       SCHRIJF-AUT-WEIGERING.
      ************************
           IF NOT AUTR-OPEN
              OPEN EXTEND AUTR-FILE
              IF WS-AUTR-STATUS = "05" OR = "35"
                 CLOSE AUTR-FILE
                 OPEN OUTPUT AUTR-FILE
              END-IF
              IF WS-AUTR-STATUS NOT = "00"
                 DISPLAY "GIRLVBX4 - ERREUR OPEN AUTR STATUS = "
                         WS-AUTR-STATUS
                 STOP RUN
              END-IF
              SET AUTR-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-CNT-AUT-GEWEIGERD
           MOVE SPACES            TO AUTR-REC
           MOVE "GIRLVBX4"        TO AUTR-PROGRAMMA
           MOVE WS-AUT-WACHTRIJ   TO AUTR-WACHTRIJ
           MOVE WS-VANDAAG        TO AUTR-DATUM
           MOVE WS-AUT-REFERENTIE TO AUTR-REFERENTIE
           MOVE WS-AUT-CONTROLEUR TO AUTR-CONTROLEUR
           MOVE WS-AUT-INVOERDER  TO AUTR-INVOERDER
           MOVE WS-AUT-BEDRAG     TO AUTR-BEDRAG
           MOVE WS-AUT-REDEN      TO AUTR-REDEN
           WRITE AUTR-REC
           .
      *
       FIN-LEVENSBEWIJS.
      *******************
           IF WS-GIRBET-ACTIEF
              CALL "GIRBETFN" USING WS-USAREA1
           END-IF
           CLOSE LVWO-FILE LVWQ-FILE LVBR-FILE LVBL-FILE
           IF AUTR-OPEN
              CLOSE AUTR-FILE
           END-IF
           MOVE WS-CNT-GEREGISTREERD TO WS-DISPLAY-CNT
           DISPLAY "GIRLVBX4 - LEVENSBEWIJZEN GEREG.: " WS-DISPLAY-CNT
           MOVE WS-CNT-NIEUW TO WS-DISPLAY-CNT
           DISPLAY "GIRLVBX4 - WAARVAN NIEUW IN LVBQ: " WS-DISPLAY-CNT
           MOVE WS-CNT-ONGELDIG TO WS-DISPLAY-CNT
           DISPLAY "GIRLVBX4 - GEWEIGERD (DATUM)    : " WS-DISPLAY-CNT
           MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
           DISPLAY "GIRLVBX4 - GEWEIGERD (AUT.)     : " WS-DISPLAY-CNT
           MOVE WS-CNT-VRIJGEGEVEN TO WS-DISPLAY-CNT
           DISPLAY "GIRLVBX4 - AANTAL VRIJGEGEVEN   : " WS-DISPLAY-CNT
           MOVE WS-CNT-GEPARKEERD TO WS-DISPLAY-CNT
           DISPLAY "GIRLVBX4 - AANTAL NOG GEPARKEERD: " WS-DISPLAY-CNT
           .
      *
      *----------------------------------------------------------------
      *RVH138: KETENBEWAKING - DE START WORDT GEWEIGERD ZOLANG DE
      *        VOORGAANDE STAPPEN VAN DE WERKDAG NIET AFGEWERKT ZIJN
      *        OF ALS EEN VOLGENDE STAP AL GESTART IS (ZIE GIRKETX4).
      *        BIJ HET EINDE WORDT DE STAP MET DE RETURN-CODE
      *        AFGEMELD; DE CALL LAAT DE RETURN-CODE ONGEWIJZIGD.
      *----------------------------------------------------------------
       KETEN-START.
      **************
           MOVE "S"        TO WS-KET-FUNCTIE
           MOVE "GIRLVBX4" TO WS-KET-PROGRAMMA
           MOVE ZERO       TO WS-KET-RUNSEQ
                              WS-KET-RC
           CALL "GIRKETX4" USING WS-KET-PARM
           IF NOT WS-KET-TOEGESTAAN
              DISPLAY "GIRLVBX4 - KETEN: " WS-KET-MELDING
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .
      *
       KETEN-EINDE.
      **************
           MOVE "E"         TO WS-KET-FUNCTIE
           MOVE RETURN-CODE TO WS-KET-RC
           CALL "GIRKETX4" USING WS-KET-PARM
           MOVE WS-KET-RC   TO RETURN-CODE
           IF NOT WS-KET-TOEGESTAAN
              DISPLAY "GIRLVBX4 - KETEN: " WS-KET-MELDING
           END-IF
           .

      ******************************************************************
      **  GIRSCOX4 : MAANDELIJKSE SCOREKAART GEGEVENSKWALITEIT PER     *
      **  --------   FEDERATIE                                         *
      **                                                               *
      **  - HET RESULTATENBESTAND VAN EEN RUN TOONT GEEN PATROON: DE   *
      **    ZELFDE IBAN-, TAALKODE- EN LIBELLEFOUTEN KOMEN BIJ SOMMIGE *
      **    FEDERATIES ELKE MAAND TERUG. DIT PROGRAMMA BOUWT PER       *
      **    FEDERATIE EEN SCOREKAART VOOR EEN MAAND (SCOP) UIT DE      *
      **    DOOR DE JCL GECONCATENEERDE GENERATIES VAN DIE MAAND:      *
      **      . RSLX - DE RSLQ-RESULTATEN (ALLE AANGEBODEN PPR'S DIE   *
      **        GIRBETPP BEREIKTEN),                                   *
      **      . REJX - HET REJQ-ARCHIEF (VERWERPINGEN VAN GIRBETPP     *
      **        MET HUN DIAGNOSE),                                     *
      **      . PPEX - DE EDITIEVERWERPINGEN VAN GIREDTX4 (PPRE),      *
      **      . CORX - HET CORRECTIEARCHIEF VAN GIRCRRX4 (CORA).       *
      **  - PER FEDERATIE: HET VERWERPINGSPERCENTAGE PER CATEGORIE     *
      **    (IBAN, TAALKODE, LIBELLE, DUBBEL, VOOREDITIE, OVERIG), DE  *
      **    GEMIDDELDE DOORLOOPTIJD TOT DE CORRECTIE, DE HERHAALDE     *
      **    VERWERPINGEN PER RIJKSNUMMER (MEER DAN EEN KEER DEZE MAAND *
      **    OF OOK VORIGE MAAND, SCVO) EN HET VERLOOP TEGEN DE ZES     *
      **    VOORGAANDE MAANDEN (HISTORIEK SCHO/SCHN) - TELKENS MET     *
      **    HET NATIONAAL GEMIDDELDE ALS MAATSTAF.                     *
      **  - DE SCOREKAART VERTREKT ALS "500025"-REKORDS LANGS HET      *
      **    REMOTE-PRINT-MECHANISME NAAR DE BESTEMMING VAN DE          *
      **    FEDERATIE (DE CONTACTPERSOON VAN DE FEDERATIE); HET        *
      **    NATIONAAL OVERZICHT (SCOR) BLIJFT INTERN.                  *
      **                                                               *
      ******************************************************************
      *RVH134: NIEUW PROGRAMMA - MAANDELIJKSE SCOREKAART GEGEVENS-
      *        KWALITEIT PER FEDERATIE.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRSCOX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH134*
RVH134* RVH134 15/10/2026
RVH134*     NIEUW PROGRAMMA : SCOREKAART 500025 PER FEDERATIE MET
RVH134*     VERWERPINGSPERCENTAGE PER CATEGORIE, DOORLOOPTIJD TOT
RVH134*     CORRECTIE, HERHAALDE VERWERPINGEN EN VERLOOP OVER ZES
RVH134*     MAANDEN TEGEN HET NATIONAAL GEMIDDELDE.
RVH134*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH134: PARAMETER - DE MAAND (EEJJMM). ZONDER PARAMETER DE
      *        VORIGE KALENDERMAAND.
      *----------------------------------------------------------------
           SELECT SCOP-FILE ASSIGN TO SCOP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCOP-STATUS.
      *----------------------------------------------------------------
      *RVH134: DE GENERATIES VAN DE MAAND: RSLQ (RVH061), REJQ
      *        (RVH028), PPRE (GIREDTX4) EN CORA (GIRCRRX4).
      *----------------------------------------------------------------
           SELECT RSLX-FILE ASSIGN TO RSLX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RSLX-STATUS.
           SELECT REJX-FILE ASSIGN TO REJX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-REJX-STATUS.
           SELECT PPEX-FILE ASSIGN TO PPEX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PPEX-STATUS.
           SELECT CORX-FILE ASSIGN TO CORX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CORX-STATUS.
      *----------------------------------------------------------------
      *RVH134: HISTORIEK VAN DE SCOREKAART - EEN REKORD PER MAAND EN
      *        FEDERATIE; DE NIEUWE GENERATIE BEWAART DE VIJF VORIGE
      *        MAANDEN EN DEZE MAAND.
      *----------------------------------------------------------------
           SELECT SCHO-FILE ASSIGN TO SCHO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCHO-STATUS.
           SELECT SCHN-FILE ASSIGN TO SCHN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCHN-STATUS.
      *----------------------------------------------------------------
      *RVH134: DE VERWORPEN RIJKSNUMMERS VAN DE VORIGE MAAND (SCVO) EN
      *        VAN DEZE MAAND (SCVN, DE SCVO VAN VOLGENDE MAAND).
      *----------------------------------------------------------------
           SELECT SCVO-FILE ASSIGN TO SCVO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCVO-STATUS.
           SELECT SCVN-FILE ASSIGN TO SCVN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCVN-STATUS.
      *----------------------------------------------------------------
      *RVH134: SCOREKAARTDOCUMENTEN ("500025") VOOR DE REMOTE-PRINT-
      *        LADER EN HET NATIONAAL OVERZICHT.
      *----------------------------------------------------------------
           SELECT SCOQ-FILE ASSIGN TO SCOQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCOQ-STATUS.
           SELECT SCOR-FILE ASSIGN TO SCOR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCOR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  SCOP-FILE
           RECORDING MODE IS F.
       01  SCOP-REC.
           05  SCOP-MAAND               PIC 9(06).
       FD  RSLX-FILE
           RECORDING MODE IS F.
       01  RSLX-REC.
           05  RSLX-DEST                PIC 9(03).
           05  RSLX-RNR                 PIC X(13).
           05  RSLX-KONST               PIC 9(10).
           05  RSLX-VOLGNR              PIC 9(04).
           05  RSLX-STATUS              PIC X(01).
           05  RSLX-DIAG                PIC X(32).
           05  RSLX-BEDRAG              PIC S9(08).
           05  RSLX-BEDRAG-DV           PIC X(01).
           05  RSLX-IBAN                PIC X(34).
           05  RSLX-RUNSEQ              PIC 9(02).
       FD  REJX-FILE
           RECORDING MODE IS F.
       01  REJX-REC.
           05  REJX-PPR                 PIC X(186).
           05  REJX-DIAG                PIC X(32).
       FD  PPEX-FILE
           RECORDING MODE IS F.
       01  PPEX-REC.
           05  PPEX-PPR                 PIC X(186).
           05  PPEX-CODE                PIC X(04).
           05  PPEX-TEKST               PIC X(30).
       FD  CORX-FILE
           RECORDING MODE IS F.
       01  CORX-REC.
           05  CORX-KONST               PIC 9(10).
           05  CORX-VOLGNR              PIC 9(04).
           05  CORX-VELD                PIC X(08).
           05  CORX-VOOR                PIC X(34).
           05  CORX-NA                  PIC X(34).
           05  CORX-CORRECTOR           PIC X(08).
           05  CORX-DATUM               PIC 9(08).
           05  CORX-RESULTAAT           PIC X(30).
           05  CORX-FEDERATIE           PIC 9(03).
           05  CORX-DATMEMO             PIC 9(08).
           05  CORX-DIAG                PIC X(32).
       FD  SCHO-FILE
           RECORDING MODE IS F.
       01  SCHO-REC.
           05  SCHO-MAAND               PIC 9(06).
           05  SCHO-FEDERATIE           PIC 9(03).
           05  SCHO-VOLUME              PIC 9(07).
           05  SCHO-VERWORPEN           PIC 9(07).
           05  SCHO-CAT                 PIC 9(07) OCCURS 6.
           05  FILLER                   PIC X(15).
       FD  SCHN-FILE
           RECORDING MODE IS F.
       01  SCHN-REC                     PIC X(80).
       FD  SCVO-FILE
           RECORDING MODE IS F.
       01  SCVO-REC.
           05  SCVO-RNR                 PIC X(13).
           05  SCVO-FEDERATIE           PIC 9(03).
           05  SCVO-AANTAL              PIC 9(03).
       FD  SCVN-FILE
           RECORDING MODE IS F.
       01  SCVN-REC.
           05  SCVN-RNR                 PIC X(13).
           05  SCVN-FEDERATIE           PIC 9(03).
           05  SCVN-AANTAL              PIC 9(03).
      *----------------------------------------------------------------
      *RVH134: SCOREKAARTREKORD - ZELFDE REMOTE-KOP ALS DE ATTESTEN
      *        (GIRATTX4), MET DE FEDERATIE, DE MAAND, EEN LIJNTYPE
      *        (H = HOOFDING, C = CATEGORIE, K = CORRECTIE, T =
      *        VERLOOP, R = HERHAALDE VERWERPING) EN EEN AFDRUKZONE.
      *----------------------------------------------------------------
       FD  SCOQ-FILE
           RECORDING MODE IS F.
       01  SCOQ-REC.
           05  SCOQ-LENGTH              PIC S9(04) COMP.
           05  SCOQ-CODE                PIC S9(04) COMP.
           05  SCOQ-NUMBER              PIC 9(08).
           05  SCOQ-DEVICE-OUT          PIC X(01).
           05  SCOQ-DESTINATION         PIC 9(03).
           05  SCOQ-SWITCHING           PIC X(01).
           05  SCOQ-PRIORITY            PIC X(01).
           05  SCOQ-NAME                PIC X(06).
           05  SCOQ-FEDERATIE           PIC 9(03).
           05  SCOQ-MAAND               PIC 9(06).
           05  SCOQ-LIJNTYPE            PIC X(01).
           05  SCOQ-TEKST               PIC X(100).
       FD  SCOR-FILE
           RECORDING MODE IS F.
       01  SCOR-REC                     PIC X(132).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-SCOP-STATUS               PIC XX VALUE ZEROES.
       01  WS-RSLX-STATUS               PIC XX VALUE ZEROES.
       01  WS-REJX-STATUS               PIC XX VALUE ZEROES.
       01  WS-PPEX-STATUS               PIC XX VALUE ZEROES.
       01  WS-CORX-STATUS               PIC XX VALUE ZEROES.
       01  WS-SCHO-STATUS               PIC XX VALUE ZEROES.
       01  WS-SCHN-STATUS               PIC XX VALUE ZEROES.
       01  WS-SCVO-STATUS               PIC XX VALUE ZEROES.
       01  WS-SCVN-STATUS               PIC XX VALUE ZEROES.
       01  WS-SCOQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-SCOR-STATUS               PIC XX VALUE ZEROES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VANDAAG-CCYY          PIC 9(04).
           05  WS-VANDAAG-MM            PIC 9(02).
           05  WS-VANDAAG-DD            PIC 9(02).
       01  WS-MAAND                     PIC 9(06) VALUE ZERO.
       01  WS-MAAND-RED REDEFINES WS-MAAND.
           05  WS-MAAND-CCYY            PIC 9(04).
           05  WS-MAAND-MM              PIC 9(02).
       01  WS-MAAND-NR                  PIC 9(06) VALUE ZERO.
       01  WS-HIS-MAAND                 PIC 9(06) VALUE ZERO.
       01  WS-HIS-MAAND-RED REDEFINES WS-HIS-MAAND.
           05  WS-HIS-CCYY              PIC 9(04).
           05  WS-HIS-MM                PIC 9(02).
       01  WS-HIS-AFSTAND               PIC S9(06) VALUE ZERO.
       01  WS-HIS-SUB                   PIC 9(02) VALUE ZERO.
      *
       01  WS-FED-KODE                  PIC 9(03) VALUE ZERO.
       01  WS-FED-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-CAT-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-CAT                       PIC 9(01) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH134: VERWERPINGSCATEGORIEEN.
      *----------------------------------------------------------------
       01  TABLE-CATEGORIE.
           05  FILLER                   PIC X(10) VALUE "IBAN".
           05  FILLER                   PIC X(10) VALUE "TAALKODE".
           05  FILLER                   PIC X(10) VALUE "LIBELLE".
           05  FILLER                   PIC X(10) VALUE "DUBBEL".
           05  FILLER                   PIC X(10) VALUE "VOOREDITIE".
           05  FILLER                   PIC X(10) VALUE "OVERIG".
       01  TABLE-CATEGORIE-RED REDEFINES TABLE-CATEGORIE.
           05  CAT-NAAM OCCURS 6 TIMES  PIC X(10).
      *----------------------------------------------------------------
      *RVH134: DIAGNOSES VAN GIRBETPP (BBF-N54-DIAG, IN DE DRIE TALEN)
      *        PER CATEGORIE - DE EERSTE 12 POSITIES VOLSTAAN. EEN
      *        DIAGNOSE DIE HIER NIET STAAT, VALT ONDER "OVERIG".
      *----------------------------------------------------------------
       01  TABLE-DIAG-CAT.
           05  FILLER                   PIC X(13) VALUE "IBAN FOUTIEF1".
           05  FILLER                   PIC X(13) VALUE "IBAN FEHLERH1".
           05  FILLER                   PIC X(13) VALUE "IBAN ERRONE 1".
           05  FILLER                   PIC X(13) VALUE "BIC ONBEPAAL1".
           05  FILLER                   PIC X(13) VALUE "BIC UNBESTIM1".
           05  FILLER                   PIC X(13) VALUE "BIC INTROUVA1".
           05  FILLER                   PIC X(13) VALUE "CC - PAYS/LA1".
           05  FILLER                   PIC X(13) VALUE "TAALCODE ONB2".
           05  FILLER                   PIC X(13) VALUE "ONBEK. OMSCH3".
           05  FILLER                   PIC X(13) VALUE "UNBEK. BEZEI3".
           05  FILLER                   PIC X(13) VALUE "LIBELLE INCO3".
           05  FILLER                   PIC X(13) VALUE "KODE NIET IN3".
           05  FILLER                   PIC X(13) VALUE "KODE NICHT I3".
           05  FILLER                   PIC X(13) VALUE "CODE ABSENT 3".
           05  FILLER                   PIC X(13) VALUE "DUBBELE BETA4".
           05  FILLER                   PIC X(13) VALUE "DOPPELTE ZAH4".
           05  FILLER                   PIC X(13) VALUE "DOUBLE PAIEM4".
           05  FILLER                   PIC X(13) VALUE "DUBBELE PERI4".
       01  TABLE-DIAG-CAT-RED REDEFINES TABLE-DIAG-CAT.
           05  DIAG-ENTRY OCCURS 18 TIMES INDEXED BY DIAG-IDX.
               10  DIAG-TEKST           PIC X(12).
               10  DIAG-CAT             PIC 9(01).
       01  WS-DIAG                      PIC X(32) VALUE SPACES.
      *----------------------------------------------------------------
      *RVH134: TELLINGEN PER FEDERATIE, RECHTSTREEKS GESUBSCRIPTEERD
      *        OP DE FEDERATIEKODE + 1; HISTORIEK PER AFSTAND IN
      *        MAANDEN (1 = VORIGE MAAND ... 6).
      *----------------------------------------------------------------
       01  WS-FED-TABLE.
           05  WS-FED-ENTRY OCCURS 1000 TIMES.
               10  WS-FED-AANWEZIG      PIC X(01).
               10  WS-FED-VOLUME        PIC 9(07).
               10  WS-FED-VERWORPEN     PIC 9(07).
               10  WS-FED-CAT           PIC 9(07) OCCURS 6.
               10  WS-FED-COR-GEVALLEN  PIC 9(07).
               10  WS-FED-COR-DAGEN     PIC 9(09).
               10  WS-FED-HERHALERS     PIC 9(05).
               10  WS-FED-HIS OCCURS 6.
                   15  WS-FED-HIS-VOLUME
                                        PIC 9(07).
                   15  WS-FED-HIS-VERWORPEN
                                        PIC 9(07).
       01  WS-NAT-TOTALEN.
           05  WS-NAT-VOLUME            PIC 9(09).
           05  WS-NAT-VERWORPEN         PIC 9(09).
           05  WS-NAT-CAT               PIC 9(09) OCCURS 6.
           05  WS-NAT-COR-GEVALLEN      PIC 9(09).
           05  WS-NAT-COR-DAGEN         PIC 9(11).
           05  WS-NAT-HERHALERS         PIC 9(07).
           05  WS-NAT-HIS OCCURS 6.
               10  WS-NAT-HIS-VOLUME    PIC 9(09).
               10  WS-NAT-HIS-VERWORPEN PIC 9(09).
      *----------------------------------------------------------------
      *RVH134: VERWORPEN RIJKSNUMMERS VAN DE MAAND.
      *----------------------------------------------------------------
       01  WS-RNR-TABLE.
           05  WS-RNR-ENTRY OCCURS 10000 TIMES.
               10  WS-RNR-RNR           PIC X(13).
               10  WS-RNR-FED           PIC 9(03).
               10  WS-RNR-AANTAL        PIC 9(03).
               10  WS-RNR-VORIGE        PIC X(01).
       01  WS-RNR-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-RNR-SUB                   PIC 9(05) VALUE ZERO.
       01  WS-RNR-HIT                   PIC 9(05) VALUE ZERO.
       01  WS-RNR-ZOEK                  PIC X(13) VALUE SPACES.
       01  WS-RNR-VOL-CNT               PIC 9(07) VALUE ZERO.
       01  WS-HERH-GEDRUKT              PIC 9(03) VALUE ZERO.
       01  WS-HERH-MAX                  PIC 9(03) VALUE 25.
      *----------------------------------------------------------------
      *RVH134: DOORLOOPTIJD TOT DE CORRECTIE, IN DAGEN VOLGENS DE
      *        30/360-CONVENTIE (ZOALS DE INTERESTBEREKENING RVH079 IN
      *        TRBFNCX4), VAN DE MEMODATUM VAN DE VERWORPEN PPR TOT DE
      *        DATUM VAN DE EERSTE TOEGEPASTE PATCH.
      *----------------------------------------------------------------
       01  WS-COR-SLEUTEL.
           05  WS-COR-KONST             PIC 9(10).
           05  WS-COR-VOLGNR            PIC 9(04).
       01  WS-COR-VORIGE-SLEUTEL        PIC X(14) VALUE SPACES.
       01  WS-DAT-VAN                   PIC 9(08) VALUE ZERO.
       01  WS-DAT-VAN-RED REDEFINES WS-DAT-VAN.
           05  WS-VAN-CCYY              PIC 9(04).
           05  WS-VAN-MM                PIC 9(02).
           05  WS-VAN-DD                PIC 9(02).
       01  WS-DAT-TOT                   PIC 9(08) VALUE ZERO.
       01  WS-DAT-TOT-RED REDEFINES WS-DAT-TOT.
           05  WS-TOT-CCYY              PIC 9(04).
           05  WS-TOT-MM                PIC 9(02).
           05  WS-TOT-DD                PIC 9(02).
       01  WS-DAGEN                     PIC S9(07) VALUE ZERO.
       01  WS-GEM-DAGEN                 PIC 9(05) VALUE ZERO.
       01  WS-GEM-DAGEN-NAT             PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH134: PERCENTAGES IN HONDERDSTEN (1234 = 12,34 %).
      *----------------------------------------------------------------
       01  WS-PCT-TELLER                PIC 9(09) VALUE ZERO.
       01  WS-PCT-NOEMER                PIC 9(09) VALUE ZERO.
       01  WS-PCT                       PIC 9(05) VALUE ZERO.
       01  WS-PCT-FED                   PIC 9(05) VALUE ZERO.
       01  WS-PCT-NAT                   PIC 9(05) VALUE ZERO.
       01  WS-PCT-FED-6M                PIC 9(05) VALUE ZERO.
       01  WS-PCT-NAT-6M                PIC 9(05) VALUE ZERO.
       01  WS-PCT-VERSCHIL              PIC S9(05) VALUE ZERO.
       01  WS-6M-VOLUME                 PIC 9(09) VALUE ZERO.
       01  WS-6M-VERWORPEN              PIC 9(09) VALUE ZERO.
       01  WS-TREND                     PIC X(14) VALUE SPACES.
       01  WS-VERLOOP                   PIC X(60) VALUE SPACES.
       01  WS-VERLOOP-PTR               PIC 9(03) VALUE ZERO.
      *
       01  WS-DOC-VOLGNR                PIC 9(08) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-AANTAL               PIC ZZZZZZ9.
       01  WS-EDIT-AANTAL2              PIC ZZZZZZ9.
       01  WS-EDIT-PCT                  PIC ZZ9,99.
       01  WS-EDIT-PCT2                 PIC ZZ9,99.
       01  WS-EDIT-PCT3                 PIC ZZ9,99.
       01  WS-EDIT-DAGEN                PIC ZZZZ9.
       01  WS-EDIT-DAGEN2               PIC ZZZZ9.
       01  WS-EDIT-HERH                 PIC ZZZZ9.
       01  WS-CNT-FEDERATIES            PIC 9(05) VALUE ZERO.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-SCOREKAART SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-SCOREKAART.
      *---------------------------------
           PERFORM OPEN-SCOREKAART
           PERFORM VERWERKEN-RSLX
           PERFORM VERWERKEN-REJX
           PERFORM VERWERKEN-PPEX
           PERFORM VERWERKEN-CORX
           PERFORM VERWERKEN-SCVO
           PERFORM VERWERKEN-HISTORIEK
           PERFORM TELLEN-HERHALERS
           PERFORM SCHRIJVEN-SCOREKAARTEN
           PERFORM SCHRIJVEN-OVERZICHT
           PERFORM SCHRIJVEN-SCVN
           PERFORM FIN-SCOREKAART
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-SCOREKAART.
      ******************
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE ZERO TO WS-MAAND
           OPEN INPUT SCOP-FILE
           IF WS-SCOP-STATUS = "00"
              READ SCOP-FILE
              IF WS-SCOP-STATUS = "00" AND SCOP-MAAND NUMERIC
                 MOVE SCOP-MAAND TO WS-MAAND
              END-IF
              CLOSE SCOP-FILE
           END-IF
           IF WS-MAAND = ZERO
              IF WS-VANDAAG-MM = 1
                 COMPUTE WS-MAAND-CCYY = WS-VANDAAG-CCYY - 1
                 END-COMPUTE
                 MOVE 12 TO WS-MAAND-MM
              ELSE
                 MOVE WS-VANDAAG-CCYY TO WS-MAAND-CCYY
                 COMPUTE WS-MAAND-MM = WS-VANDAAG-MM - 1
                 END-COMPUTE
              END-IF
           END-IF
           IF WS-MAAND-MM < 1 OR WS-MAAND-MM > 12
              DISPLAY "GIRSCOX4 - ONGELDIGE MAAND IN SCOP: " WS-MAAND
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-MAAND-NR = WS-MAAND-CCYY * 12 + WS-MAAND-MM
           END-COMPUTE
           OPEN OUTPUT SCOQ-FILE
           IF WS-SCOQ-STATUS NOT = "00"
              DISPLAY "GIRSCOX4 - ERREUR OPEN SCOQ STATUS = "
                      WS-SCOQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT SCOR-FILE
           IF WS-SCOR-STATUS NOT = "00"
              DISPLAY "GIRSCOX4 - ERREUR OPEN SCOR STATUS = "
                      WS-SCOR-STATUS
              STOP RUN
           END-IF
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              INITIALIZE WS-FED-ENTRY (WS-FED-SUB)
              MOVE "N" TO WS-FED-AANWEZIG (WS-FED-SUB)
           END-PERFORM
           INITIALIZE WS-NAT-TOTALEN
           .
      *
      *----------------------------------------------------------------
      *RVH134: HET VOLUME - ELKE PPR DIE GIRBETPP BEREIKTE HEEFT EEN
      *        RSLQ-UITKOMST (BETAALD, VERWORPEN OF TERUGVORDERING).
      *        ZONDER RSLQ IS ER GEEN SCOREKAART.
      *----------------------------------------------------------------
       VERWERKEN-RSLX.
      *****************
           OPEN INPUT RSLX-FILE
           IF WS-RSLX-STATUS NOT = "00"
              DISPLAY "GIRSCOX4 - ERREUR OPEN RSLX STATUS = "
                      WS-RSLX-STATUS
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM LEZEN-RSLX
           PERFORM WITH TEST BEFORE UNTIL WS-EOF
              IF RSLX-DEST NUMERIC
                 MOVE RSLX-DEST TO WS-FED-KODE
              ELSE
                 MOVE ZERO      TO WS-FED-KODE
              END-IF
              COMPUTE WS-FED-SUB = WS-FED-KODE + 1
              END-COMPUTE
              MOVE "J" TO WS-FED-AANWEZIG (WS-FED-SUB)
              ADD 1 TO WS-FED-VOLUME (WS-FED-SUB)
                       WS-NAT-VOLUME
              PERFORM LEZEN-RSLX
           END-PERFORM
           CLOSE RSLX-FILE
           .
       LEZEN-RSLX.
      *************
           READ RSLX-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH134: DE VERWERPINGEN VAN GIRBETPP - DE CATEGORIE VOLGT UIT
      *        DE DIAGNOSE.
      *----------------------------------------------------------------
       VERWERKEN-REJX.
      *****************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJX-FILE
           IF WS-REJX-STATUS = "00"
              PERFORM LEZEN-REJX
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE REJX-PPR  TO PPR-RECORD
                 MOVE REJX-DIAG TO WS-DIAG
                 PERFORM BEPALEN-CATEGORIE
                 PERFORM TELLEN-VERWERPING
                 PERFORM LEZEN-REJX
              END-PERFORM
              CLOSE REJX-FILE
           END-IF
           .
       LEZEN-REJX.
      *************
           READ REJX-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH134: DE EDITIEVERWERPINGEN VAN GIREDTX4 BEREIKTEN GIRBETPP
      *        NIET: ZE TELLEN OOK MEE IN HET VOLUME. E009 (IBAN-
      *        CONTROLEGETAL) IS EEN IBAN-FOUT, DE OVERIGE CODES ZIJN
      *        STRUCTUUR-, ZONE- EN DATUMFOUTEN (VOOREDITIE).
      *----------------------------------------------------------------
       VERWERKEN-PPEX.
      *****************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PPEX-FILE
           IF WS-PPEX-STATUS = "00"
              PERFORM LEZEN-PPEX
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE PPEX-PPR TO PPR-RECORD
                 IF PPEX-CODE = "E009"
                    MOVE 1 TO WS-CAT
                 ELSE
                    MOVE 5 TO WS-CAT
                 END-IF
                 PERFORM TELLEN-VERWERPING
                 ADD 1 TO WS-FED-VOLUME (WS-FED-SUB)
                          WS-NAT-VOLUME
                 PERFORM LEZEN-PPEX
              END-PERFORM
              CLOSE PPEX-FILE
           END-IF
           .
       LEZEN-PPEX.
      *************
           READ PPEX-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       BEPALEN-CATEGORIE.
      ********************
           MOVE 6 TO WS-CAT
           SET DIAG-IDX TO 1
           SEARCH DIAG-ENTRY
              AT END
                 CONTINUE
              WHEN DIAG-TEKST (DIAG-IDX) = WS-DIAG (1:12)
                 MOVE DIAG-CAT (DIAG-IDX) TO WS-CAT
           END-SEARCH
           .
      *
      *----------------------------------------------------------------
      *RVH134: EEN VERWERPING TELLEN BIJ DE FEDERATIE (TRBFN-DEST, EN
      *        ANDERS DE AFZENDENDE FEDERATIE TRBFN-PPR-FED) EN BIJ
      *        HET RIJKSNUMMER.
      *----------------------------------------------------------------
       TELLEN-VERWERPING.
      ********************
           EVALUATE TRUE
           WHEN TRBFN-DEST NUMERIC
              MOVE TRBFN-DEST    TO WS-FED-KODE
           WHEN TRBFN-PPR-FED NUMERIC
              MOVE TRBFN-PPR-FED TO WS-FED-KODE
           WHEN OTHER
              MOVE ZERO          TO WS-FED-KODE
           END-EVALUATE
           COMPUTE WS-FED-SUB = WS-FED-KODE + 1
           END-COMPUTE
           MOVE "J" TO WS-FED-AANWEZIG (WS-FED-SUB)
           ADD 1 TO WS-FED-VERWORPEN (WS-FED-SUB)
                    WS-FED-CAT (WS-FED-SUB, WS-CAT)
                    WS-NAT-VERWORPEN
                    WS-NAT-CAT (WS-CAT)
           IF TRBFN-RNR NOT = SPACES
              MOVE TRBFN-RNR TO WS-RNR-ZOEK
              PERFORM ZOEKEN-RNR
              IF WS-RNR-HIT = ZERO
                 IF WS-RNR-COUNT < 10000
                    ADD 1 TO WS-RNR-COUNT
                    MOVE WS-RNR-COUNT TO WS-RNR-HIT
                    MOVE TRBFN-RNR    TO WS-RNR-RNR (WS-RNR-HIT)
                    MOVE WS-FED-KODE  TO WS-RNR-FED (WS-RNR-HIT)
                    MOVE ZERO         TO WS-RNR-AANTAL (WS-RNR-HIT)
                    MOVE "N"          TO WS-RNR-VORIGE (WS-RNR-HIT)
                 ELSE
                    ADD 1 TO WS-RNR-VOL-CNT
                 END-IF
              END-IF
              IF WS-RNR-HIT NOT = ZERO
                 AND WS-RNR-AANTAL (WS-RNR-HIT) < 999
                 ADD 1 TO WS-RNR-AANTAL (WS-RNR-HIT)
              END-IF
           END-IF
           .
      *
       ZOEKEN-RNR.
      *************
           MOVE ZERO TO WS-RNR-HIT
           PERFORM VARYING WS-RNR-SUB FROM 1 BY 1
                   UNTIL WS-RNR-SUB > WS-RNR-COUNT
                      OR WS-RNR-HIT NOT = ZERO
              IF WS-RNR-RNR (WS-RNR-SUB) = WS-RNR-ZOEK
                 MOVE WS-RNR-SUB TO WS-RNR-HIT
              END-IF
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH134: DOORLOOPTIJD - PER GEVAL (KONSTANTE/VOLGNUMMER) TELT
      *        ENKEL DE EERSTE TOEGEPASTE PATCH; EEN PATCH ZONDER
      *        GEVAL OF ZONDER MEMODATUM TELT NIET MEE.
      *----------------------------------------------------------------
       VERWERKEN-CORX.
      *****************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CORX-FILE
           IF WS-CORX-STATUS = "00"
              PERFORM LEZEN-CORX
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE CORX-KONST  TO WS-COR-KONST
                 MOVE CORX-VOLGNR TO WS-COR-VOLGNR
                 IF CORX-RESULTAAT = "TOEGEPAST"
                    AND WS-COR-SLEUTEL NOT = WS-COR-VORIGE-SLEUTEL
                    AND CORX-DATMEMO NUMERIC
                    AND CORX-DATMEMO NOT = ZERO
                    AND CORX-FEDERATIE NUMERIC
                    MOVE WS-COR-SLEUTEL TO WS-COR-VORIGE-SLEUTEL
                    PERFORM TELLEN-CORRECTIE
                 END-IF
                 PERFORM LEZEN-CORX
              END-PERFORM
              CLOSE CORX-FILE
           END-IF
           .
       LEZEN-CORX.
      *************
           READ CORX-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       TELLEN-CORRECTIE.
      *******************
           MOVE CORX-DATMEMO TO WS-DAT-VAN
           MOVE CORX-DATUM   TO WS-DAT-TOT
           COMPUTE WS-DAGEN = (WS-TOT-CCYY - WS-VAN-CCYY) * 360
                            + (WS-TOT-MM - WS-VAN-MM) * 30
                            + WS-TOT-DD - WS-VAN-DD
           END-COMPUTE
           IF WS-DAGEN < ZERO
              MOVE ZERO TO WS-DAGEN
           END-IF
           COMPUTE WS-FED-SUB = CORX-FEDERATIE + 1
           END-COMPUTE
           ADD 1        TO WS-FED-COR-GEVALLEN (WS-FED-SUB)
                           WS-NAT-COR-GEVALLEN
           ADD WS-DAGEN TO WS-FED-COR-DAGEN (WS-FED-SUB)
                           WS-NAT-COR-DAGEN
           .
      *
      *----------------------------------------------------------------
      *RVH134: RIJKSNUMMERS DIE VORIGE MAAND OOK AL WERDEN VERWORPEN.
      *----------------------------------------------------------------
       VERWERKEN-SCVO.
      *****************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SCVO-FILE
           IF WS-SCVO-STATUS = "00"
              PERFORM LEZEN-SCVO
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE SCVO-RNR TO WS-RNR-ZOEK
                 PERFORM ZOEKEN-RNR
                 IF WS-RNR-HIT NOT = ZERO
                    MOVE "J" TO WS-RNR-VORIGE (WS-RNR-HIT)
                 END-IF
                 PERFORM LEZEN-SCVO
              END-PERFORM
              CLOSE SCVO-FILE
           END-IF
           .
       LEZEN-SCVO.
      *************
           READ SCVO-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH134: HISTORIEK - DE ZES VOORGAANDE MAANDEN INLADEN EN DE
      *        NIEUWE GENERATIE SCHRIJVEN MET DE VIJF LAATSTE DAARVAN
      *        EN DEZE MAAND (EEN HERNEMING VAN DE MAAND VERVANGT HAAR
      *        EERDERE REKORDS).
      *----------------------------------------------------------------
       VERWERKEN-HISTORIEK.
      **********************
           OPEN OUTPUT SCHN-FILE
           IF WS-SCHN-STATUS NOT = "00"
              DISPLAY "GIRSCOX4 - ERREUR OPEN SCHN STATUS = "
                      WS-SCHN-STATUS
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SCHO-FILE
           IF WS-SCHO-STATUS = "00"
              PERFORM LEZEN-SCHO
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE SCHO-MAAND TO WS-HIS-MAAND
                 COMPUTE WS-HIS-AFSTAND = WS-MAAND-NR
                                        - WS-HIS-CCYY * 12 - WS-HIS-MM
                 END-COMPUTE
                 IF WS-HIS-AFSTAND > ZERO AND WS-HIS-AFSTAND < 7
                    MOVE WS-HIS-AFSTAND TO WS-HIS-SUB
                    COMPUTE WS-FED-SUB = SCHO-FEDERATIE + 1
                    END-COMPUTE
                    ADD SCHO-VOLUME
                          TO WS-FED-HIS-VOLUME (WS-FED-SUB, WS-HIS-SUB)
                             WS-NAT-HIS-VOLUME (WS-HIS-SUB)
                    ADD SCHO-VERWORPEN
                          TO WS-FED-HIS-VERWORPEN (WS-FED-SUB,
                                                   WS-HIS-SUB)
                             WS-NAT-HIS-VERWORPEN (WS-HIS-SUB)
                    IF WS-HIS-AFSTAND < 6
                       MOVE SCHO-REC TO SCHN-REC
                       WRITE SCHN-REC
                    END-IF
                 END-IF
                 PERFORM LEZEN-SCHO
              END-PERFORM
              CLOSE SCHO-FILE
           END-IF
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              IF WS-FED-AANWEZIG (WS-FED-SUB) = "J"
                 MOVE SPACES TO SCHO-REC
                 MOVE WS-MAAND TO SCHO-MAAND
                 COMPUTE SCHO-FEDERATIE = WS-FED-SUB - 1
                 END-COMPUTE
                 MOVE WS-FED-VOLUME (WS-FED-SUB)    TO SCHO-VOLUME
                 MOVE WS-FED-VERWORPEN (WS-FED-SUB) TO SCHO-VERWORPEN
                 PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                         UNTIL WS-CAT-SUB > 6
                    MOVE WS-FED-CAT (WS-FED-SUB, WS-CAT-SUB)
                                            TO SCHO-CAT (WS-CAT-SUB)
                 END-PERFORM
                 MOVE SCHO-REC TO SCHN-REC
                 WRITE SCHN-REC
              END-IF
           END-PERFORM
           CLOSE SCHN-FILE
           .
       LEZEN-SCHO.
      *************
           READ SCHO-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH134: HERHAALDE VERWERPING: MEER DAN EEN KEER DEZE MAAND OF
      *        OOK VORIGE MAAND VERWORPEN.
      *----------------------------------------------------------------
       TELLEN-HERHALERS.
      *******************
           PERFORM VARYING WS-RNR-SUB FROM 1 BY 1
                   UNTIL WS-RNR-SUB > WS-RNR-COUNT
              IF WS-RNR-AANTAL (WS-RNR-SUB) > 1
                 OR WS-RNR-VORIGE (WS-RNR-SUB) = "J"
                 COMPUTE WS-FED-SUB = WS-RNR-FED (WS-RNR-SUB) + 1
                 END-COMPUTE
                 ADD 1 TO WS-FED-HERHALERS (WS-FED-SUB)
                          WS-NAT-HERHALERS
              END-IF
           END-PERFORM
           .
      *
       BEREKEN-PCT.
      **************
           IF WS-PCT-NOEMER = ZERO
              MOVE ZERO TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED = WS-PCT-TELLER * 10000
                                     / WS-PCT-NOEMER
              END-COMPUTE
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH134: EEN SCOREKAART PER FEDERATIE MET VOLUME OF VERWERPINGEN
      *        DEZE MAAND.
      *----------------------------------------------------------------
       SCHRIJVEN-SCOREKAARTEN.
      *************************
           MOVE WS-NAT-VERWORPEN TO WS-PCT-TELLER
           MOVE WS-NAT-VOLUME    TO WS-PCT-NOEMER
           PERFORM BEREKEN-PCT
           MOVE WS-PCT TO WS-PCT-NAT
           MOVE ZERO TO WS-6M-VOLUME WS-6M-VERWORPEN
           PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                   UNTIL WS-HIS-SUB > 6
              ADD WS-NAT-HIS-VOLUME (WS-HIS-SUB)    TO WS-6M-VOLUME
              ADD WS-NAT-HIS-VERWORPEN (WS-HIS-SUB) TO WS-6M-VERWORPEN
           END-PERFORM
           MOVE WS-6M-VERWORPEN TO WS-PCT-TELLER
           MOVE WS-6M-VOLUME    TO WS-PCT-NOEMER
           PERFORM BEREKEN-PCT
           MOVE WS-PCT TO WS-PCT-NAT-6M
           IF WS-NAT-COR-GEVALLEN = ZERO
              MOVE ZERO TO WS-GEM-DAGEN-NAT
           ELSE
              COMPUTE WS-GEM-DAGEN-NAT ROUNDED =
                      WS-NAT-COR-DAGEN / WS-NAT-COR-GEVALLEN
              END-COMPUTE
           END-IF
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              IF WS-FED-AANWEZIG (WS-FED-SUB) = "J"
                 ADD 1 TO WS-CNT-FEDERATIES
                 PERFORM SCHRIJVEN-SCOREKAART
              END-IF
           END-PERFORM
           .
      *
       SCHRIJVEN-SCOREKAART.
      ***********************
           COMPUTE WS-FED-KODE = WS-FED-SUB - 1
           END-COMPUTE
           MOVE WS-FED-VERWORPEN (WS-FED-SUB) TO WS-PCT-TELLER
           MOVE WS-FED-VOLUME (WS-FED-SUB)    TO WS-PCT-NOEMER
           PERFORM BEREKEN-PCT
           MOVE WS-PCT TO WS-PCT-FED
           MOVE "H" TO SCOQ-LIJNTYPE
           MOVE SPACES TO SCOQ-TEKST
           STRING "SCOREKAART GEGEVENSKWALITEIT - FEDERATIE "
                                               DELIMITED BY SIZE
                  WS-FED-KODE                  DELIMITED BY SIZE
                  " - MAAND "                  DELIMITED BY SIZE
                  WS-MAAND                     DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
           END-STRING
           PERFORM SCHRIJF-SCOQ
           MOVE WS-FED-VOLUME (WS-FED-SUB)    TO WS-EDIT-AANTAL
           MOVE WS-FED-VERWORPEN (WS-FED-SUB) TO WS-EDIT-AANTAL2
           MOVE WS-PCT-FED                    TO WS-EDIT-PCT
           MOVE WS-PCT-NAT                    TO WS-EDIT-PCT2
           MOVE SPACES TO SCOQ-TEKST
           STRING "AANGEBODEN "                DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  "  VERWORPEN "               DELIMITED BY SIZE
                  WS-EDIT-AANTAL2              DELIMITED BY SIZE
                  "  PERCENTAGE "              DELIMITED BY SIZE
                  WS-EDIT-PCT                  DELIMITED BY SIZE
                  " %  NATIONAAL "             DELIMITED BY SIZE
                  WS-EDIT-PCT2                 DELIMITED BY SIZE
                  " %"                         DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
           END-STRING
           PERFORM SCHRIJF-SCOQ
           MOVE "C" TO SCOQ-LIJNTYPE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 6
              PERFORM SCHRIJVEN-CATEGORIE
           END-PERFORM
           PERFORM SCHRIJVEN-CORRECTIE
           PERFORM SCHRIJVEN-VERLOOP
           PERFORM SCHRIJVEN-HERHALERS
           .
      *
       SCHRIJVEN-CATEGORIE.
      **********************
           MOVE WS-FED-CAT (WS-FED-SUB, WS-CAT-SUB) TO WS-PCT-TELLER
                                                       WS-EDIT-AANTAL
           MOVE WS-FED-VOLUME (WS-FED-SUB)          TO WS-PCT-NOEMER
           PERFORM BEREKEN-PCT
           MOVE WS-PCT TO WS-EDIT-PCT
           MOVE WS-NAT-CAT (WS-CAT-SUB) TO WS-PCT-TELLER
           MOVE WS-NAT-VOLUME           TO WS-PCT-NOEMER
           PERFORM BEREKEN-PCT
           MOVE WS-PCT TO WS-EDIT-PCT2
           MOVE SPACES TO SCOQ-TEKST
           STRING "  VERWERPINGEN "            DELIMITED BY SIZE
                  CAT-NAAM (WS-CAT-SUB)        DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-EDIT-PCT                  DELIMITED BY SIZE
                  " %  NATIONAAL "             DELIMITED BY SIZE
                  WS-EDIT-PCT2                 DELIMITED BY SIZE
                  " %"                         DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
           END-STRING
           PERFORM SCHRIJF-SCOQ
           .
      *
       SCHRIJVEN-CORRECTIE.
      **********************
           IF WS-FED-COR-GEVALLEN (WS-FED-SUB) = ZERO
              MOVE ZERO TO WS-GEM-DAGEN
           ELSE
              COMPUTE WS-GEM-DAGEN ROUNDED =
                      WS-FED-COR-DAGEN (WS-FED-SUB)
                    / WS-FED-COR-GEVALLEN (WS-FED-SUB)
              END-COMPUTE
           END-IF
           MOVE WS-FED-COR-GEVALLEN (WS-FED-SUB) TO WS-EDIT-AANTAL
           MOVE WS-GEM-DAGEN                     TO WS-EDIT-DAGEN
           MOVE WS-GEM-DAGEN-NAT                 TO WS-EDIT-DAGEN2
           MOVE "K" TO SCOQ-LIJNTYPE
           MOVE SPACES TO SCOQ-TEKST
           STRING "GECORRIGEERD "              DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  "  GEMIDDELDE DOORLOOPTIJD " DELIMITED BY SIZE
                  WS-EDIT-DAGEN                DELIMITED BY SIZE
                  " DAGEN  NATIONAAL "         DELIMITED BY SIZE
                  WS-EDIT-DAGEN2               DELIMITED BY SIZE
                  " DAGEN"                     DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
           END-STRING
           PERFORM SCHRIJF-SCOQ
           .
      *
      *----------------------------------------------------------------
      *RVH134: VERLOOP - HET PERCENTAGE VAN DE ZES VOORGAANDE MAANDEN
      *        (OUDSTE EERST, "-" = GEEN GEGEVENS), HET GEMIDDELDE
      *        DAARVAN TEGEN DEZE MAAND EN HET NATIONAAL GEMIDDELDE.
      *        EEN VERSCHIL VAN MINDER DAN EEN HALF PROCENTPUNT GELDT
      *        ALS STABIEL.
      *----------------------------------------------------------------
       SCHRIJVEN-VERLOOP.
      ********************
           MOVE SPACES TO WS-VERLOOP
           MOVE 1      TO WS-VERLOOP-PTR
           MOVE ZERO   TO WS-6M-VOLUME WS-6M-VERWORPEN
           PERFORM VARYING WS-HIS-SUB FROM 6 BY -1
                   UNTIL WS-HIS-SUB < 1
              ADD WS-FED-HIS-VOLUME (WS-FED-SUB, WS-HIS-SUB)
                                              TO WS-6M-VOLUME
              ADD WS-FED-HIS-VERWORPEN (WS-FED-SUB, WS-HIS-SUB)
                                              TO WS-6M-VERWORPEN
              IF WS-FED-HIS-VOLUME (WS-FED-SUB, WS-HIS-SUB) = ZERO
                 STRING "     - "          DELIMITED BY SIZE
                                      INTO WS-VERLOOP
                                      WITH POINTER WS-VERLOOP-PTR
                 END-STRING
              ELSE
                 MOVE WS-FED-HIS-VERWORPEN (WS-FED-SUB, WS-HIS-SUB)
                                              TO WS-PCT-TELLER
                 MOVE WS-FED-HIS-VOLUME (WS-FED-SUB, WS-HIS-SUB)
                                              TO WS-PCT-NOEMER
                 PERFORM BEREKEN-PCT
                 MOVE WS-PCT TO WS-EDIT-PCT
                 STRING " "                DELIMITED BY SIZE
                        WS-EDIT-PCT        DELIMITED BY SIZE
                                      INTO WS-VERLOOP
                                      WITH POINTER WS-VERLOOP-PTR
                 END-STRING
              END-IF
           END-PERFORM
           MOVE "T" TO SCOQ-LIJNTYPE
           MOVE SPACES TO SCOQ-TEKST
           STRING "VERLOOP % VORIGE 6 MAANDEN:" DELIMITED BY SIZE
                  WS-VERLOOP                    DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
           END-STRING
           PERFORM SCHRIJF-SCOQ
           MOVE WS-6M-VERWORPEN TO WS-PCT-TELLER
           MOVE WS-6M-VOLUME    TO WS-PCT-NOEMER
           PERFORM BEREKEN-PCT
           MOVE WS-PCT TO WS-PCT-FED-6M
           IF WS-6M-VOLUME = ZERO
              MOVE "GEEN HISTORIEK" TO WS-TREND
           ELSE
              COMPUTE WS-PCT-VERSCHIL = WS-PCT-FED - WS-PCT-FED-6M
              END-COMPUTE
              EVALUATE TRUE
              WHEN WS-PCT-VERSCHIL NOT > -50
                 MOVE "VERBETERD"    TO WS-TREND
              WHEN WS-PCT-VERSCHIL NOT < 50
                 MOVE "VERSLECHTERD" TO WS-TREND
              WHEN OTHER
                 MOVE "STABIEL"      TO WS-TREND
              END-EVALUATE
           END-IF
           MOVE WS-PCT-FED    TO WS-EDIT-PCT
           MOVE WS-PCT-FED-6M TO WS-EDIT-PCT2
           MOVE WS-PCT-NAT-6M TO WS-EDIT-PCT3
           MOVE SPACES TO SCOQ-TEKST
           STRING "DEZE MAAND "                DELIMITED BY SIZE
                  WS-EDIT-PCT                  DELIMITED BY SIZE
                  " %  GEMIDDELDE 6 MAANDEN "  DELIMITED BY SIZE
                  WS-EDIT-PCT2                 DELIMITED BY SIZE
                  " %  NATIONAAL 6 MAANDEN "   DELIMITED BY SIZE
                  WS-EDIT-PCT3                 DELIMITED BY SIZE
                  " %  "                       DELIMITED BY SIZE
                  WS-TREND                     DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
           END-STRING
           PERFORM SCHRIJF-SCOQ
           .
      *
      *----------------------------------------------------------------
      *RVH134: DE HERHAALDE VERWERPINGEN VAN DE FEDERATIE - DE EERSTE
      *        WS-HERH-MAX RIJKSNUMMERS WORDEN OPGESOMD.
      *----------------------------------------------------------------
       SCHRIJVEN-HERHALERS.
      **********************
           MOVE WS-FED-HERHALERS (WS-FED-SUB) TO WS-EDIT-HERH
           MOVE WS-NAT-HERHALERS              TO WS-EDIT-AANTAL
           MOVE "R" TO SCOQ-LIJNTYPE
           MOVE SPACES TO SCOQ-TEKST
           STRING "HERHAALDE VERWERPINGEN PER RIJKSNUMMER "
                                               DELIMITED BY SIZE
                  WS-EDIT-HERH                 DELIMITED BY SIZE
                  "  NATIONAAL "               DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
           END-STRING
           PERFORM SCHRIJF-SCOQ
           MOVE ZERO TO WS-HERH-GEDRUKT
           PERFORM VARYING WS-RNR-SUB FROM 1 BY 1
                   UNTIL WS-RNR-SUB > WS-RNR-COUNT
              IF WS-RNR-FED (WS-RNR-SUB) = WS-FED-KODE
                 AND (WS-RNR-AANTAL (WS-RNR-SUB) > 1
                      OR WS-RNR-VORIGE (WS-RNR-SUB) = "J")
                 ADD 1 TO WS-HERH-GEDRUKT
                 IF WS-HERH-GEDRUKT NOT > WS-HERH-MAX
                    PERFORM SCHRIJVEN-HERHALER
                 END-IF
              END-IF
           END-PERFORM
           IF WS-HERH-GEDRUKT > WS-HERH-MAX
              COMPUTE WS-EDIT-HERH = WS-HERH-GEDRUKT - WS-HERH-MAX
              END-COMPUTE
              MOVE SPACES TO SCOQ-TEKST
              STRING "  ... EN NOG "           DELIMITED BY SIZE
                     WS-EDIT-HERH              DELIMITED BY SIZE
                     " RIJKSNUMMERS"           DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
              END-STRING
              PERFORM SCHRIJF-SCOQ
           END-IF
           .
      *
       SCHRIJVEN-HERHALER.
      *********************
           MOVE WS-RNR-AANTAL (WS-RNR-SUB) TO WS-EDIT-HERH
           MOVE SPACES TO SCOQ-TEKST
           IF WS-RNR-VORIGE (WS-RNR-SUB) = "J"
              STRING "  RIJKSNUMMER "          DELIMITED BY SIZE
                     WS-RNR-RNR (WS-RNR-SUB)   DELIMITED BY SIZE
                     "  VERWORPEN "            DELIMITED BY SIZE
                     WS-EDIT-HERH              DELIMITED BY SIZE
                     " X DEZE MAAND, OOK VORIGE MAAND"
                                               DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
              END-STRING
           ELSE
              STRING "  RIJKSNUMMER "          DELIMITED BY SIZE
                     WS-RNR-RNR (WS-RNR-SUB)   DELIMITED BY SIZE
                     "  VERWORPEN "            DELIMITED BY SIZE
                     WS-EDIT-HERH              DELIMITED BY SIZE
                     " X DEZE MAAND"           DELIMITED BY SIZE
                                          INTO SCOQ-TEKST
              END-STRING
           END-IF
           PERFORM SCHRIJF-SCOQ
           .
      *
      *----------------------------------------------------------------
      *RVH134: DE SCOREKAART GAAT NAAR DE REMOTE-PRINTBESTEMMING VAN
      *        DE FEDERATIE ZELF.
      *----------------------------------------------------------------
       SCHRIJF-SCOQ.
      ***************
           ADD 1 TO WS-DOC-VOLGNR
           MOVE 134               TO SCOQ-LENGTH
           MOVE 40                TO SCOQ-CODE
           MOVE WS-DOC-VOLGNR     TO SCOQ-NUMBER
           MOVE "L"               TO SCOQ-DEVICE-OUT
           MOVE WS-FED-KODE       TO SCOQ-DESTINATION
           MOVE "*"               TO SCOQ-SWITCHING
           MOVE SPACE             TO SCOQ-PRIORITY
           MOVE "500025"          TO SCOQ-NAME
           MOVE WS-FED-KODE       TO SCOQ-FEDERATIE
           MOVE WS-MAAND          TO SCOQ-MAAND
           WRITE SCOQ-REC
           .
      *
      *----------------------------------------------------------------
      *RVH134: NATIONAAL OVERZICHT - EEN LIJN PER FEDERATIE EN DE
      *        NATIONALE TOTALEN ALS MAATSTAF.
      *----------------------------------------------------------------
       SCHRIJVEN-OVERZICHT.
      **********************
           MOVE SPACES TO SCOR-REC
           STRING "GIRSCOX4 - SCOREKAART GEGEVENSKWALITEIT - MAAND "
                                               DELIMITED BY SIZE
                  WS-MAAND                     DELIMITED BY SIZE
                  "  VERWERKT "                DELIMITED BY SIZE
                  WS-VANDAAG                   DELIMITED BY SIZE
                                          INTO SCOR-REC
           END-STRING
           WRITE SCOR-REC
           MOVE ALL "=" TO SCOR-REC
           WRITE SCOR-REC
           MOVE SPACES TO SCOR-REC
           MOVE "FED"                TO SCOR-REC (1:3)
           MOVE "AANGEBODEN"         TO SCOR-REC (6:10)
           MOVE "VERWORPEN"          TO SCOR-REC (16:9)
           MOVE "%"                  TO SCOR-REC (31:1)
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 6
              MOVE CAT-NAAM (WS-CAT-SUB) (1:7)
                              TO SCOR-REC (34 + WS-CAT-SUB * 8:7)
           END-PERFORM
           MOVE "GECORR."            TO SCOR-REC (91:7)
           MOVE "DAGEN"              TO SCOR-REC (99:5)
           MOVE "HERH."              TO SCOR-REC (105:5)
           MOVE "6 MND%"             TO SCOR-REC (111:6)
           MOVE "VERLOOP"            TO SCOR-REC (119:7)
           WRITE SCOR-REC
           MOVE ALL "-" TO SCOR-REC
           WRITE SCOR-REC
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              IF WS-FED-AANWEZIG (WS-FED-SUB) = "J"
                 PERFORM SCHRIJVEN-OVERZICHT-FED
              END-IF
           END-PERFORM
           MOVE ALL "-" TO SCOR-REC
           WRITE SCOR-REC
           MOVE WS-NAT-VOLUME    TO WS-EDIT-AANTAL
           MOVE WS-NAT-VERWORPEN TO WS-EDIT-AANTAL2
           MOVE WS-PCT-NAT       TO WS-EDIT-PCT
           MOVE WS-PCT-NAT-6M    TO WS-EDIT-PCT2
           MOVE WS-GEM-DAGEN-NAT TO WS-EDIT-DAGEN
           MOVE WS-NAT-HERHALERS TO WS-EDIT-HERH
           MOVE SPACES TO SCOR-REC
           STRING "NAT"                        DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  "   "                        DELIMITED BY SIZE
                  WS-EDIT-AANTAL2              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-PCT                  DELIMITED BY SIZE
                                          INTO SCOR-REC
           END-STRING
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 6
              MOVE WS-NAT-CAT (WS-CAT-SUB) TO WS-EDIT-AANTAL
              MOVE WS-EDIT-AANTAL TO SCOR-REC (34 + WS-CAT-SUB * 8:7)
           END-PERFORM
           MOVE WS-NAT-COR-GEVALLEN TO WS-EDIT-AANTAL
           MOVE WS-EDIT-AANTAL      TO SCOR-REC (91:7)
           MOVE WS-EDIT-DAGEN       TO SCOR-REC (99:5)
           MOVE WS-EDIT-HERH        TO SCOR-REC (105:5)
           MOVE WS-EDIT-PCT2        TO SCOR-REC (111:6)
           WRITE SCOR-REC
           MOVE SPACES TO SCOR-REC
           WRITE SCOR-REC
           MOVE WS-CNT-FEDERATIES TO WS-DISPLAY-CNT
           MOVE SPACES TO SCOR-REC
           STRING "SCOREKAARTEN 500025 VERSTUURD: "
                                               DELIMITED BY SIZE
                  WS-DISPLAY-CNT               DELIMITED BY SIZE
                                          INTO SCOR-REC
           END-STRING
           WRITE SCOR-REC
           IF WS-RNR-VOL-CNT > ZERO
              MOVE WS-RNR-VOL-CNT TO WS-DISPLAY-CNT
              MOVE SPACES TO SCOR-REC
              STRING "RIJKSNUMMERTABEL VOL - NIET GEVOLGDE "
                                               DELIMITED BY SIZE
                     "VERWERPINGEN: "          DELIMITED BY SIZE
                     WS-DISPLAY-CNT            DELIMITED BY SIZE
                                          INTO SCOR-REC
              END-STRING
              WRITE SCOR-REC
           END-IF
           .
      *
       SCHRIJVEN-OVERZICHT-FED.
      **************************
           COMPUTE WS-FED-KODE = WS-FED-SUB - 1
           END-COMPUTE
           MOVE WS-FED-VERWORPEN (WS-FED-SUB) TO WS-PCT-TELLER
           MOVE WS-FED-VOLUME (WS-FED-SUB)    TO WS-PCT-NOEMER
           PERFORM BEREKEN-PCT
           MOVE WS-PCT TO WS-PCT-FED
           MOVE ZERO TO WS-6M-VOLUME WS-6M-VERWORPEN
           PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                   UNTIL WS-HIS-SUB > 6
              ADD WS-FED-HIS-VOLUME (WS-FED-SUB, WS-HIS-SUB)
                                              TO WS-6M-VOLUME
              ADD WS-FED-HIS-VERWORPEN (WS-FED-SUB, WS-HIS-SUB)
                                              TO WS-6M-VERWORPEN
           END-PERFORM
           MOVE WS-6M-VERWORPEN TO WS-PCT-TELLER
           MOVE WS-6M-VOLUME    TO WS-PCT-NOEMER
           PERFORM BEREKEN-PCT
           MOVE WS-PCT TO WS-PCT-FED-6M
           IF WS-6M-VOLUME = ZERO
              MOVE "GEEN HISTORIEK" TO WS-TREND
           ELSE
              COMPUTE WS-PCT-VERSCHIL = WS-PCT-FED - WS-PCT-FED-6M
              END-COMPUTE
              EVALUATE TRUE
              WHEN WS-PCT-VERSCHIL NOT > -50
                 MOVE "VERBETERD"    TO WS-TREND
              WHEN WS-PCT-VERSCHIL NOT < 50
                 MOVE "VERSLECHTERD" TO WS-TREND
              WHEN OTHER
                 MOVE "STABIEL"      TO WS-TREND
              END-EVALUATE
           END-IF
           IF WS-FED-COR-GEVALLEN (WS-FED-SUB) = ZERO
              MOVE ZERO TO WS-GEM-DAGEN
           ELSE
              COMPUTE WS-GEM-DAGEN ROUNDED =
                      WS-FED-COR-DAGEN (WS-FED-SUB)
                    / WS-FED-COR-GEVALLEN (WS-FED-SUB)
              END-COMPUTE
           END-IF
           MOVE WS-FED-VOLUME (WS-FED-SUB)    TO WS-EDIT-AANTAL
           MOVE WS-FED-VERWORPEN (WS-FED-SUB) TO WS-EDIT-AANTAL2
           MOVE WS-PCT-FED                    TO WS-EDIT-PCT
           MOVE WS-PCT-FED-6M                 TO WS-EDIT-PCT2
           MOVE WS-GEM-DAGEN                  TO WS-EDIT-DAGEN
           MOVE WS-FED-HERHALERS (WS-FED-SUB) TO WS-EDIT-HERH
           MOVE SPACES TO SCOR-REC
           STRING WS-FED-KODE                  DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  "   "                        DELIMITED BY SIZE
                  WS-EDIT-AANTAL2              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-PCT                  DELIMITED BY SIZE
                                          INTO SCOR-REC
           END-STRING
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 6
              MOVE WS-FED-CAT (WS-FED-SUB, WS-CAT-SUB)
                                          TO WS-EDIT-AANTAL
              MOVE WS-EDIT-AANTAL TO SCOR-REC (34 + WS-CAT-SUB * 8:7)
           END-PERFORM
           MOVE WS-FED-COR-GEVALLEN (WS-FED-SUB) TO WS-EDIT-AANTAL
           MOVE WS-EDIT-AANTAL      TO SCOR-REC (91:7)
           MOVE WS-EDIT-DAGEN       TO SCOR-REC (99:5)
           MOVE WS-EDIT-HERH        TO SCOR-REC (105:5)
           MOVE WS-EDIT-PCT2        TO SCOR-REC (111:6)
           MOVE WS-TREND            TO SCOR-REC (119:14)
           WRITE SCOR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH134: DE VERWORPEN RIJKSNUMMERS VAN DEZE MAAND VOOR DE
      *        VERGELIJKING VAN VOLGENDE MAAND.
      *----------------------------------------------------------------
       SCHRIJVEN-SCVN.
      *****************
           OPEN OUTPUT SCVN-FILE
           IF WS-SCVN-STATUS NOT = "00"
              DISPLAY "GIRSCOX4 - ERREUR OPEN SCVN STATUS = "
                      WS-SCVN-STATUS
              STOP RUN
           END-IF
           PERFORM VARYING WS-RNR-SUB FROM 1 BY 1
                   UNTIL WS-RNR-SUB > WS-RNR-COUNT
              MOVE WS-RNR-RNR (WS-RNR-SUB)    TO SCVN-RNR
              MOVE WS-RNR-FED (WS-RNR-SUB)    TO SCVN-FEDERATIE
              MOVE WS-RNR-AANTAL (WS-RNR-SUB) TO SCVN-AANTAL
              WRITE SCVN-REC
           END-PERFORM
           CLOSE SCVN-FILE
           .
      *
       FIN-SCOREKAART.
      *****************
           CLOSE SCOQ-FILE SCOR-FILE
           MOVE WS-CNT-FEDERATIES TO WS-DISPLAY-CNT
           DISPLAY "GIRSCOX4 - SCOREKAARTEN MAAND " WS-MAAND " : "
                   WS-DISPLAY-CNT
           MOVE WS-NAT-VERWORPEN TO WS-DISPLAY-CNT
           DISPLAY "GIRSCOX4 - VERWERPINGEN            : "
                   WS-DISPLAY-CNT
           .

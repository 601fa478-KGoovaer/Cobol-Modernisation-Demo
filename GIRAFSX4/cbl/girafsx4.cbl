      ******************************************************************
      **  GIRAFSX4 : AFSCHRIJVING VAN KLEINE EN ONINBARE               *
      **  --------   TERUGVORDERINGEN (SLDQ/INVQ)                      *
      **                                                               *
      **  - EEN KLEINE SCHULD DIE NIEMAND MEER BETAALT, OF DE SCHULD   *
      **    VAN EEN OVERLEDEN LID WAARVAN DE NALATENSCHAP AFGESLOTEN   *
      **    IS, BLEEF TOT NU TOE EINDELOOS IN INVQ EN SLDQ STAAN.      *
      **  - DIT PERIODIEK PROGRAMMA LEEST DE VORIGE INVQ-GENERATIE EN  *
      **    STELT EEN ZAAK VOOR AFSCHRIJVING VOOR ALS:                 *
      **      . HET BEDRAG ONDER WS-AFS-DREMPEL LIGT EN DE MEMODATUM   *
      **        OUDER IS DAN WS-AFS-MAANDEN MAANDEN (REGEL "K"), OF    *
      **      . HET LID IN OVLQ STAAT EN ZIJN NALATENSCHAP NIET MEER   *
      **        IN NALQ LIGT (REGEL "N").                              *
      **    EEN ZAAK IN DOMICILIERING (FASE "P"/"I") OF EEN ZAAK DIE   *
      **    AL AAN HET INCASSOBUREAU GING (FASE "X") WORDT NIET        *
      **    VOORGESTELD.                                               *
      **  - DE VOORSTELLEN GAAN NAAR HET AFSCHRIJVINGSREGISTER (AFSN)  *
      **    EN DE NAZICHTLIJST (AFSR). ZOALS IN GIRREVX4 LEVERT DE     *
      **    DIENST EEN BESLISSINGSBESTAND (AFSD) OP KONSTANTE/VOLG-    *
      **    NUMMER; ENKEL EEN GOEDGEKEURD VOORSTEL UIT EEN VORIGE RUN  *
      **    WORDT UITGEVOERD:                                          *
      **      . HET SLDQ-SALDO WORDT MET HET OPENSTAANDE DEEL VAN DE   *
      **        ZAAK VERMINDERD,                                       *
      **      . DE ZAAK VERDWIJNT UIT DE NIEUWE INVQ-GENERATIE,        *
      **      . DE AFSCHRIJVING GAAT IN GLPQ-INDELING (SOORT "O") NAAR *
      **        DE BOEKHOUDING (GLPO).                                 *
      **    EEN GEWEIGERD VOORSTEL BLIJFT ALS "R" IN HET REGISTER EN   *
      **    WORDT NIET OPNIEUW VOORGESTELD.                            *
RVH124**  - ELKE BESLISSING WORDT GETOETST AAN HET AUTORISATIEREGISTER *
RVH124**    (AUTQ): DE NAZICHTER MOET GEMACHTIGD ZIJN VOOR AFSQ EN HET *
RVH124**    BEDRAG, EN MAG NIET DEZELFDE ZIJN ALS DE INVOERDER VAN DE  *
RVH124**    BESLISSING. EEN GEWEIGERDE BESLISSING WORDT NIET TOEGEPAST *
RVH124**    MAAR GEMELD OP HET WEIGERINGSRAPPORT (AUTR).               *
      **                                                               *
      ******************************************************************
      *RVH118: NIEUW PROGRAMMA - AFSCHRIJVING VAN KLEINE EN ONINBARE
      *        TERUGVORDERINGEN.
      *RVH124: AUTORISATIETOETS (AUTQ) EN SCHEIDING INVOERDER/NAZICHTER.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRAFSX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH118*
RVH118* RVH118 15/10/2026
RVH118*     NIEUW PROGRAMMA : VOORSTEL, NAZICHT EN UITVOERING VAN DE
RVH118*     AFSCHRIJVING VAN KLEINE EN ONINBARE TERUGVORDERINGEN.
RVH118*
RVH124* RVH124 15/10/2026
RVH124*     BESLISSINGEN GETOETST AAN HET AUTORISATIEREGISTER AUTQ
RVH124*     (ROL, WACHTRIJ, MAXIMUMBEDRAG, GELDIGHEID) EN AAN DE
RVH124*     SCHEIDING INVOERDER/NAZICHTER; WEIGERINGEN NAAR AUTR.
RVH124*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH118: VORIGE EN NIEUWE INVQ-GENERATIE (INDELING INVQ-REC IN
      *        TRBFNCX4).
      *----------------------------------------------------------------
           SELECT INVO-FILE ASSIGN TO INVO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INVO-STATUS.
           SELECT INVQ-FILE ASSIGN TO INVQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-INVQ-STATUS.
      *----------------------------------------------------------------
      *RVH118: VORIGE EN NIEUWE GENERATIE VAN HET AFSCHRIJVINGS-
      *        REGISTER (OPENSTAANDE VOORSTELLEN EN WEIGERINGEN).
      *----------------------------------------------------------------
           SELECT AFSO-FILE ASSIGN TO AFSO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AFSO-STATUS.
           SELECT AFSN-FILE ASSIGN TO AFSN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AFSN-STATUS.
      *----------------------------------------------------------------
      *RVH118: BESLISSINGSBESTAND VAN DE DIENST (ZELFDE OPZET ALS REVD
      *        IN GIRREVX4) EN HET BESLISSINGSARCHIEF.
      *----------------------------------------------------------------
           SELECT AFSD-FILE ASSIGN TO AFSD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AFSD-STATUS.
           SELECT AFSA-FILE ASSIGN TO AFSA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AFSA-STATUS.
      *----------------------------------------------------------------
      *RVH118: OVERLIJDENSBESTAND (INDELING OVLQ-REC IN TRBFNCX4) EN
      *        DE LOPENDE NALATENSCHAPSWACHTRIJ (NALQ-REC).
      *----------------------------------------------------------------
           SELECT OVLQ-FILE ASSIGN TO OVLQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-OVLQ-STATUS.
           SELECT NALQ-FILE ASSIGN TO NALQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NALQ-STATUS.
      *----------------------------------------------------------------
      *RVH118: SCHULDREGISTER (RVH096: GESLEUTELDE MASTER) - TER
      *        PLAATSE BIJGEWERKT ZOALS IN GIRCINX4.
      *----------------------------------------------------------------
           SELECT SLDQ-FILE ASSIGN TO SLDQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SLDQ-RNR
                  FILE STATUS  IS WS-SLDQ-STATUS.
      *----------------------------------------------------------------
      *RVH118: AFSCHRIJVINGSBOEKINGEN IN DE GLPQ-INDELING (RVH025) -
      *        DE JCL VOEGT ZE BIJ DE GLPQ-FEED - EN DE NAZICHTLIJST.
      *----------------------------------------------------------------
           SELECT GLPO-FILE ASSIGN TO GLPO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPO-STATUS.
           SELECT AFSR-FILE ASSIGN TO AFSR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AFSR-STATUS.
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
       FD  INVO-FILE
           RECORDING MODE IS F.
       01  INVO-REC.
           05  INVO-PPR                 PIC X(186).
           05  INVO-WIJZE               PIC X(01).
           05  INVO-FASE                PIC X(01).
               88  INVO-FASE-LOPEND     VALUE "P" "I" "X".
           05  INVO-FASEDATUM           PIC 9(08).
       FD  INVQ-FILE
           RECORDING MODE IS F.
       01  INVQ-REC                     PIC X(196).
       FD  AFSO-FILE
           RECORDING MODE IS F.
       01  AFSO-REC.
           05  AFSO-KONST               PIC 9(10).
           05  AFSO-VOLGNR              PIC 9(04).
           05  AFSO-RNR                 PIC X(13).
           05  AFSO-BEDRAG              PIC S9(08).
           05  AFSO-REGEL               PIC X(01).
           05  AFSO-STATUS              PIC X(01).
           05  AFSO-DATUM               PIC 9(08).
       FD  AFSN-FILE
           RECORDING MODE IS F.
       01  AFSN-REC.
           05  AFSN-KONST               PIC 9(10).
           05  AFSN-VOLGNR              PIC 9(04).
           05  AFSN-RNR                 PIC X(13).
           05  AFSN-BEDRAG              PIC S9(08).
      *    "K" = KLEIN BEDRAG, "N" = NALATENSCHAP AFGESLOTEN.
           05  AFSN-REGEL               PIC X(01).
      *    "V" = VOORGESTELD, "R" = GEWEIGERD.
           05  AFSN-STATUS              PIC X(01).
           05  AFSN-DATUM               PIC 9(08).
       FD  AFSD-FILE
           RECORDING MODE IS F.
       01  AFSD-REC.
           05  AFSD-KONST               PIC 9(10).
           05  AFSD-VOLGNR              PIC 9(04).
           05  AFSD-BESLIS              PIC X(01).
           05  AFSD-NAZICHTER           PIC X(08).
           05  AFSD-DATUM               PIC 9(08).
RVH124     05  AFSD-INVOERDER           PIC X(08).
       FD  AFSA-FILE
           RECORDING MODE IS F.
       01  AFSA-REC.
           05  AFSA-PPR                 PIC X(186).
           05  AFSA-REGEL               PIC X(01).
           05  AFSA-BESLIS              PIC X(01).
           05  AFSA-NAZICHTER           PIC X(08).
           05  AFSA-DATUM               PIC 9(08).
           05  AFSA-AFGESCHREVEN        PIC S9(08).
       FD  OVLQ-FILE
           RECORDING MODE IS F.
       01  OVLQ-REC.
           05  OVLQ-RNR                 PIC X(13).
           05  OVLQ-DATUM               PIC 9(08).
       FD  NALQ-FILE
           RECORDING MODE IS F.
       01  NALQ-REC.
           05  NALQ-PPR                 PIC X(186).
           05  NALQ-DATOVL              PIC 9(08).
       FD  SLDQ-FILE
           RECORDING MODE IS F.
       01  SLDQ-REC.
           05  SLDQ-RNR                 PIC X(13).
           05  SLDQ-OPENSTAAND          PIC S9(08).
       FD  GLPO-FILE
           RECORDING MODE IS F.
       01  GLPO-REC.
           05  GLPO-RNR                 PIC X(13).
           05  GLPO-LIBEL               PIC 9(02).
           05  GLPO-KONST               PIC 9(10).
           05  GLPO-VOLGNR              PIC 9(03).
           05  GLPO-FEDERATIE           PIC 9(03).
           05  GLPO-BEDRAG              PIC S9(08).
           05  GLPO-BEDRAG-DV           PIC X(01).
           05  GLPO-DATINB              PIC 9(08).
           05  GLPO-RUNSEQ              PIC 9(02).
           05  GLPO-OGM                 PIC X(12).
           05  GLPO-SOORT               PIC X(01).
           05  GLPO-VERSCHOVEN          PIC X(01).
       FD  AFSR-FILE
           RECORDING MODE IS F.
       01  AFSR-REC                     PIC X(80).
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
       01  WS-INVO-STATUS               PIC XX VALUE ZEROES.
       01  WS-INVQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-AFSO-STATUS               PIC XX VALUE ZEROES.
       01  WS-AFSN-STATUS               PIC XX VALUE ZEROES.
       01  WS-AFSD-STATUS               PIC XX VALUE ZEROES.
       01  WS-AFSA-STATUS               PIC XX VALUE ZEROES.
       01  WS-OVLQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-NALQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-SLDQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPO-STATUS               PIC XX VALUE ZEROES.
       01  WS-AFSR-STATUS               PIC XX VALUE ZEROES.
       01  WS-INVO-EOF-SW               PIC X VALUE "N".
           88  WS-INVO-EOF              VALUE "Y".
       01  WS-AFSO-EOF-SW               PIC X VALUE "N".
           88  WS-AFSO-EOF              VALUE "Y".
       01  WS-AFSD-EOF-SW               PIC X VALUE "N".
           88  WS-AFSD-EOF              VALUE "Y".
       01  WS-OVLQ-EOF-SW               PIC X VALUE "N".
           88  WS-OVLQ-EOF              VALUE "Y".
       01  WS-NALQ-EOF-SW               PIC X VALUE "N".
           88  WS-NALQ-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH118: AFSCHRIJVINGSREGELS, GECOMPILEERD ZOALS TABLE-SEUIL-
      *        CONTROLE IN TRBFNCX4: BEDRAGEN IN CENTIEM, OUDERDOM IN
      *        MAANDEN T.O.V. TRBFN-DATMEMO.
      *----------------------------------------------------------------
       01  WS-AFS-DREMPEL               PIC S9(08) VALUE 1000.
       01  WS-AFS-MAANDEN               PIC 9(03)  VALUE 012.
      *----------------------------------------------------------------
      *RVH118: VORIG REGISTER EN BESLISSINGEN, GEHEEL INGELEZEN EN
      *        OPGEZOCHT OP KONSTANTE/VOLGNUMMER (ZOALS WS-DEC-TABLE IN
      *        GIRREVX4).
      *----------------------------------------------------------------
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-REG-IDX.
               10  WS-REG-KONST         PIC 9(10).
               10  WS-REG-VOLGNR        PIC 9(04).
               10  WS-REG-REGEL         PIC X(01).
               10  WS-REG-STATUS        PIC X(01).
               10  WS-REG-DATUM         PIC 9(08).
       01  WS-REG-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-REG-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-REG-GEVONDEN          VALUE "Y".
       01  WS-REG-REGEL-HOLD            PIC X(01).
       01  WS-REG-STATUS-HOLD           PIC X(01).
           88  WS-HOLD-VOORGESTELD      VALUE "V".
           88  WS-HOLD-GEWEIGERD        VALUE "R".
       01  WS-REG-DATUM-HOLD            PIC 9(08).
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-DEC-IDX.
               10  WS-DEC-KONST         PIC 9(10).
               10  WS-DEC-VOLGNR        PIC 9(04).
               10  WS-DEC-BESLIS        PIC X(01).
               10  WS-DEC-NAZICHTER     PIC X(08).
               10  WS-DEC-DATUM         PIC 9(08).
               10  WS-DEC-GEBRUIKT      PIC X(01).
RVH124         10  WS-DEC-INVOERDER     PIC X(08).
       01  WS-DEC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-DEC-SUB                   PIC 9(04).
       01  WS-DEC-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-DEC-GEVONDEN          VALUE "Y".
       01  WS-DEC-BESLIS-HOLD           PIC X(01).
           88  WS-HOLD-GOEDGEKEURD      VALUE "A".
       01  WS-DEC-NAZICHTER-HOLD        PIC X(08).
       01  WS-DEC-DATUM-HOLD            PIC 9(08).
RVH124 01  WS-DEC-INVOERDER-HOLD        PIC X(08).
      *----------------------------------------------------------------
      *RVH118: OVERLEDEN LEDEN EN LOPENDE NALATENSCHAPPEN.
      *----------------------------------------------------------------
       01  WS-OVL-TABLE.
           05  WS-OVL-RNR OCCURS 5000 TIMES
                          INDEXED BY WS-OVL-IDX
                                        PIC X(13).
       01  WS-OVL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-NAL-TABLE.
           05  WS-NAL-RNR OCCURS 5000 TIMES
                          INDEXED BY WS-NAL-IDX
                                        PIC X(13).
       01  WS-NAL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-OVL-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-OVL-GEVONDEN          VALUE "Y".
       01  WS-NAL-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-NAL-GEVONDEN          VALUE "Y".
      *----------------------------------------------------------------
      *RVH118: GRENSDATUM VOOR REGEL "K" = VANDAAG MIN WS-AFS-MAANDEN
      *        MAANDEN (DAG ONGEWIJZIGD; ENKEL VOOR DE VERGELIJKING).
      *----------------------------------------------------------------
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VANDAAG-CCYY          PIC 9(04).
           05  WS-VANDAAG-MM            PIC 9(02).
           05  WS-VANDAAG-DD            PIC 9(02).
       01  WS-GRENSDATUM                PIC 9(08) VALUE ZERO.
       01  WS-GRENSDATUM-RED REDEFINES WS-GRENSDATUM.
           05  WS-GRENS-CCYY            PIC 9(04).
           05  WS-GRENS-MM              PIC 9(02).
           05  WS-GRENS-DD              PIC 9(02).
       01  WS-MAANDTAL                  PIC 9(06).
       01  WS-MAAND-REST                PIC 9(02).
       01  WS-MAAND-QUOT                PIC 9(04).
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-SCHULD                    PIC S9(08).
       01  WS-AFGESCHREVEN              PIC S9(08).
       01  WS-REGEL                     PIC X(01).
       01  WS-OGM-REST                  PIC 9(10).
       01  WS-OGM-QUOT                  PIC 9(10).
       01  WS-OGM-SUITE                 PIC 9(03).
       01  WS-OGM.
           05  WS-OGM-BASIS             PIC 9(10).
           05  WS-OGM-CHECK             PIC 9(02).
       01  WS-BEDRAG-ED                 PIC -ZZZZZZZZ9.
       01  WS-CNT-ZAKEN                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-VOORGESTELD           PIC 9(07) VALUE ZERO.
       01  WS-CNT-AFGESCHREVEN          PIC 9(07) VALUE ZERO.
       01  WS-CNT-GEWEIGERD             PIC 9(07) VALUE ZERO.
       01  WS-CNT-ZONDER-ZAAK           PIC 9(07) VALUE ZERO.
       01  WS-TOT-AFGESCHREVEN          PIC S9(09) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-DISPLAY-BEDR              PIC -ZZZZZZZZ9.
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
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-AFSCHRIJVING SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-AFSCHRIJVING.
      *---------------------------------
           PERFORM OPEN-AFSCHRIJVING
           PERFORM LADEN-REGISTER
           PERFORM LADEN-BESLISSINGEN
RVH124     PERFORM LADEN-AUTORISATIES
           PERFORM LADEN-OVERLIJDENS
           PERFORM LADEN-NALATENSCHAPPEN
           PERFORM BEREKEN-GRENSDATUM
           PERFORM LEZEN-INVO
           PERFORM WITH TEST BEFORE UNTIL WS-INVO-EOF
              PERFORM VERWERK-ZAAK
              PERFORM LEZEN-INVO
           END-PERFORM
           PERFORM MELD-LOSSE-BESLISSINGEN
           PERFORM FIN-AFSCHRIJVING
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-AFSCHRIJVING.
      ********************
           OPEN INPUT INVO-FILE
           IF WS-INVO-STATUS NOT = "00"
              DISPLAY "GIRAFSX4 - ERREUR OPEN INVO STATUS = "
                      WS-INVO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT INVQ-FILE
           IF WS-INVQ-STATUS NOT = "00"
              DISPLAY "GIRAFSX4 - ERREUR OPEN INVQ STATUS = "
                      WS-INVQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT AFSN-FILE
           IF WS-AFSN-STATUS NOT = "00"
              DISPLAY "GIRAFSX4 - ERREUR OPEN AFSN STATUS = "
                      WS-AFSN-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT AFSA-FILE
           IF WS-AFSA-STATUS NOT = "00"
              DISPLAY "GIRAFSX4 - ERREUR OPEN AFSA STATUS = "
                      WS-AFSA-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT GLPO-FILE
           IF WS-GLPO-STATUS NOT = "00"
              DISPLAY "GIRAFSX4 - ERREUR OPEN GLPO STATUS = "
                      WS-GLPO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT AFSR-FILE
           IF WS-AFSR-STATUS NOT = "00"
              DISPLAY "GIRAFSX4 - ERREUR OPEN AFSR STATUS = "
                      WS-AFSR-STATUS
              STOP RUN
           END-IF
           OPEN I-O SLDQ-FILE
           IF WS-SLDQ-STATUS NOT = "00"
              DISPLAY "GIRAFSX4 - ERREUR OPEN SLDQ STATUS = "
                      WS-SLDQ-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *----------------------------------------------------------------
      *RVH118: HET VORIGE REGISTER. BIJ DE EERSTE RUN ONTBREEKT HET -
      *        DAN IS ER NOG NIETS VOORGESTELD.
      *----------------------------------------------------------------
       LADEN-REGISTER.
      *****************
           OPEN INPUT AFSO-FILE
           IF WS-AFSO-STATUS = "00"
              PERFORM LEZEN-AFSO
              PERFORM WITH TEST BEFORE UNTIL WS-AFSO-EOF
                 IF WS-REG-COUNT < 3000
                    ADD 1 TO WS-REG-COUNT
                    SET WS-REG-IDX TO WS-REG-COUNT
                    MOVE AFSO-KONST  TO WS-REG-KONST  (WS-REG-IDX)
                    MOVE AFSO-VOLGNR TO WS-REG-VOLGNR (WS-REG-IDX)
                    MOVE AFSO-REGEL  TO WS-REG-REGEL  (WS-REG-IDX)
                    MOVE AFSO-STATUS TO WS-REG-STATUS (WS-REG-IDX)
                    MOVE AFSO-DATUM  TO WS-REG-DATUM  (WS-REG-IDX)
                 ELSE
                    DISPLAY "GIRAFSX4 - REGISTERTABEL VOL - "
                            "RUN AFGEBROKEN"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM LEZEN-AFSO
              END-PERFORM
              CLOSE AFSO-FILE
           END-IF
           .
      *
       LEZEN-AFSO.
      *************
           READ AFSO-FILE
              AT END
                 SET WS-AFSO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH118: HET BESLISSINGSBESTAND; ZONDER BESLISSINGEN WORDT ER
      *        ENKEL VOORGESTELD.
      *----------------------------------------------------------------
       LADEN-BESLISSINGEN.
      *********************
           OPEN INPUT AFSD-FILE
           IF WS-AFSD-STATUS = "00"
              PERFORM LEZEN-AFSD
              PERFORM WITH TEST BEFORE UNTIL WS-AFSD-EOF
                 IF WS-DEC-COUNT < 3000
                    ADD 1 TO WS-DEC-COUNT
                    SET WS-DEC-IDX TO WS-DEC-COUNT
                    MOVE AFSD-KONST     TO WS-DEC-KONST (WS-DEC-IDX)
                    MOVE AFSD-VOLGNR    TO WS-DEC-VOLGNR (WS-DEC-IDX)
                    MOVE AFSD-BESLIS    TO WS-DEC-BESLIS (WS-DEC-IDX)
                    MOVE AFSD-NAZICHTER TO WS-DEC-NAZICHTER
                                                         (WS-DEC-IDX)
                    MOVE AFSD-DATUM     TO WS-DEC-DATUM (WS-DEC-IDX)
RVH124              MOVE AFSD-INVOERDER TO WS-DEC-INVOERDER
RVH124                                                   (WS-DEC-IDX)
                    MOVE "N"            TO WS-DEC-GEBRUIKT
                                                         (WS-DEC-IDX)
                 ELSE
                    DISPLAY "GIRAFSX4 - BESLISSINGSTABEL VOL - "
                            "OVERIGE BESLISSINGEN GENEGEERD"
                 END-IF
                 PERFORM LEZEN-AFSD
              END-PERFORM
              CLOSE AFSD-FILE
           END-IF
           .
      *
       LEZEN-AFSD.
      *************
           READ AFSD-FILE
              AT END
                 SET WS-AFSD-EOF TO TRUE
           END-READ
           .
      *
       LADEN-OVERLIJDENS.
      ********************
           OPEN INPUT OVLQ-FILE
           IF WS-OVLQ-STATUS = "00"
              PERFORM LEZEN-OVLQ
              PERFORM WITH TEST BEFORE UNTIL WS-OVLQ-EOF
                 IF WS-OVL-COUNT < 5000
                    ADD 1 TO WS-OVL-COUNT
                    MOVE OVLQ-RNR TO WS-OVL-RNR (WS-OVL-COUNT)
                 ELSE
                    DISPLAY "GIRAFSX4 - OVERLIJDENSTABEL VOL - "
                            "RUN AFGEBROKEN"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
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
      *----------------------------------------------------------------
      *RVH118: ZOLANG EEN NALATENSCHAP IN NALQ LIGT, IS ZE NIET
      *        AFGESLOTEN EN KAN DE SCHULD NOG VERREKEND WORDEN. EEN
      *        ONLEESBARE NALQ STOPT DE RUN: ANDERS ZOU ELK OVERLEDEN
      *        LID ALS AFGESLOTEN GELDEN.
      *----------------------------------------------------------------
       LADEN-NALATENSCHAPPEN.
      ************************
           OPEN INPUT NALQ-FILE
           IF WS-NALQ-STATUS NOT = "00"
              DISPLAY "GIRAFSX4 - ERREUR OPEN NALQ STATUS = "
                      WS-NALQ-STATUS
              STOP RUN
           END-IF
           PERFORM LEZEN-NALQ
           PERFORM WITH TEST BEFORE UNTIL WS-NALQ-EOF
              MOVE NALQ-PPR TO PPR-RECORD
              IF WS-NAL-COUNT < 5000
                 ADD 1 TO WS-NAL-COUNT
                 MOVE TRBFN-RNR TO WS-NAL-RNR (WS-NAL-COUNT)
              ELSE
                 DISPLAY "GIRAFSX4 - NALATENSCHAPSTABEL VOL - "
                         "RUN AFGEBROKEN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LEZEN-NALQ
           END-PERFORM
           CLOSE NALQ-FILE
           .
      *
       LEZEN-NALQ.
      *************
           READ NALQ-FILE
              AT END
                 SET WS-NALQ-EOF TO TRUE
           END-READ
           .
      *
       BEREKEN-GRENSDATUM.
      *********************
           COMPUTE WS-MAANDTAL = WS-VANDAAG-CCYY * 12
                               + WS-VANDAAG-MM - 1
                               - WS-AFS-MAANDEN
           END-COMPUTE
           DIVIDE WS-MAANDTAL BY 12
                  GIVING WS-MAAND-QUOT
                  REMAINDER WS-MAAND-REST
           MOVE WS-MAAND-QUOT TO WS-GRENS-CCYY
           COMPUTE WS-GRENS-MM = WS-MAAND-REST + 1
           END-COMPUTE
           MOVE WS-VANDAAG-DD TO WS-GRENS-DD
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
      *----------------------------------------------------------------
      *RVH118: EEN INVORDERINGSZAAK:
      *        . VOORGESTELD EN GOEDGEKEURD -> AFSCHRIJVEN, DE ZAAK
      *          VALT UIT INVQ;
      *        . VOORGESTELD EN GEWEIGERD   -> "R" IN HET REGISTER;
      *        . EERDER GEWEIGERD           -> "R" DOORSCHUIVEN;
      *        . ANDERS DE REGELS TOETSEN (EEN NOG ONBESLIST VOORSTEL
      *          BEHOUDT ZIJN OORSPRONKELIJKE DATUM).
      *----------------------------------------------------------------
       VERWERK-ZAAK.
      ***************
           ADD 1 TO WS-CNT-ZAKEN
           MOVE INVO-PPR TO PPR-RECORD
           PERFORM ZOEK-REGISTER
           PERFORM ZOEK-BESLISSING
           EVALUATE TRUE
           WHEN WS-REG-GEVONDEN AND WS-HOLD-VOORGESTELD
            AND WS-DEC-GEVONDEN AND WS-HOLD-GOEDGEKEURD
              PERFORM SCHRIJF-AFSCHRIJVING
           WHEN WS-REG-GEVONDEN AND WS-HOLD-VOORGESTELD
            AND WS-DEC-GEVONDEN
              ADD 1 TO WS-CNT-GEWEIGERD
              MOVE ZERO TO WS-AFGESCHREVEN
              PERFORM SCHRIJVEN-ARCHIEF
              MOVE "R" TO WS-REG-STATUS-HOLD
              PERFORM SCHRIJVEN-REGISTER
              WRITE INVQ-REC FROM INVO-REC
           WHEN WS-REG-GEVONDEN AND WS-HOLD-GEWEIGERD
              PERFORM SCHRIJVEN-REGISTER
              WRITE INVQ-REC FROM INVO-REC
           WHEN OTHER
              PERFORM TOETS-REGELS
              WRITE INVQ-REC FROM INVO-REC
           END-EVALUATE
           .
      *
       ZOEK-REGISTER.
      ****************
           MOVE "N"    TO WS-REG-GEVONDEN-SW
           MOVE SPACES TO WS-REG-STATUS-HOLD WS-REG-REGEL-HOLD
           MOVE ZERO   TO WS-REG-DATUM-HOLD
           IF WS-REG-COUNT > ZERO
              SET WS-REG-IDX TO 1
              SEARCH WS-REG-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-REG-IDX > WS-REG-COUNT
                    CONTINUE
                 WHEN WS-REG-KONST  (WS-REG-IDX) = TRBFN-CONSTANTE
                  AND WS-REG-VOLGNR (WS-REG-IDX) = TRBFN-NO-SUITE
                    SET WS-REG-GEVONDEN TO TRUE
                    MOVE WS-REG-REGEL (WS-REG-IDX)
                                        TO WS-REG-REGEL-HOLD
                    MOVE WS-REG-STATUS (WS-REG-IDX)
                                        TO WS-REG-STATUS-HOLD
                    MOVE WS-REG-DATUM (WS-REG-IDX)
                                        TO WS-REG-DATUM-HOLD
              END-SEARCH
           END-IF
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
                 WHEN WS-DEC-IDX > WS-DEC-COUNT
                    CONTINUE
                 WHEN WS-DEC-KONST  (WS-DEC-IDX) = TRBFN-CONSTANTE
                  AND WS-DEC-VOLGNR (WS-DEC-IDX) = TRBFN-NO-SUITE
                    SET WS-DEC-GEVONDEN TO TRUE
                    MOVE "J" TO WS-DEC-GEBRUIKT (WS-DEC-IDX)
                    MOVE WS-DEC-BESLIS (WS-DEC-IDX)
                                        TO WS-DEC-BESLIS-HOLD
                    MOVE WS-DEC-NAZICHTER (WS-DEC-IDX)
                                        TO WS-DEC-NAZICHTER-HOLD
                    MOVE WS-DEC-DATUM (WS-DEC-IDX)
                                        TO WS-DEC-DATUM-HOLD
RVH124              MOVE WS-DEC-INVOERDER (WS-DEC-IDX)
RVH124                                  TO WS-DEC-INVOERDER-HOLD
              END-SEARCH
           END-IF
RVH124*    EEN BESLISSING OVER EEN OPENSTAAND VOORSTEL VAN EEN NIET-
RVH124*    GEMACHTIGDE NAZICHTER GELDT ALS ONBESTAAND: HET VOORSTEL
RVH124*    BLIJFT OPENSTAAN MET ZIJN OORSPRONKELIJKE DATUM EN DE
RVH124*    WEIGERING GAAT NAAR AUTR.
RVH124     IF WS-DEC-GEVONDEN AND WS-REG-GEVONDEN
RVH124                        AND WS-HOLD-VOORGESTELD
RVH124        MOVE "AFSQ"                TO WS-AUT-WACHTRIJ
RVH124        MOVE WS-DEC-NAZICHTER-HOLD TO WS-AUT-CONTROLEUR
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
      *RVH118: DE AFSCHRIJVINGSREGELS. TRBFN-MONTANT IS VOOR EEN
      *        TERUGVORDERING NEGATIEF (ZIE SCHRIJF-OVERDRACHT IN
      *        GIRAMNX4).
      *----------------------------------------------------------------
       TOETS-REGELS.
      ***************
           MOVE SPACE TO WS-REGEL
           IF NOT INVO-FASE-LOPEND
              COMPUTE WS-SCHULD = ZERO - TRBFN-MONTANT
              END-COMPUTE
              PERFORM ZOEK-OVERLIJDEN
              EVALUATE TRUE
              WHEN WS-OVL-GEVONDEN AND NOT WS-NAL-GEVONDEN
                 MOVE "N" TO WS-REGEL
              WHEN WS-SCHULD < WS-AFS-DREMPEL
               AND TRBFN-DATMEMO < WS-GRENSDATUM
                 MOVE "K" TO WS-REGEL
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           IF WS-REGEL NOT = SPACE
              ADD 1 TO WS-CNT-VOORGESTELD
              MOVE WS-REGEL TO WS-REG-REGEL-HOLD
              MOVE "V"      TO WS-REG-STATUS-HOLD
              IF NOT WS-REG-GEVONDEN
                 MOVE WS-VANDAAG TO WS-REG-DATUM-HOLD
              END-IF
              PERFORM SCHRIJVEN-REGISTER
              PERFORM SCHRIJVEN-VOORSTEL
           END-IF
           .
      *
       ZOEK-OVERLIJDEN.
      ******************
           MOVE "N" TO WS-OVL-GEVONDEN-SW WS-NAL-GEVONDEN-SW
           IF WS-OVL-COUNT > ZERO
              SET WS-OVL-IDX TO 1
              SEARCH WS-OVL-RNR
                 AT END
                    CONTINUE
                 WHEN WS-OVL-IDX > WS-OVL-COUNT
                    CONTINUE
                 WHEN WS-OVL-RNR (WS-OVL-IDX) = TRBFN-RNR
                    SET WS-OVL-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           IF WS-OVL-GEVONDEN AND WS-NAL-COUNT > ZERO
              SET WS-NAL-IDX TO 1
              SEARCH WS-NAL-RNR
                 AT END
                    CONTINUE
                 WHEN WS-NAL-IDX > WS-NAL-COUNT
                    CONTINUE
                 WHEN WS-NAL-RNR (WS-NAL-IDX) = TRBFN-RNR
                    SET WS-NAL-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           .
      *
       SCHRIJVEN-REGISTER.
      *********************
           MOVE TRBFN-CONSTANTE     TO AFSN-KONST
           MOVE TRBFN-NO-SUITE      TO AFSN-VOLGNR
           MOVE TRBFN-RNR           TO AFSN-RNR
           COMPUTE AFSN-BEDRAG = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE WS-REG-REGEL-HOLD   TO AFSN-REGEL
           MOVE WS-REG-STATUS-HOLD  TO AFSN-STATUS
           MOVE WS-REG-DATUM-HOLD   TO AFSN-DATUM
           WRITE AFSN-REC
           .
      *
       SCHRIJVEN-VOORSTEL.
      *********************
           COMPUTE WS-BEDRAG-ED = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE SPACES TO AFSR-REC
           STRING "VOORSTEL "             DELIMITED BY SIZE
                  WS-REG-REGEL-HOLD       DELIMITED BY SIZE
                  " KONST="               DELIMITED BY SIZE
                  TRBFN-CONSTANTE         DELIMITED BY SIZE
                  " VOLGNR="              DELIMITED BY SIZE
                  TRBFN-NO-SUITE          DELIMITED BY SIZE
                  " RNR="                 DELIMITED BY SIZE
                  TRBFN-RNR               DELIMITED BY SIZE
                  " BEDRAG="              DELIMITED BY SIZE
                  WS-BEDRAG-ED            DELIMITED BY SIZE
                                     INTO AFSR-REC
           END-STRING
           WRITE AFSR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH118: GOEDGEKEURDE AFSCHRIJVING - ENKEL HET DEEL DAT NOG IN
      *        SLDQ OPENSTAAT WORDT AFGEBOEKT (EEN DEELBETALING IS AL
      *        DOOR GIRCINX4 VERMINDERD); ZONDER OPENSTAAND SALDO
      *        SLUIT DE ZAAK ZONDER BOEKING.
      *----------------------------------------------------------------
       SCHRIJF-AFSCHRIJVING.
      ***********************
           ADD 1 TO WS-CNT-AFGESCHREVEN
           MOVE ZERO TO WS-AFGESCHREVEN
           COMPUTE WS-SCHULD = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE TRBFN-RNR TO SLDQ-RNR
           READ SLDQ-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SLDQ-OPENSTAAND > ZERO
                    IF SLDQ-OPENSTAAND < WS-SCHULD
                       MOVE SLDQ-OPENSTAAND TO WS-AFGESCHREVEN
                    ELSE
                       MOVE WS-SCHULD       TO WS-AFGESCHREVEN
                    END-IF
                    SUBTRACT WS-AFGESCHREVEN FROM SLDQ-OPENSTAAND
                    REWRITE SLDQ-REC
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                 END-IF
           END-READ
           IF WS-AFGESCHREVEN > ZERO
              PERFORM BEREKEN-OGM
              PERFORM SCHRIJF-BOEKING
              ADD WS-AFGESCHREVEN TO WS-TOT-AFGESCHREVEN
           END-IF
           PERFORM SCHRIJVEN-ARCHIEF
           MOVE WS-AFGESCHREVEN TO WS-BEDRAG-ED
           MOVE SPACES TO AFSR-REC
           STRING "AFGESCHREVEN KONST="   DELIMITED BY SIZE
                  TRBFN-CONSTANTE         DELIMITED BY SIZE
                  " VOLGNR="              DELIMITED BY SIZE
                  TRBFN-NO-SUITE          DELIMITED BY SIZE
                  " RNR="                 DELIMITED BY SIZE
                  TRBFN-RNR               DELIMITED BY SIZE
                  " BEDRAG="              DELIMITED BY SIZE
                  WS-BEDRAG-ED            DELIMITED BY SIZE
                                     INTO AFSR-REC
           END-STRING
           WRITE AFSR-REC
           .
      *
       SCHRIJF-BOEKING.
      ******************
           MOVE TRBFN-RNR            TO GLPO-RNR
           MOVE TRBFN-CODE-LIBEL     TO GLPO-LIBEL
           MOVE TRBFN-CONSTANTE      TO GLPO-KONST
           MOVE TRBFN-NO-SUITE       TO GLPO-VOLGNR
           MOVE TRBFN-DEST           TO GLPO-FEDERATIE
           MOVE WS-AFGESCHREVEN      TO GLPO-BEDRAG
           MOVE TRBFN-MONTANT-DV     TO GLPO-BEDRAG-DV
           MOVE WS-VANDAAG           TO GLPO-DATINB
           MOVE ZERO                 TO GLPO-RUNSEQ
           MOVE WS-OGM               TO GLPO-OGM
           MOVE "O"                  TO GLPO-SOORT
           MOVE SPACE                TO GLPO-VERSCHOVEN
           WRITE GLPO-REC
           .
      *
       SCHRIJVEN-ARCHIEF.
      ********************
           MOVE INVO-PPR               TO AFSA-PPR
           MOVE WS-REG-REGEL-HOLD      TO AFSA-REGEL
           MOVE WS-DEC-BESLIS-HOLD     TO AFSA-BESLIS
           MOVE WS-DEC-NAZICHTER-HOLD  TO AFSA-NAZICHTER
           MOVE WS-DEC-DATUM-HOLD      TO AFSA-DATUM
           MOVE WS-AFGESCHREVEN        TO AFSA-AFGESCHREVEN
           WRITE AFSA-REC
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
      *RVH118: EEN BESLISSING ZONDER ZAAK (AL BETAALD OF AFGEPUNT, OF
      *        NOOIT VOORGESTELD) WORDT GEMELD EN NIET UITGEVOERD.
      *----------------------------------------------------------------
       MELD-LOSSE-BESLISSINGEN.
      **************************
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
              IF WS-DEC-GEBRUIKT (WS-DEC-SUB) = "N"
                 ADD 1 TO WS-CNT-ZONDER-ZAAK
                 MOVE SPACES TO AFSR-REC
                 STRING "BESLISSING ZONDER ZAAK KONST="
                                             DELIMITED BY SIZE
                        WS-DEC-KONST (WS-DEC-SUB)
                                             DELIMITED BY SIZE
                        " VOLGNR="           DELIMITED BY SIZE
                        WS-DEC-VOLGNR (WS-DEC-SUB)
                                             DELIMITED BY SIZE
                        " NAZICHTER="        DELIMITED BY SIZE
                        WS-DEC-NAZICHTER (WS-DEC-SUB)
                                             DELIMITED BY SIZE
                                        INTO AFSR-REC
                 END-STRING
                 WRITE AFSR-REC
              END-IF
           END-PERFORM
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
RVH124              DISPLAY "GIRAFSX4 - AUTORISATIETABEL VOL - "
RVH124                      "OVERIGE GEBRUIKERS GENEGEERD"
RVH124           END-IF
RVH124           PERFORM LEZEN-AUTQ
RVH124        END-PERFORM
RVH124        CLOSE AUTQ-FILE
RVH124     ELSE
RVH124        DISPLAY "GIRAFSX4 - AUTORISATIEREGISTER ONTBREEKT - "
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
RVH124           DISPLAY "GIRAFSX4 - ERREUR OPEN AUTR STATUS = "
RVH124                   WS-AUTR-STATUS
RVH124           STOP RUN
RVH124        END-IF
RVH124        SET AUTR-OPEN TO TRUE
RVH124     END-IF
RVH124     ADD 1 TO WS-CNT-AUT-GEWEIGERD
RVH124     MOVE SPACES            TO AUTR-REC
RVH124     MOVE "GIRAFSX4"        TO AUTR-PROGRAMMA
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
       FIN-AFSCHRIJVING.
      *******************
           CLOSE INVO-FILE INVQ-FILE AFSN-FILE AFSA-FILE GLPO-FILE
                 AFSR-FILE SLDQ-FILE
RVH124     IF AUTR-OPEN
RVH124        CLOSE AUTR-FILE
RVH124     END-IF
           MOVE WS-CNT-ZAKEN TO WS-DISPLAY-CNT
           DISPLAY "GIRAFSX4 - ZAKEN GELEZEN    : " WS-DISPLAY-CNT
           MOVE WS-CNT-VOORGESTELD TO WS-DISPLAY-CNT
           DISPLAY "GIRAFSX4 - VOORGESTELD      : " WS-DISPLAY-CNT
           MOVE WS-CNT-AFGESCHREVEN TO WS-DISPLAY-CNT
           DISPLAY "GIRAFSX4 - AFGESCHREVEN     : " WS-DISPLAY-CNT
           MOVE WS-CNT-GEWEIGERD TO WS-DISPLAY-CNT
           DISPLAY "GIRAFSX4 - GEWEIGERD        : " WS-DISPLAY-CNT
           MOVE WS-CNT-ZONDER-ZAAK TO WS-DISPLAY-CNT
           DISPLAY "GIRAFSX4 - BESLIS. ZONDER ZAAK: " WS-DISPLAY-CNT
           MOVE WS-TOT-AFGESCHREVEN TO WS-DISPLAY-BEDR
           DISPLAY "GIRAFSX4 - TOTAAL AFGESCHREVEN: " WS-DISPLAY-BEDR
RVH124     MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
RVH124     DISPLAY "GIRAFSX4 - AUT. GEWEIGERD     : " WS-DISPLAY-CNT
           .

      ******************************************************************
      **  GIRNALX4 : DISPOSITIE VAN DE NALATENSCHAPSWACHTRIJ (NALQ)    *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - LEEST DE VORIGE GENERATIE VAN DE NALATENSCHAPSWACHTRIJ     *
      **    (NALQ, ZIE RVH083 IN TRBFNCX4 EN GIROVLX4) SAMEN MET EEN   *
      **    INSTRUCTIEBESTAND VAN DE DIENST NALATENSCHAPPEN,           *
      **    GESLEUTELD OP KONSTANTE/VOLGNUMMER (ZELFDE OPZET ALS       *
      **    GIRBSHX4/GIRCPLX4).                                        *
      **  - NOTARIS -> DE PPR WORDT VOOR HET VOLLEDIGE BEDRAG OPNIEUW  *
      **    AANGEBODEN VIA GIRBETPP OP DE REKENING VAN DE NOTARIS,     *
      **    MET DE NAZICHTVLAG TRBFN-NAZICHT "N" (ZIE RVH105 IN        *
      **    TRBFNCXP), ZODAT DE OVERLIJDENSCONTROLE DE PPR NIET        *
      **    OPNIEUW PARKEERT.                                          *
      **  - ERFGENAMEN -> EEN INSTRUCTIEREKORD PER ERFGENAAM MET ZIJN  *
      **    AANDEEL IN PROCENT; PER ERFGENAAM WORDT EEN PPR OPNIEUW    *
      **    AANGEBODEN VOOR ZIJN DEEL, DE LAATSTE ERFGENAAM KRIJGT HET *
      **    AFRONDINGSSALDO. SLUITEN DE AANDELEN NIET OP 100 PROCENT,  *
      **    DAN BLIJFT DE ZAAK ONBESLIST.                              *
      **  - TERUG NAAR DE FEDERATIE (NIET VERSCHULDIGD) -> EEN         *
      **    TERUGMELDING IN DE REJQ-INDELING EN EEN GLPQ-BOEKINGSLIJN  *
      **    SOORT "N" TEN GUNSTE VAN DE FEDERATIE.                     *
RVH137**  - GEEN ERFGENAMEN GEKEND -> DE ZAAK GAAT NAAR HET REGISTER   *
RVH137**    VAN DE NIET-OPGEEISTE UITKERINGEN (NOUN, ZIE GIRNOUX4) EN  *
RVH137**    VERLAAT DE WACHTRIJ.                                       *
      **  - AANHOUDEN OF GEEN INSTRUCTIE -> DOORSCHUIVEN NAAR DE       *
      **    NIEUWE NALQ-GENERATIE; ENKEL EEN ONBESLISTE ZAAK KOMT OP   *
      **    DE OUDERDOMSLIJST (OUDERDOM SINDS DE OVERLIJDENSDATUM).    *
      **  - ELKE BESLISSING WORDT GEARCHIVEERD MET DE MEDEWERKER EN    *
      **    DE DATUM, EN SCHRIJFT EEN LEVENSLOOP-GEBEURTENIS IN DE     *
      **    PLSQ-INDELING, ZODAT GIRPLSX4 TOONT WAT ER MET HET GELD    *
      **    GEBEURDE.                                                  *
RVH124**  - ELKE INSTRUCTIE WORDT GETOETST AAN HET AUTORISATIEREGISTER *
RVH124**    (AUTQ): DE MEDEWERKER MOET GEMACHTIGD ZIJN VOOR NALQ EN    *
RVH124**    HET BEDRAG VAN DE ZAAK, EN MAG NIET DEZELFDE ZIJN ALS DE   *
RVH124**    INVOERDER. EEN GEWEIGERDE INSTRUCTIE WORDT NIET TOEGEPAST  *
RVH124**    MAAR GEMELD OP HET WEIGERINGSRAPPORT (AUTR).               *
      **                                                               *
      ******************************************************************
      *RVH105: NIEUW DISPOSITIEPROGRAMMA VOOR DE NALATENSCHAPSWACHTRIJ
      *        (ZIE HET RVH083-COMMENTAAR IN TRBFNCX4).
      *RVH124: AUTORISATIETOETS (AUTQ) MET VIER-OGENPRINCIPE.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *RVH137: BESLISSING "O" - NALATENSCHAP ZONDER GEKENDE ERFGENAMEN
      *        NAAR HET REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRNALX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH105*
RVH105* RVH105 15/10/2026
RVH105*     NIEUW PROGRAMMA : DISPOSITIE NALATENSCHAPSWACHTRIJ -
RVH105*     UITBETALING AAN DE NOTARIS, VERDELING OVER DE ERFGENAMEN
RVH105*     VOLGENS AANDEEL, TERUG NAAR DE FEDERATIE OF AANHOUDEN,
RVH105*     MET ARCHIEF, OUDERDOMSLIJST, GLPQ- EN PLSQ-UITVOER.
RVH105*
RVH124* RVH124 15/10/2026
RVH124*     INSTRUCTIES GETOETST AAN HET AUTORISATIEREGISTER AUTQ
RVH124*     (ROL, WACHTRIJ, MAXIMUMBEDRAG, GELDIGHEID) EN AAN DE
RVH124*     SCHEIDING INVOERDER/MEDEWERKER; WEIGERINGEN NAAR AUTR.
RVH124*
RVH132* RVH132 15/10/2026
RVH132*     KETENBEWAKING: START ENKEL ALS DE VORIGE FASE VAN DE
RVH132*     WERKDAG AFGEWERKT IS, AFMELDING MET DE RETURN-CODE
RVH132*     BIJ HET EINDE (GIRKETX4).
RVH132*
RVH137* RVH137 15/10/2026
RVH137*     NIEUWE BESLISSING "O" (GEEN ERFGENAMEN GEKEND): DE ZAAK
RVH137*     GAAT ALS NIEUWE ZAAK NAAR HET REGISTER VAN DE NIET-
RVH137*     OPGEEISTE UITKERINGEN (NOUN), MET ARCHIEF EN PLSQ.
RVH137*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH105: VORIGE GENERATIE VAN DE WACHTRIJ - DE JCL ALLOCEERT DE
      *        DOOR DE VORIGE RUN GESCHREVEN NALQ ALS NALO.
      *----------------------------------------------------------------
           SELECT NALO-FILE ASSIGN TO NALO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NALO-STATUS.
      *----------------------------------------------------------------
      *RVH105: INSTRUCTIEBESTAND VAN DE DIENST NALATENSCHAPPEN - EEN
      *        REKORD PER BESLISTE ZAAK, OF EEN REKORD PER ERFGENAAM
      *        BIJ EEN VERDELING.
      *----------------------------------------------------------------
           SELECT NALD-FILE ASSIGN TO NALD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NALD-STATUS.
      *----------------------------------------------------------------
      *RVH105: NIEUWE NALQ-GENERATIE MET DE AANGEHOUDEN EN ONBESLISTE
      *        REKORDS (ZELFDE INDELING ALS NALQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT NALQ-FILE ASSIGN TO NALQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NALQ-STATUS.
      *----------------------------------------------------------------
      *RVH105: TERUGMELDING AAN DE FEDERATIE VAN DE NIET VERSCHULDIGDE
      *        BEDRAGEN (ZELFDE INDELING ALS REJQ-REC IN TRBFNCX4) -
      *        DE JCL STUURT ZE MEE MET DE VERWERPINGEN, MAAR ZE GAAN
      *        NIET NAAR DE CORRECTIESTROOM VAN GIRCRRX4.
      *----------------------------------------------------------------
           SELECT NALF-FILE ASSIGN TO NALF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NALF-STATUS.
      *----------------------------------------------------------------
      *RVH105: BESLISSINGSARCHIEF - ELKE BESLISTE ENTRY (PER ERFGENAAM
      *        BIJ EEN VERDELING) MET DE BEGUNSTIGDE, HET BEDRAG, DE
      *        MEDEWERKER EN DE DATUM.
      *----------------------------------------------------------------
           SELECT NALA-FILE ASSIGN TO NALA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NALA-STATUS.
      *----------------------------------------------------------------
      *RVH105: OUDERDOMSLIJST VAN DE ONBESLISTE WACHTRIJ-ENTRIES.
      *----------------------------------------------------------------
           SELECT NALR-FILE ASSIGN TO NALR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NALR-STATUS.
      *----------------------------------------------------------------
      *RVH105: BOEKINGSLIJNEN IN DE GLPQ-INDELING (RVH025) VOOR DE
      *        TERUGGAVE AAN DE FEDERATIE - DE JCL VOEGT ZE BIJ DE
      *        GLPQ-FEED. NALQ DRAAGT GEEN PARKEERACCRUAL (ZIE
      *        GIROVLX4), ER IS DUS GEEN TEGENBOEKING NODIG.
      *----------------------------------------------------------------
           SELECT GLPN-FILE ASSIGN TO GLPN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPN-STATUS.
      *----------------------------------------------------------------
      *RVH105: LEVENSLOOP-GEBEURTENISSEN IN DE PLSQ-INDELING - DE JCL
      *        VOEGT ZE BIJ DE STATUSMASTER DIE GIRPLSX4 BEVRAAGT.
      *----------------------------------------------------------------
           SELECT PLSN-FILE ASSIGN TO PLSN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSN-STATUS.
      *----------------------------------------------------------------
      *RVH137: NIEUWE ZAKEN VOOR HET REGISTER VAN DE NIET-OPGEEISTE
      *        UITKERINGEN (OPNAMEINDELING VAN GIRNOUX4).
      *----------------------------------------------------------------
RVH137     SELECT NOUN-FILE ASSIGN TO NOUN
RVH137            ORGANIZATION IS SEQUENTIAL
RVH137            FILE STATUS  IS WS-NOUN-STATUS.
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
       FD  NALO-FILE
           RECORDING MODE IS F.
       01  NALO-REC.
           05  NALO-PPR                 PIC X(186).
           05  NALO-DATOVL              PIC 9(08).
       FD  NALD-FILE
           RECORDING MODE IS F.
       01  NALD-REC.
           05  NALD-KONST               PIC 9(10).
           05  NALD-VOLGNR              PIC 9(04).
           05  NALD-BESLIS              PIC X(01).
               88  NALD-NOTARIS         VALUE "N".
               88  NALD-ERFGENAAM       VALUE "E".
               88  NALD-FEDERATIE       VALUE "F".
               88  NALD-AANHOUDEN       VALUE "H".
RVH137         88  NALD-ONBEHEERD       VALUE "O".
           05  NALD-AANDEEL             PIC 9(03)V99.
           05  NALD-IBAN                PIC X(34).
           05  NALD-NAAM                PIC X(30).
           05  NALD-KLERK               PIC X(08).
           05  NALD-DATUM               PIC 9(08).
RVH124     05  NALD-INVOERDER           PIC X(08).
       FD  NALQ-FILE
           RECORDING MODE IS F.
       01  NALQ-REC.
           05  NALQ-PPR                 PIC X(186).
           05  NALQ-DATOVL              PIC 9(08).
       FD  NALF-FILE
           RECORDING MODE IS F.
       01  NALF-REC.
           05  NALF-PPR                 PIC X(186).
           05  NALF-DIAG                PIC X(32).
       FD  NALA-FILE
           RECORDING MODE IS F.
       01  NALA-REC.
           05  NALA-PPR                 PIC X(186).
           05  NALA-DATOVL              PIC 9(08).
           05  NALA-BESLIS              PIC X(01).
           05  NALA-AANDEEL             PIC 9(03)V99.
           05  NALA-BEDRAG              PIC S9(08).
           05  NALA-IBAN                PIC X(34).
           05  NALA-NAAM                PIC X(30).
           05  NALA-KLERK               PIC X(08).
           05  NALA-DATUM               PIC 9(08).
       FD  NALR-FILE
           RECORDING MODE IS F.
       01  NALR-REC                     PIC X(80).
       FD  GLPN-FILE
           RECORDING MODE IS F.
       01  GLPN-REC.
           05  GLPN-RNR                 PIC X(13).
           05  GLPN-LIBEL               PIC 9(02).
           05  GLPN-KONST               PIC 9(10).
           05  GLPN-VOLGNR              PIC 9(03).
           05  GLPN-FEDERATIE           PIC 9(03).
           05  GLPN-BEDRAG              PIC S9(08).
           05  GLPN-BEDRAG-DV           PIC X(01).
           05  GLPN-DATINB              PIC 9(08).
           05  GLPN-RUNSEQ              PIC 9(02).
           05  GLPN-OGM                 PIC X(12).
           05  GLPN-SOORT               PIC X(01).
           05  GLPN-VERSCHOVEN          PIC X(01).
       FD  PLSN-FILE
           RECORDING MODE IS F.
       01  PLSN-REC.
           05  PLSN-KONST               PIC 9(10).
           05  PLSN-VOLGNR              PIC 9(04).
           05  PLSN-DATUM               PIC 9(08).
           05  PLSN-TIJD                PIC 9(08).
           05  PLSN-PROGRAMMA           PIC X(08).
           05  PLSN-EVENT               PIC X(04).
           05  PLSN-DETAIL              PIC X(32).
RVH137 FD  NOUN-FILE
RVH137     RECORDING MODE IS F.
RVH137 01  NOUN-REC.
RVH137     05  NOUN-PPR                 PIC X(186).
RVH137     05  NOUN-HERKOMST            PIC X(03).
RVH137     05  NOUN-REDEN               PIC X(32).
RVH137     05  NOUN-DATUM               PIC 9(08).
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
       01  WS-NALO-STATUS               PIC XX VALUE ZEROES.
       01  WS-NALD-STATUS               PIC XX VALUE ZEROES.
       01  WS-NALQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-NALF-STATUS               PIC XX VALUE ZEROES.
       01  WS-NALA-STATUS               PIC XX VALUE ZEROES.
       01  WS-NALR-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPN-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSN-STATUS               PIC XX VALUE ZEROES.
RVH137 01  WS-NOUN-STATUS               PIC XX VALUE ZEROES.
       01  WS-NALO-EOF-SW               PIC X VALUE "N".
           88  WS-NALO-EOF              VALUE "Y".
       01  WS-NALD-EOF-SW               PIC X VALUE "N".
           88  WS-NALD-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH105: INSTRUCTIETABEL - HET INSTRUCTIEBESTAND WORDT IN ZIJN
      *        GEHEEL INGELEZEN EN PER WACHTRIJ-ENTRY OPGEZOCHT OP
      *        KONSTANTE/VOLGNUMMER (ZELFDE OPZET ALS WS-DEC-TABLE IN
      *        GIRBSHX4). EEN VERDELING OVER ERFGENAMEN TELT MEERDERE
      *        ENTRIES MET DEZELFDE SLEUTEL.
      *----------------------------------------------------------------
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DEC-IDX.
               10  WS-DEC-KONST         PIC 9(10).
               10  WS-DEC-VOLGNR        PIC 9(04).
               10  WS-DEC-BESLIS        PIC X(01).
               10  WS-DEC-AANDEEL       PIC 9(03)V99.
               10  WS-DEC-IBAN          PIC X(34).
               10  WS-DEC-NAAM          PIC X(30).
               10  WS-DEC-KLERK         PIC X(08).
               10  WS-DEC-DATUM         PIC 9(08).
RVH124         10  WS-DEC-INVOERDER     PIC X(08).
       01  WS-DEC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-DEC-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-DEC-GEVONDEN          VALUE "Y".
       01  WS-DEC-BESLIS-HOLD           PIC X(01).
           88  WS-HOLD-NOTARIS          VALUE "N".
           88  WS-HOLD-ERFGENAAM        VALUE "E".
           88  WS-HOLD-FEDERATIE        VALUE "F".
           88  WS-HOLD-AANHOUDEN        VALUE "H".
RVH137     88  WS-HOLD-ONBEHEERD        VALUE "O".
       01  WS-DEC-AANDEEL-HOLD          PIC 9(03)V99.
       01  WS-DEC-IBAN-HOLD             PIC X(34).
       01  WS-DEC-NAAM-HOLD             PIC X(30).
       01  WS-DEC-KLERK-HOLD            PIC X(08).
       01  WS-DEC-DATUM-HOLD            PIC 9(08).
RVH124 01  WS-DEC-INVOERDER-HOLD        PIC X(08).
      *----------------------------------------------------------------
      *RVH105: VERDELING OVER DE ERFGENAMEN - SOM VAN DE AANDELEN,
      *        AANTAL ERFGENAMEN EN HET NOG TE VERDELEN SALDO.
      *----------------------------------------------------------------
       01  WS-ERF-SOM-AANDEEL           PIC 9(05)V99 VALUE ZERO.
       01  WS-ERF-AANTAL                PIC 9(04) VALUE ZERO.
       01  WS-ERF-VOLGEND               PIC 9(04) VALUE ZERO.
       01  WS-ERF-SALDO                 PIC S9(08) VALUE ZERO.
       01  WS-ERF-DEEL                  PIC S9(08) VALUE ZERO.
       01  WS-NAL-BEDRAG                PIC S9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH105: PLAATSVERVANGEND KOPPELGEBIED VOOR DE GIRBETPP/GIRBETFN-
      *        AANROEP, ZOALS IN GIRBSHX4/GIRCPLX4.
      *----------------------------------------------------------------
       01  WS-USAREA1                   PIC X(256) VALUE SPACES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *----------------------------------------------------------------
      *RVH105: OUDERDOMSBEREKENING IN HANDELSDAGEN (360/30) T.O.V. DE
      *        OVERLIJDENSDATUM (NALQ-DATOVL).
      *----------------------------------------------------------------
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VANDAAG-CCYY          PIC 9(04).
           05  WS-VANDAAG-MM            PIC 9(02).
           05  WS-VANDAAG-DD            PIC 9(02).
       01  WS-DATOVL                    PIC 9(08) VALUE ZERO.
       01  WS-DATOVL-RED REDEFINES WS-DATOVL.
           05  WS-DATOVL-CCYY           PIC 9(04).
           05  WS-DATOVL-MM             PIC 9(02).
           05  WS-DATOVL-DD             PIC 9(02).
       01  WS-OUDERDOM                  PIC S9(06) VALUE ZERO.
       01  WS-OUDERDOM-ED               PIC ZZZZZ9.
       01  WS-PLS-TIJD                  PIC 9(08) VALUE ZERO.
       01  WS-PLS-EVENT                 PIC X(04).
       01  WS-PLS-DETAIL                PIC X(32).
       01  WS-GIRBET-ACTIEF-SW          PIC X VALUE "N".
           88  WS-GIRBET-ACTIEF         VALUE "Y".
       01  WS-CNT-NOTARIS               PIC 9(07) VALUE ZERO.
       01  WS-CNT-ERFGENAMEN            PIC 9(07) VALUE ZERO.
       01  WS-CNT-FEDERATIE             PIC 9(07) VALUE ZERO.
       01  WS-CNT-AANGEHOUDEN           PIC 9(07) VALUE ZERO.
       01  WS-CNT-ONBESLIST             PIC 9(07) VALUE ZERO.
RVH137 01  WS-CNT-ONBEHEERD             PIC 9(07) VALUE ZERO.
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
       TRAITEMENT-DISPOSITIE SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-DISPOSITIE.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-DISPOSITIE
           PERFORM LADEN-INSTRUCTIES
RVH124     PERFORM LADEN-AUTORISATIES
           PERFORM LEZEN-NALO
           PERFORM WITH TEST BEFORE UNTIL WS-NALO-EOF
              PERFORM VERWERK-WACHTRIJ-ENTRY
              PERFORM LEZEN-NALO
           END-PERFORM
           PERFORM FIN-DISPOSITIE
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-DISPOSITIE.
      ******************
           OPEN INPUT NALO-FILE
           IF WS-NALO-STATUS NOT = "00"
              DISPLAY "GIRNALX4 - ERREUR OPEN NALO STATUS = "
                      WS-NALO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT NALQ-FILE
           IF WS-NALQ-STATUS NOT = "00"
              DISPLAY "GIRNALX4 - ERREUR OPEN NALQ STATUS = "
                      WS-NALQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT NALF-FILE
           IF WS-NALF-STATUS NOT = "00"
              DISPLAY "GIRNALX4 - ERREUR OPEN NALF STATUS = "
                      WS-NALF-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT NALA-FILE
           IF WS-NALA-STATUS NOT = "00"
              DISPLAY "GIRNALX4 - ERREUR OPEN NALA STATUS = "
                      WS-NALA-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT NALR-FILE
           IF WS-NALR-STATUS NOT = "00"
              DISPLAY "GIRNALX4 - ERREUR OPEN NALR STATUS = "
                      WS-NALR-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT GLPN-FILE
           IF WS-GLPN-STATUS NOT = "00"
              DISPLAY "GIRNALX4 - ERREUR OPEN GLPN STATUS = "
                      WS-GLPN-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PLSN-FILE
           IF WS-PLSN-STATUS NOT = "00"
              DISPLAY "GIRNALX4 - ERREUR OPEN PLSN STATUS = "
                      WS-PLSN-STATUS
              STOP RUN
           END-IF
RVH137     OPEN OUTPUT NOUN-FILE
RVH137     IF WS-NOUN-STATUS NOT = "00"
RVH137        DISPLAY "GIRNALX4 - ERREUR OPEN NOUN STATUS = "
RVH137                WS-NOUN-STATUS
RVH137        STOP RUN
RVH137     END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *----------------------------------------------------------------
      *RVH105: HET INSTRUCTIEBESTAND VOLLEDIG INLEZEN IN WS-DEC-TABLE.
      *        EEN ONTBREKEND OF LEEG BESTAND IS GEEN FOUT - DAN IS
      *        ALLES ONBESLIST EN WORDT DE VOLLEDIGE WACHTRIJ ENKEL
      *        DOORGESCHOVEN EN GERAPPORTEERD.
      *----------------------------------------------------------------
       LADEN-INSTRUCTIES.
      ********************
           OPEN INPUT NALD-FILE
           IF WS-NALD-STATUS = "00"
              PERFORM LEZEN-NALD
              PERFORM WITH TEST BEFORE UNTIL WS-NALD-EOF
                 IF WS-DEC-COUNT < 500
                    ADD 1 TO WS-DEC-COUNT
                    SET WS-DEC-IDX TO WS-DEC-COUNT
                    MOVE NALD-KONST   TO WS-DEC-KONST (WS-DEC-IDX)
                    MOVE NALD-VOLGNR  TO WS-DEC-VOLGNR (WS-DEC-IDX)
                    MOVE NALD-BESLIS  TO WS-DEC-BESLIS (WS-DEC-IDX)
                    MOVE NALD-AANDEEL TO WS-DEC-AANDEEL (WS-DEC-IDX)
                    MOVE NALD-IBAN    TO WS-DEC-IBAN (WS-DEC-IDX)
                    MOVE NALD-NAAM    TO WS-DEC-NAAM (WS-DEC-IDX)
                    MOVE NALD-KLERK   TO WS-DEC-KLERK (WS-DEC-IDX)
                    MOVE NALD-DATUM   TO WS-DEC-DATUM (WS-DEC-IDX)
RVH124              MOVE NALD-INVOERDER
RVH124                                TO WS-DEC-INVOERDER (WS-DEC-IDX)
                 ELSE
                    DISPLAY "GIRNALX4 - INSTRUCTIETABEL VOL - "
                            "OVERIGE INSTRUCTIES GENEGEERD"
                 END-IF
                 PERFORM LEZEN-NALD
              END-PERFORM
              CLOSE NALD-FILE
           END-IF
           .
      *
       LEZEN-NALD.
      *************
           READ NALD-FILE
              AT END
                 SET WS-NALD-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-NALO.
      *************
           READ NALO-FILE
              AT END
                 SET WS-NALO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH105: EEN WACHTRIJ-ENTRY AFHANDELEN VOLGENS DE INSTRUCTIE:
      *        NOTARIS -> HERAANBIEDEN VOOR HET VOLLEDIGE BEDRAG;
      *        ERFGENAMEN -> HERAANBIEDEN PER AANDEEL; FEDERATIE ->
      *        TERUGMELDING PLUS BOEKINGSLIJN; AANHOUDEN ->
      *        ARCHIEF EN DOORSCHUIVEN; GEEN INSTRUCTIE ->
      *        DOORSCHUIVEN PLUS OUDERDOMSLIJN. DE BESLISSING VAN DE
      *        EERSTE INSTRUCTIE MET DE SLEUTEL GELDT VOOR DE ZAAK.
      *----------------------------------------------------------------
       VERWERK-WACHTRIJ-ENTRY.
      *************************
           MOVE NALO-PPR TO PPR-RECORD
           MOVE TRBFN-MONTANT TO WS-NAL-BEDRAG
           PERFORM ZOEK-INSTRUCTIE
           IF WS-DEC-GEVONDEN AND WS-HOLD-ERFGENAAM
              PERFORM TEL-ERFGENAMEN
           END-IF
           EVALUATE TRUE
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-NOTARIS
              ADD 1 TO WS-CNT-NOTARIS
              MOVE WS-NAL-BEDRAG TO WS-ERF-DEEL
              PERFORM HERAANBIEDEN-PPR
              PERFORM SCHRIJVEN-ARCHIEF
              MOVE "NALN" TO WS-PLS-EVENT
              MOVE SPACES TO WS-PLS-DETAIL
              STRING "NOTARIS "          DELIMITED BY SIZE
                     WS-DEC-NAAM-HOLD    DELIMITED BY SIZE
                                    INTO WS-PLS-DETAIL
              END-STRING
              PERFORM SCHRIJVEN-PLSN
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-ERFGENAAM
                AND WS-ERF-SOM-AANDEEL = 100
              ADD 1 TO WS-CNT-ERFGENAMEN
              PERFORM VERDELEN-ERFGENAMEN
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-FEDERATIE
              ADD 1 TO WS-CNT-FEDERATIE
              MOVE WS-NAL-BEDRAG TO WS-ERF-DEEL
              PERFORM SCHRIJVEN-TERUGMELDING
              PERFORM SCHRIJF-BOEKING-FEDERATIE
              PERFORM SCHRIJVEN-ARCHIEF
              MOVE "NALF" TO WS-PLS-EVENT
              MOVE "TERUG FEDERATIE - NIET VERSCHULD"
                          TO WS-PLS-DETAIL
              PERFORM SCHRIJVEN-PLSN
      *    EEN UITDRUKKELIJKE AANHOUDINSTRUCTIE ("H") IS EEN
      *    BESLISSING: ZE GAAT MET DE MEDEWERKER EN DE DATUM IN HET
      *    ARCHIEF EN DE ZAAK SCHUIFT DOOR ZONDER OUDERDOMSLIJN.
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-AANHOUDEN
              ADD 1 TO WS-CNT-AANGEHOUDEN
              MOVE ZERO TO WS-ERF-DEEL
              PERFORM SCHRIJVEN-ARCHIEF
              PERFORM SCHUIF-DOOR
              MOVE "NALH" TO WS-PLS-EVENT
              MOVE "AANGEHOUDEN - NALATENSCHAP"
                          TO WS-PLS-DETAIL
              PERFORM SCHRIJVEN-PLSN
RVH137*    GEEN ERFGENAMEN GEKEND ("O"): HET VOLLEDIGE BEDRAG GAAT
RVH137*    NAAR HET REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN; DE
RVH137*    VERJARING LOOPT VANAF DE OVERLIJDENSDATUM.
RVH137     WHEN WS-DEC-GEVONDEN AND WS-HOLD-ONBEHEERD
RVH137        ADD 1 TO WS-CNT-ONBEHEERD
RVH137        MOVE WS-NAL-BEDRAG TO WS-ERF-DEEL
RVH137        MOVE NALO-PPR      TO NOUN-PPR
RVH137        MOVE "NAL"         TO NOUN-HERKOMST
RVH137        MOVE "NALATENSCHAP ZONDER ERFGENAMEN"
RVH137                           TO NOUN-REDEN
RVH137        MOVE NALO-DATOVL   TO NOUN-DATUM
RVH137        WRITE NOUN-REC
RVH137        PERFORM SCHRIJVEN-ARCHIEF
RVH137        MOVE "NALO" TO WS-PLS-EVENT
RVH137        MOVE "GEEN ERFGENAMEN - REGISTER NOU"
RVH137                    TO WS-PLS-DETAIL
RVH137        PERFORM SCHRIJVEN-PLSN
           WHEN OTHER
              ADD 1 TO WS-CNT-ONBESLIST
              PERFORM SCHUIF-DOOR
              PERFORM SCHRIJVEN-OUDERDOM
           END-EVALUATE
           .
      *
       SCHUIF-DOOR.
      **************
           MOVE NALO-PPR    TO NALQ-PPR
           MOVE NALO-DATOVL TO NALQ-DATOVL
           WRITE NALQ-REC
           .
      *
       ZOEK-INSTRUCTIE.
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
                    PERFORM NEMEN-INSTRUCTIE
              END-SEARCH
           END-IF
RVH124*    ELKE INSTRUCTIE VAN DE ZAAK (BIJ EEN VERDELING EEN PER
RVH124*    ERFGENAAM) WORDT GETOETST; IS ER EEN VAN EEN NIET-
RVH124*    GEMACHTIGDE MEDEWERKER, DAN GELDT DE ZAAK ALS ONBESLIST:
RVH124*    ZE SCHUIFT DOOR EN DE WEIGERING GAAT NAAR AUTR.
RVH124     IF WS-DEC-GEVONDEN
RVH124        PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
RVH124                UNTIL WS-DEC-IDX > WS-DEC-COUNT
RVH124                   OR NOT WS-DEC-GEVONDEN
RVH124           IF WS-DEC-KONST  (WS-DEC-IDX) = TRBFN-CONSTANTE
RVH124              AND WS-DEC-VOLGNR (WS-DEC-IDX) = TRBFN-NO-SUITE
RVH124              PERFORM TOETS-INSTRUCTIE
RVH124           END-IF
RVH124        END-PERFORM
RVH124     END-IF
           .
RVH124*
RVH124 TOETS-INSTRUCTIE.
RVH124*******************
RVH124     MOVE "NALQ"                        TO WS-AUT-WACHTRIJ
RVH124     MOVE WS-DEC-KLERK (WS-DEC-IDX)     TO WS-AUT-CONTROLEUR
RVH124     MOVE WS-DEC-INVOERDER (WS-DEC-IDX) TO WS-AUT-INVOERDER
RVH124     MOVE WS-NAL-BEDRAG                 TO WS-AUT-BEDRAG
RVH124     MOVE TRBFN-CONSTANTE TO WS-AUT-REFERENTIE (1:10)
RVH124     MOVE TRBFN-NO-SUITE  TO WS-AUT-REFERENTIE (11:4)
RVH124     PERFORM TOETS-AUTORISATIE
RVH124     IF NOT WS-AUT-OK
RVH124        MOVE "N" TO WS-DEC-GEVONDEN-SW
RVH124        PERFORM SCHRIJF-AUT-WEIGERING
RVH124     END-IF
           .
      *
       NEMEN-INSTRUCTIE.
      *******************
           MOVE WS-DEC-BESLIS (WS-DEC-IDX)  TO WS-DEC-BESLIS-HOLD
           MOVE WS-DEC-AANDEEL (WS-DEC-IDX) TO WS-DEC-AANDEEL-HOLD
           MOVE WS-DEC-IBAN (WS-DEC-IDX)    TO WS-DEC-IBAN-HOLD
           MOVE WS-DEC-NAAM (WS-DEC-IDX)    TO WS-DEC-NAAM-HOLD
           MOVE WS-DEC-KLERK (WS-DEC-IDX)   TO WS-DEC-KLERK-HOLD
           MOVE WS-DEC-DATUM (WS-DEC-IDX)   TO WS-DEC-DATUM-HOLD
RVH124     MOVE WS-DEC-INVOERDER (WS-DEC-IDX)
RVH124                                TO WS-DEC-INVOERDER-HOLD
           .
      *
      *----------------------------------------------------------------
      *RVH105: DE ERFGENAAM-INSTRUCTIES VAN DEZE SLEUTEL TELLEN EN HUN
      *        AANDELEN OPTELLEN - ENKEL EEN VERDELING DIE PRECIES OP
      *        100 PROCENT SLUIT WORDT UITGEVOERD.
      *----------------------------------------------------------------
       TEL-ERFGENAMEN.
      *****************
           MOVE ZERO TO WS-ERF-SOM-AANDEEL
           MOVE ZERO TO WS-ERF-AANTAL
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
              IF WS-DEC-KONST  (WS-DEC-IDX) = TRBFN-CONSTANTE
                 AND WS-DEC-VOLGNR (WS-DEC-IDX) = TRBFN-NO-SUITE
                 AND WS-DEC-BESLIS (WS-DEC-IDX) = "E"
                 ADD 1 TO WS-ERF-AANTAL
                 ADD WS-DEC-AANDEEL (WS-DEC-IDX) TO WS-ERF-SOM-AANDEEL
              END-IF
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH105: VERDELING OVER DE ERFGENAMEN - PER ERFGENAAM HET DEEL
      *        BEREKENEN (AFGEROND) EN HERAANBIEDEN; DE LAATSTE
      *        ERFGENAAM KRIJGT HET RESTERENDE SALDO, ZODAT DE SOM VAN
      *        DE DELEN STEEDS GELIJK IS AAN HET GEPARKEERDE BEDRAG.
      *----------------------------------------------------------------
       VERDELEN-ERFGENAMEN.
      **********************
           MOVE WS-NAL-BEDRAG TO WS-ERF-SALDO
           MOVE ZERO          TO WS-ERF-VOLGEND
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
              IF WS-DEC-KONST  (WS-DEC-IDX) = TRBFN-CONSTANTE
                 AND WS-DEC-VOLGNR (WS-DEC-IDX) = TRBFN-NO-SUITE
                 AND WS-DEC-BESLIS (WS-DEC-IDX) = "E"
                 ADD 1 TO WS-ERF-VOLGEND
                 PERFORM NEMEN-INSTRUCTIE
                 IF WS-ERF-VOLGEND = WS-ERF-AANTAL
                    MOVE WS-ERF-SALDO TO WS-ERF-DEEL
                 ELSE
                    COMPUTE WS-ERF-DEEL ROUNDED =
                            WS-NAL-BEDRAG * WS-DEC-AANDEEL-HOLD / 100
                    END-COMPUTE
                 END-IF
                 SUBTRACT WS-ERF-DEEL FROM WS-ERF-SALDO
                 IF WS-ERF-DEEL > ZERO
                    PERFORM HERAANBIEDEN-PPR
                 END-IF
                 PERFORM SCHRIJVEN-ARCHIEF
                 MOVE "NALE" TO WS-PLS-EVENT
                 MOVE SPACES TO WS-PLS-DETAIL
                 STRING "ERFGENAAM "        DELIMITED BY SIZE
                        WS-DEC-NAAM-HOLD    DELIMITED BY SIZE
                                       INTO WS-PLS-DETAIL
                 END-STRING
                 PERFORM SCHRIJVEN-PLSN
              END-IF
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH105: HERAANBIEDEN VIA GIRBETPP - DE OORSPRONKELIJKE PPR MET
      *        DE NAZICHTVLAG "N", DE REKENING VAN DE NOTARIS OF
      *        ERFGENAAM ALS GEWONE OVERSCHRIJVING (ZELFDE REGEL ALS
      *        DE OMLEIDING NAAR DE BEWINDVOERDER IN TRBFNCX4) EN HET
      *        UIT TE BETALEN DEEL ALS BEDRAG.
      *----------------------------------------------------------------
       HERAANBIEDEN-PPR.
      *******************
           MOVE NALO-PPR         TO PPR-RECORD
           MOVE "N"              TO TRBFN-NAZICHT
           MOVE WS-DEC-IBAN-HOLD TO TRBFN-IBAN
           MOVE "B"              TO TRBFN-BETWYZ
           MOVE WS-ERF-DEEL      TO TRBFN-MONTANT
           CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
           SET WS-GIRBET-ACTIEF TO TRUE
           MOVE NALO-PPR         TO PPR-RECORD
           .
      *
      *----------------------------------------------------------------
      *RVH105: TERUGMELDING AAN DE FEDERATIE - DE PPR ZOALS ZE WERD
      *        AANGELEVERD, MET DE REDEN.
      *----------------------------------------------------------------
       SCHRIJVEN-TERUGMELDING.
      *************************
           MOVE NALO-PPR TO NALF-PPR
           MOVE "NIET VERSCHULDIGD - NALATENSCHAP" TO NALF-DIAG
           WRITE NALF-REC
           .
      *
       SCHRIJVEN-ARCHIEF.
      ********************
           MOVE NALO-PPR              TO NALA-PPR
           MOVE NALO-DATOVL           TO NALA-DATOVL
           MOVE WS-DEC-BESLIS-HOLD    TO NALA-BESLIS
           MOVE WS-DEC-AANDEEL-HOLD   TO NALA-AANDEEL
           MOVE WS-ERF-DEEL           TO NALA-BEDRAG
           MOVE WS-DEC-IBAN-HOLD      TO NALA-IBAN
           MOVE WS-DEC-NAAM-HOLD      TO NALA-NAAM
           MOVE WS-DEC-KLERK-HOLD     TO NALA-KLERK
           MOVE WS-DEC-DATUM-HOLD     TO NALA-DATUM
           WRITE NALA-REC
           .
      *
       SCHRIJVEN-OUDERDOM.
      *********************
           MOVE NALO-DATOVL TO WS-DATOVL
           COMPUTE WS-OUDERDOM =
                   (WS-VANDAAG-CCYY - WS-DATOVL-CCYY) * 360
                 + (WS-VANDAAG-MM - WS-DATOVL-MM) * 30
                 + (WS-VANDAAG-DD - WS-DATOVL-DD)
           END-COMPUTE
           IF WS-OUDERDOM < ZERO
              MOVE ZERO TO WS-OUDERDOM
           END-IF
           MOVE SPACES TO NALR-REC
           MOVE WS-OUDERDOM TO WS-OUDERDOM-ED
           IF WS-DEC-GEVONDEN AND WS-HOLD-ERFGENAAM
              STRING "AANDELEN NIET SLUITEND KONST=" DELIMITED BY SIZE
                     TRBFN-CONSTANTE          DELIMITED BY SIZE
                     " BEDRAG="               DELIMITED BY SIZE
                     WS-NAL-BEDRAG            DELIMITED BY SIZE
                     " OUDERDOM="             DELIMITED BY SIZE
                     WS-OUDERDOM-ED           DELIMITED BY SIZE
                                        INTO NALR-REC
              END-STRING
           ELSE
              STRING "NALATENSCHAP KONST="    DELIMITED BY SIZE
                     TRBFN-CONSTANTE          DELIMITED BY SIZE
                     " BEDRAG="               DELIMITED BY SIZE
                     WS-NAL-BEDRAG            DELIMITED BY SIZE
                     " OUDERDOM="             DELIMITED BY SIZE
                     WS-OUDERDOM-ED           DELIMITED BY SIZE
                     " DAGEN"                 DELIMITED BY SIZE
                                        INTO NALR-REC
              END-STRING
           END-IF
           WRITE NALR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH105: BOEKINGSLIJN VOOR DE TERUGGAVE AAN DE FEDERATIE (SOORT
      *        "N", BEDRAG POSITIEF TEN GUNSTE VAN GLPN-FEDERATIE).
      *----------------------------------------------------------------
       SCHRIJF-BOEKING-FEDERATIE.
      ****************************
           MOVE TRBFN-RNR            TO GLPN-RNR
           MOVE TRBFN-CODE-LIBEL     TO GLPN-LIBEL
           MOVE TRBFN-CONSTANTE      TO GLPN-KONST
           MOVE TRBFN-NO-SUITE       TO GLPN-VOLGNR
           MOVE TRBFN-DEST           TO GLPN-FEDERATIE
           MOVE WS-NAL-BEDRAG        TO GLPN-BEDRAG
           MOVE TRBFN-MONTANT-DV     TO GLPN-BEDRAG-DV
           MOVE WS-VANDAAG           TO GLPN-DATINB
           MOVE ZERO                 TO GLPN-RUNSEQ
           MOVE SPACES               TO GLPN-OGM
           MOVE "N"                  TO GLPN-SOORT
           MOVE SPACE                TO GLPN-VERSCHOVEN
           WRITE GLPN-REC
           .
      *
      *----------------------------------------------------------------
      *RVH105: LEVENSLOOP-GEBEURTENIS PER BESLISSING (ZOALS GIRRTRX4).
      *----------------------------------------------------------------
       SCHRIJVEN-PLSN.
      *****************
           ACCEPT WS-PLS-TIJD FROM TIME
           MOVE TRBFN-CONSTANTE    TO PLSN-KONST
           MOVE TRBFN-NO-SUITE     TO PLSN-VOLGNR
           MOVE WS-VANDAAG         TO PLSN-DATUM
           MOVE WS-PLS-TIJD        TO PLSN-TIJD
           MOVE "GIRNALX4"         TO PLSN-PROGRAMMA
           MOVE WS-PLS-EVENT       TO PLSN-EVENT
           MOVE WS-PLS-DETAIL      TO PLSN-DETAIL
           WRITE PLSN-REC
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
RVH124              DISPLAY "GIRNALX4 - AUTORISATIETABEL VOL - "
RVH124                      "OVERIGE GEBRUIKERS GENEGEERD"
RVH124           END-IF
RVH124           PERFORM LEZEN-AUTQ
RVH124        END-PERFORM
RVH124        CLOSE AUTQ-FILE
RVH124     ELSE
RVH124        DISPLAY "GIRNALX4 - AUTORISATIEREGISTER ONTBREEKT - "
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
RVH124           DISPLAY "GIRNALX4 - ERREUR OPEN AUTR STATUS = "
RVH124                   WS-AUTR-STATUS
RVH124           STOP RUN
RVH124        END-IF
RVH124        SET AUTR-OPEN TO TRUE
RVH124     END-IF
RVH124     ADD 1 TO WS-CNT-AUT-GEWEIGERD
RVH124     MOVE SPACES            TO AUTR-REC
RVH124     MOVE "GIRNALX4"        TO AUTR-PROGRAMMA
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
       FIN-DISPOSITIE.
      *****************
           IF WS-GIRBET-ACTIEF
              CALL "GIRBETFN" USING WS-USAREA1
           END-IF
           CLOSE NALO-FILE NALQ-FILE NALF-FILE NALA-FILE NALR-FILE
                 GLPN-FILE PLSN-FILE
RVH137           NOUN-FILE
RVH124     IF AUTR-OPEN
RVH124        CLOSE AUTR-FILE
RVH124     END-IF
           MOVE WS-CNT-NOTARIS TO WS-DISPLAY-CNT
           DISPLAY "GIRNALX4 - AANTAL NAAR NOTARIS : " WS-DISPLAY-CNT
           MOVE WS-CNT-ERFGENAMEN TO WS-DISPLAY-CNT
           DISPLAY "GIRNALX4 - AANTAL VERDEELD     : " WS-DISPLAY-CNT
           MOVE WS-CNT-FEDERATIE TO WS-DISPLAY-CNT
           DISPLAY "GIRNALX4 - AANTAL TERUG FED.   : " WS-DISPLAY-CNT
           MOVE WS-CNT-AANGEHOUDEN TO WS-DISPLAY-CNT
           DISPLAY "GIRNALX4 - AANTAL AANGEHOUDEN  : " WS-DISPLAY-CNT
           MOVE WS-CNT-ONBESLIST TO WS-DISPLAY-CNT
           DISPLAY "GIRNALX4 - AANTAL ONBESLIST    : " WS-DISPLAY-CNT
RVH137     MOVE WS-CNT-ONBEHEERD TO WS-DISPLAY-CNT
RVH137     DISPLAY "GIRNALX4 - AANTAL NAAR REG. NOU: " WS-DISPLAY-CNT
RVH124     MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
RVH124     DISPLAY "GIRNALX4 - AUT. GEWEIGERD      : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRNALX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRNALX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRNALX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

      **    BLIJFT KLOPPEN OOK ALS DE VOP-CONTROLE BETALINGEN          *
      **    AANHOUDT; OVERIGE USERCOD-WAARDEN PASSEREN ONGEWIJZIGD.    *
      **  - PER RUN WORDT EEN UITKOMSTENSTATISTIEK (VOPS) GESCHREVEN.  *
      **  - PER BANKKANAAL WORDT DE VRIJGEGEVEN BAND VERZEGELD (RELZ): *
      **    AANTAL REKORDS, AANTAL EN SOM VAN DE BETAALREKORDS EN EEN  *
      **    HASH OVER DE VOLLEDIGE REKORDS. GIRPANX4 EN GIRZGLX4       *
      **    TOETSEN DE BAND AAN DIT ZEGEL VOOR ZE HEM GEBRUIKEN.       *
      **  - EEN OPTIONEEL ANNULERINGSBESTAND (ANLC, KONSTANTE/         *
      **    VOLGNUMMER) HAALT BANDLIJNEN VOOR DE VRIJGAVE VAN DE BAND; *
      **    DE ENVELOPPE WORDT ZONDER DEZE LIJNEN HEROPGEBOUWD. DE     *
      **    GLPQ-LIJNEN VAN DE RUN (GLPX) VAN EEN GEANNULEERDE LIJN    *
      **    WORDEN TEGENGEBOEKT (GLPA, SOORT "A" VOOR DE BETALING) EN  *
      **    DE BETALING OOK OP HET BBF-JOURNAAL (BBFA, BBFX-INDELING); *
      **    GIRCERX4 VERREKENT DE "A"-LIJNEN MET STAQ EN 500007.       *
RVH120**  - EEN GEBUNDELDE LIJN (BUNX) STAAT OP DE BAND ONDER DE       *
RVH120**    SLEUTEL VAN HAAR LEIDER. EEN ANNULERING VAN EENDER WELK    *
RVH120**    ONDERDEEL HAALT DE HELE LIJN VAN DE BAND EN BOEKT ALLE     *
RVH120**    ONDERDELEN TEGEN; ANLR VERMELDT ELK MEE GEANNULEERD        *
RVH120**    ONDERDEEL.                                                 *
RVH123**  - EEN NO-MATCH GAAT ALS KANDIDAAT-REKENINGCORRECTIE (RKCQ)   *
RVH123**    NAAR GIRRKCX4, VOOR DE TERUGKOPPELING NAAR DE              *
RVH123**    LEDENADMINISTRATIE.                                        *
RVH124**  - EEN MANUELE BEVESTIGING WORDT GETOETST AAN HET             *
RVH124**    AUTORISATIEREGISTER (AUTQ): DE CONTROLEUR MOET GEMACHTIGD  *
RVH124**    ZIJN VOOR VFYQ EN HET NETBEDRAG, EN MAG NIET DEZELFDE ZIJN *
RVH124**    ALS DE INVOERDER. EEN GEWEIGERDE BEVESTIGING BLIJFT ZONDER *
RVH124**    GEVOLG EN WORDT GEMELD OP HET WEIGERINGSRAPPORT (AUTR).    *
      **                                                               *
      ******************************************************************
      *RVH039: NIEUW PROGRAMMA - VERWERKING VAN DE VOP-ANTWOORDEN EN
      *        GECONTROLEERDE VRIJGAVE VAN DE 5N0001-BAND.
      *RVH120: ANNULERING VAN EEN GEBUNDELDE LIJN GELDT VOOR DE HELE
      *        BUNDEL (BUNX).
      *RVH123: NO-MATCH ALS KANDIDAAT-REKENINGCORRECTIE.
      *RVH124: AUTORISATIETOETS (AUTQ) OP DE MANUELE BEVESTIGINGEN.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH039*     MATCH-BETALINGEN, AANHOUDEN VAN CLOSE-MATCH/NO-MATCH IN
RVH039*     EEN VERIFICATIEWACHTRIJ, UITKOMSTENSTATISTIEK PER RUN.
RVH039*
RVH120* RVH120 15/10/2026
RVH120*     GEBUNDELDE BANDLIJNEN (BUNX): EEN ANNULERING (ANLC) OP EEN
RVH120*     ONDERDEEL OF OP DE LEIDER HAALT DE HELE BANDLIJN WEG EN
RVH120*     BOEKT ALLE ONDERDELEN TEGEN, MET EEN PLSV-GEBEURTENIS EN
RVH120*     EEN ANLR-LIJN PER ONDERDEEL.
RVH120*
RVH123* RVH123 15/10/2026
RVH123*     BIJ EEN NO-MATCH OOK EEN KANDIDAAT-REKENINGCORRECTIE
RVH123*     (RKCQ, BRON "VOP") VOOR GIRRKCX4.
RVH123*
RVH124* RVH124 15/10/2026
RVH124*     MANUELE BEVESTIGINGEN DRAGEN CONTROLEUR EN INVOERDER EN
RVH124*     WORDEN GETOETST AAN HET AUTORISATIEREGISTER AUTQ;
RVH124*     WEIGERINGEN NAAR AUTR.
RVH124*
RVH132* RVH132 15/10/2026
RVH132*     KETENBEWAKING: START ENKEL ALS DE VORIGE FASE VAN DE
RVH132*     WERKDAG AFGEWERKT IS, AFMELDING MET DE RETURN-CODE
RVH132*     BIJ HET EINDE (GIRKETX4).
RVH132*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT PLSV-FILE ASSIGN TO PLSV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSV-STATUS.
      *----------------------------------------------------------------
      *RVH107: ZEGEL VAN DE VRIJGEGEVEN BAND - EEN REKORD PER
      *        BANKKANAAL DAT OP DE BAND STAAT.
      *----------------------------------------------------------------
           SELECT RELZ-FILE ASSIGN TO RELZ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RELZ-STATUS.
      *----------------------------------------------------------------
      *RVH108: ANNULERINGEN DOOR EEN MEDEWERKER VAN NOG NIET
      *        VRIJGEGEVEN BANDLIJNEN - OPTIONEEL.
      *----------------------------------------------------------------
           SELECT ANLC-FILE ASSIGN TO ANLC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ANLC-STATUS.
      *----------------------------------------------------------------
      *RVH108: GLPQ-LIJNEN VAN DEZE RUN (ZOALS GESCHREVEN DOOR
      *        TRBFNCX4) - ENKEL NODIG ALS ER IETS WERD GEANNULEERD.
      *----------------------------------------------------------------
           SELECT GLPX-FILE ASSIGN TO GLPX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPX-STATUS.
      *----------------------------------------------------------------
      *RVH108: TEGENBOEKINGEN VAN DE GEANNULEERDE LIJNEN: GLPQ-
      *        INDELING (GLPA) EN BBF-JOURNAAL (BBFA, BBFX-INDELING),
      *        PLUS HET ANNULERINGSVERSLAG (ANLR).
      *----------------------------------------------------------------
           SELECT GLPA-FILE ASSIGN TO GLPA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPA-STATUS.
           SELECT BBFA-FILE ASSIGN TO BBFA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BBFA-STATUS.
           SELECT ANLR-FILE ASSIGN TO ANLR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ANLR-STATUS.
      *----------------------------------------------------------------
      *RVH120: ONDERDELEN VAN DE GEBUNDELDE OVERSCHRIJVINGEN (BUNQ VAN
      *        TRBFNCX4) - GEEN SORTERING NODIG, HET BESTAND WORDT
      *        VOLLEDIG IN HET GEHEUGEN GELADEN.
      *----------------------------------------------------------------
RVH120     SELECT BUNX-FILE ASSIGN TO BUNX
RVH120            ORGANIZATION IS SEQUENTIAL
RVH120            FILE STATUS  IS WS-BUNX-STATUS.
      *----------------------------------------------------------------
      *RVH123: KANDIDATEN VOOR DE REKENINGCORRECTIE (RKCQ-INDELING VAN
      *        TRBFNCX4) - DE REKENING WAARVOOR DE VOP-DIENSTVERLENER
      *        EEN NO-MATCH GAF.
      *----------------------------------------------------------------
RVH123     SELECT RKCQ-FILE ASSIGN TO RKCQ
RVH123            ORGANIZATION IS SEQUENTIAL
RVH123            FILE STATUS  IS WS-RKCQ-STATUS.
      *
      *----------------------------------------------------------------
      *RVH124: AUTORISATIEREGISTER (AUTQ, ONDERHOUDEN VIA GIRREGX4) EN
      *        HET GEDEELDE RAPPORT VAN DE AUTORISATIEWEIGERINGEN
      *        (AUTR) - ELK DISPOSITIEPROGRAMMA VOEGT ER ZIJN
      *        WEIGERINGEN AAN TOE.
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
           05  VOPC-VOLGNR              PIC 9(03).
           05  VOPC-BEVESTIGD           PIC X(01).
               88  VOPC-VRIJGAVE        VALUE "J".
RVH124     05  VOPC-CONTROLEUR          PIC X(08).
RVH124     05  VOPC-INVOERDER           PIC X(08).
      *
       FD  RELB-FILE
           RECORDING MODE IS F.
       01  RELB-REC                     PIC X(475).
RVH107*    ZELFDE REKORD, MET DE WELKEBANK-POSITIE VAN SEPAAUKU VOOR
RVH107*    HET ZEGEL PER BANKKANAAL.
RVH107 01  RELB-ZGL-REC.
RVH107     05  FILLER                   PIC X(43).
RVH107     05  RELB-WELKEBANK           PIC 9(01).
RVH107     05  FILLER                   PIC X(431).
      *
       FD  VFYQ-FILE
           RECORDING MODE IS F.
           05  PLSV-EVENT               PIC X(04).
           05  PLSV-DETAIL              PIC X(32).
      *
RVH107 FD  RELZ-FILE
RVH107     RECORDING MODE IS F.
RVH107 01  RELZ-REC.
RVH107     05  RELZ-BANDID.
RVH107         10  RELZ-DATUM           PIC 9(08).
RVH107         10  RELZ-TIJD            PIC 9(06).
RVH107     05  RELZ-BANK                PIC 9(01).
RVH107     05  RELZ-REKORDS             PIC 9(07).
RVH107     05  RELZ-AANTAL              PIC 9(07).
RVH107     05  RELZ-TOTAAL              PIC S9(11).
RVH107     05  RELZ-HASH                PIC 9(12).
      *
RVH108 FD  ANLC-FILE
RVH108     RECORDING MODE IS F.
RVH108 01  ANLC-REC.
RVH108     05  ANLC-KONST               PIC 9(10).
RVH108     05  ANLC-VOLGNR              PIC 9(03).
RVH108     05  ANLC-GEBRUIKER           PIC X(08).
RVH108     05  ANLC-REDEN               PIC X(30).
      *
RVH108 FD  GLPX-FILE
RVH108     RECORDING MODE IS F.
RVH108 01  GLPX-REC.
RVH108     05  GLPX-RNR                 PIC X(13).
RVH108     05  GLPX-LIBEL               PIC 9(02).
RVH108     05  GLPX-KONST               PIC 9(10).
RVH108     05  GLPX-VOLGNR              PIC 9(03).
RVH108     05  GLPX-FEDERATIE           PIC 9(03).
RVH108     05  GLPX-BEDRAG              PIC S9(08).
RVH108     05  GLPX-BEDRAG-DV           PIC X(01).
RVH108     05  GLPX-DATINB              PIC 9(08).
RVH108     05  GLPX-RUNSEQ              PIC 9(02).
RVH108     05  GLPX-OGM                 PIC X(12).
RVH108     05  GLPX-SOORT               PIC X(01).
RVH108         88  GLPX-SOORT-BETALING  VALUE "B".
RVH108     05  GLPX-VERSCHOVEN          PIC X(01).
      *
RVH108 FD  GLPA-FILE
RVH108     RECORDING MODE IS F.
RVH108 01  GLPA-REC.
RVH108     05  GLPA-RNR                 PIC X(13).
RVH108     05  GLPA-LIBEL               PIC 9(02).
RVH108     05  GLPA-KONST               PIC 9(10).
RVH108     05  GLPA-VOLGNR              PIC 9(03).
RVH108     05  GLPA-FEDERATIE           PIC 9(03).
RVH108     05  GLPA-BEDRAG              PIC S9(08).
RVH108     05  GLPA-BEDRAG-DV           PIC X(01).
RVH108     05  GLPA-DATINB              PIC 9(08).
RVH108     05  GLPA-RUNSEQ              PIC 9(02).
RVH108     05  GLPA-OGM                 PIC X(12).
RVH108     05  GLPA-SOORT               PIC X(01).
RVH108     05  GLPA-VERSCHOVEN          PIC X(01).
      *
RVH108 FD  BBFA-FILE
RVH108     RECORDING MODE IS F.
RVH108 01  BBFA-REC.
RVH108     05  BBFA-RNR                 PIC X(13).
RVH108     05  BBFA-LIBEL               PIC 9(02).
RVH108     05  BBFA-KONST               PIC 9(10).
RVH108     05  BBFA-VOLGNR              PIC 9(03).
RVH108     05  BBFA-BEDRAG              PIC S9(08).
RVH108     05  BBFA-DATINB              PIC 9(08).
      *
RVH108 FD  ANLR-FILE
RVH108     RECORDING MODE IS F.
RVH108 01  ANLR-REC                     PIC X(100).
      *
RVH120 FD  BUNX-FILE
RVH120     RECORDING MODE IS F.
RVH120 01  BUNX-REC.
RVH120     05  BUNX-LEID-KONST          PIC 9(10).
RVH120     05  BUNX-LEID-VOLGNR         PIC 9(03).
RVH120     05  BUNX-KONST               PIC 9(10).
RVH120     05  BUNX-VOLGNR              PIC 9(03).
RVH120     05  BUNX-LEIDER-SW           PIC X(01).
RVH120         88  BUNX-LEIDER          VALUE "J".
RVH120     05  BUNX-LIBEL               PIC 9(02).
RVH120     05  BUNX-BEDRAG              PIC S9(08).
RVH120     05  BUNX-TOTAAL              PIC S9(08).
RVH120     05  BUNX-AANTAL              PIC 9(03).
RVH120     05  BUNX-OGM                 PIC X(12).
RVH120     05  BUNX-PPR-RNR             PIC S9(08) COMP.
RVH120     05  BUNX-IBAN                PIC X(34).
RVH120     05  BUNX-DATUM               PIC 9(08).
RVH120     05  BUNX-RUNSEQ              PIC 9(02).
      *
RVH123 FD  RKCQ-FILE
RVH123     RECORDING MODE IS F.
RVH123 01  RKCQ-REC.
RVH123     05  RKCQ-RNR                 PIC X(13).
RVH123     05  RKCQ-PPR-RNR             PIC S9(08) COMP.
RVH123     05  RKCQ-VBOND               PIC 9(03).
RVH123     05  RKCQ-IBAN-OUD            PIC X(34).
RVH123     05  RKCQ-IBAN-NIEUW          PIC X(34).
RVH123     05  RKCQ-BRON                PIC X(03).
RVH123     05  RKCQ-DATUM               PIC 9(08).
RVH123     05  RKCQ-BEWIJS              PIC X(40).
      *
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
       01  WS-BANDX-STATUS              PIC XX VALUE ZEROES.
       01  WS-VFYQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-VOPS-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSV-STATUS               PIC XX VALUE ZEROES.
RVH107 01  WS-RELZ-STATUS               PIC XX VALUE ZEROES.
RVH108 01  WS-ANLC-STATUS               PIC XX VALUE ZEROES.
RVH108 01  WS-GLPX-STATUS               PIC XX VALUE ZEROES.
RVH108 01  WS-GLPA-STATUS               PIC XX VALUE ZEROES.
RVH108 01  WS-BBFA-STATUS               PIC XX VALUE ZEROES.
RVH108 01  WS-ANLR-STATUS               PIC XX VALUE ZEROES.
RVH123 01  WS-RKCQ-STATUS               PIC XX VALUE ZEROES.
RVH123 01  WS-CNT-RKC                   PIC 9(07) VALUE ZERO.
RVH108 01  WS-ANLC-EOF-SW               PIC X VALUE "N".
RVH108     88  WS-ANLC-EOF              VALUE "Y".
RVH108 01  WS-GLPX-EOF-SW               PIC X VALUE "N".
RVH108     88  WS-GLPX-EOF              VALUE "Y".
RVH120 01  WS-BUNX-STATUS               PIC XX VALUE ZEROES.
RVH120 01  WS-BUNX-EOF-SW               PIC X VALUE "N".
RVH120     88  WS-BUNX-EOF              VALUE "Y".
       01  WS-PLS-VANDAAG               PIC 9(08) VALUE ZERO.
       01  WS-PLS-TIJD                  PIC 9(08) VALUE ZERO.
       01  WS-BANDX-EOF-SW              PIC X VALUE "N".
                            INDEXED BY WS-BEV-IDX.
               10  WS-BEV-KONST         PIC 9(10).
               10  WS-BEV-VOLGNR        PIC 9(03).
RVH124         10  WS-BEV-CONTROLEUR    PIC X(08).
RVH124         10  WS-BEV-INVOERDER     PIC X(08).
       01  WS-BEV-COUNT                 PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH108: ANNULERINGSTABEL - PER SLEUTEL WORDT BIJGEHOUDEN OF DE
      *        LIJN OP DE BAND WERD AANGETROFFEN (ENKEL DIE WORDEN
      *        TEGENGEBOEKT) EN MET WELK NETBEDRAG.
      *RVH120: WS-ANL-LEIDER IS DE SLEUTEL WAARONDER DE LIJN OP DE BAND
      *        STAAT - DE LEIDER ALS DE SLEUTEL EEN ONDERDEEL VAN EEN
      *        BUNDEL IS, ANDERS DE SLEUTEL ZELF.
      *----------------------------------------------------------------
       01  WS-ANL-TABLE.
           05  WS-ANL-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-ANL-IDX.
               10  WS-ANL-KONST         PIC 9(10).
               10  WS-ANL-VOLGNR        PIC 9(03).
RVH120         10  WS-ANL-LEIDER.
RVH120             15  WS-ANL-LEID-KONST
RVH120                                  PIC 9(10).
RVH120             15  WS-ANL-LEID-VOLGNR
RVH120                                  PIC 9(03).
               10  WS-ANL-GEBRUIKER     PIC X(08).
               10  WS-ANL-REDEN         PIC X(30).
               10  WS-ANL-GEVONDEN-SW   PIC X(01).
                   88  WS-ANL-GEVONDEN  VALUE "J".
               10  WS-ANL-NETBEDRAG     PIC S9(09).
       01  WS-ANL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-GEANNULEERD-SW            PIC X VALUE "N".
           88  WS-GEANNULEERD           VALUE "Y".
       01  WS-ANL-GLPX-SW               PIC X VALUE "N".
           88  WS-ANL-GLPX-GEVONDEN     VALUE "Y".
       01  WS-ANL-BEDRAG-ED             PIC -(8)9.
       01  WS-CNT-GEANNULEERD           PIC 9(07) VALUE ZERO.
       01  WS-CNT-ANL-ONBEKEND          PIC 9(07) VALUE ZERO.
       01  WS-CNT-TEGENGEBOEKT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH120: DE NIET-LEIDENDE ONDERDELEN VAN DE GEBUNDELDE LIJNEN.
      *        EEN GEANNULEERDE BUNDEL WORDT HIER GEMARKEERD ZODAT
      *        OOK DE GLPQ-LIJNEN VAN DE ANDERE ONDERDELEN WORDEN
      *        TEGENGEBOEKT.
      *----------------------------------------------------------------
RVH120 01  WS-BUN-TABLE.
RVH120     05  WS-BUN-ENTRY OCCURS 5000 TIMES
RVH120                      INDEXED BY WS-BUN-IDX.
RVH120         10  WS-BUN-LEIDER.
RVH120             15  WS-BUN-LEID-KONST
RVH120                                  PIC 9(10).
RVH120             15  WS-BUN-LEID-VOLGNR
RVH120                                  PIC 9(03).
RVH120         10  WS-BUN-KEY.
RVH120             15  WS-BUN-KONST     PIC 9(10).
RVH120             15  WS-BUN-VOLGNR    PIC 9(03).
RVH120         10  WS-BUN-BEDRAG        PIC S9(08).
RVH120         10  WS-BUN-SW            PIC X(01).
RVH120             88  WS-BUN-GEANNULEERD
RVH120                                  VALUE "J".
RVH120 01  WS-BUN-COUNT                 PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-OVERLOOP              PIC 9(07) VALUE ZERO.
RVH120 01  WS-BUN-SUB                   PIC 9(04) VALUE ZERO.
RVH120 01  WS-ANL-SUB                   PIC 9(04) VALUE ZERO.
RVH120 01  WS-CNT-ANL-ONDERDEEL         PIC 9(07) VALUE ZERO.
      *
      *RVH039: ZELFDE COMMENTAAR-EXTRACTIE ALS GIRRECX4/GIRVOPX4.
       01  WS-BAND-COMMENT              PIC X(106).
RVH048*    BIJ DE HERAANBIEDINGSDOORGANG MET VFYO ALS INVOER, DIE
RVH048*    ZELF GEEN 5N0000/5N0099-REKORDS DRAAGT).
       01  WS-VOR-SAVE                  PIC X(475).
      *
      *----------------------------------------------------------------
      *RVH107: ZEGEL PER BANKKANAAL (RIJ = WELKEBANK + 1, ZELFDE
      *        REGEL ALS BEPAAL-BANKRIJ). DE HASH IS EEN DOORLOPENDE
      *        RESTWAARDE (H * 31 + BYTEWAARDE) MODULO 999999999989
      *        OVER ALLE BYTES VAN ALLE REKORDS VAN HET KANAAL IN
      *        SCHRIJFVOLGORDE - EEN GEWIJZIGDE, TOEGEVOEGDE,
      *        WEGGELATEN OF VERPLAATSTE LIJN GEEFT EEN ANDERE HASH.
      *        GIRPANX4 EN GIRZGLX4 REKENEN HEM OP DEZELFDE MANIER.
      *----------------------------------------------------------------
       01  WS-ZGL-TABLE.
           05  WS-ZGL-ENTRY OCCURS 3 TIMES.
               10  WS-ZGL-REKORDS       PIC 9(07).
               10  WS-ZGL-HASH          PIC 9(12).
       01  WS-ZGL-SUB                   PIC 9(01).
       01  WS-ZGL-BANDID.
           05  WS-ZGL-DATUM             PIC 9(08).
           05  WS-ZGL-TIJD              PIC 9(06).
       01  WS-ZGL-TIJD-8                PIC 9(08).
       01  WS-ZGL-POS                   PIC 9(03).
       01  WS-ZGL-BYTE-N                PIC 9(04) COMP.
       01  WS-ZGL-BYTE-X REDEFINES WS-ZGL-BYTE-N
                                        PIC X(02).
       01  WS-ZGL-WERK                  PIC 9(14).
       01  WS-ZGL-QUOT                  PIC 9(14).
      *
       01  WS-RESULTAAT                 PIC X(01).
           88  WS-RES-MATCH             VALUE "M".
       01  WS-CNT-AANGEHOUDEN           PIC 9(07) VALUE ZERO.
       01  WS-CNT-PASSANT               PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH124: AUTORISATIETABEL - HET REGISTER WORDT VOLLEDIG INGELEZEN
      *        EN PER BESLISSING OPGEZOCHT OP DE CONTROLEUR. ROL "B"
      *        (BEHANDELAAR) EN "S" (SUPERVISOR) MOGEN BESLISSEN, "I"
      *        (ENKEL INZAGE) NIET. WACHTRIJ "****" STAAT ALLE
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
      *----------------------------------------------------------------
       PAR-TRAITEMENT-VOP-VRIJGAVE.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-VOP-VRIJGAVE
           PERFORM INIT-ENVELOPPE
           PERFORM LADEN-ANTWOORDEN
           PERFORM LADEN-BEVESTIGINGEN
RVH124     PERFORM LADEN-AUTORISATIES
RVH120     PERFORM LADEN-BUNDELS
RVH108     PERFORM LADEN-ANNULERINGEN
           PERFORM VERWERK-BAND-INVOER
           PERFORM VERWERK-HERAANBIEDING
           PERFORM SCHRIJF-TRAILERS
RVH107     PERFORM SCHRIJF-ZEGELS
RVH108     PERFORM TEGENBOEKEN-ANNULERINGEN
           PERFORM FIN-VOP-VRIJGAVE
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
           WHEN OTHER
              ADD 1 TO WS-CNT-PASSANT
              MOVE SEPAAUKU TO RELB-REC
RVH107        PERFORM SCHRIJF-RELB
           END-EVALUATE
           .
      *
              STOP RUN
           END-IF
           ACCEPT WS-PLS-VANDAAG FROM DATE YYYYMMDD
RVH107     OPEN OUTPUT RELZ-FILE
RVH107     IF WS-RELZ-STATUS NOT = "00"
RVH107        DISPLAY "GIRVORX4 - ERREUR OPEN RELZ  STATUS = "
RVH107                WS-RELZ-STATUS
RVH107        STOP RUN
RVH107     END-IF
RVH107     ACCEPT WS-ZGL-TIJD-8 FROM TIME
RVH107     MOVE WS-PLS-VANDAAG      TO WS-ZGL-DATUM
RVH107     MOVE WS-ZGL-TIJD-8 (1:6) TO WS-ZGL-TIJD
RVH107     PERFORM VARYING WS-ZGL-SUB FROM 1 BY 1
RVH107             UNTIL WS-ZGL-SUB > 3
RVH107        MOVE ZERO TO WS-ZGL-REKORDS (WS-ZGL-SUB)
RVH107                     WS-ZGL-HASH (WS-ZGL-SUB)
RVH107     END-PERFORM
RVH108     OPEN OUTPUT ANLR-FILE
RVH108     IF WS-ANLR-STATUS NOT = "00"
RVH108        DISPLAY "GIRVORX4 - ERREUR OPEN ANLR  STATUS = "
RVH108                WS-ANLR-STATUS
RVH108        STOP RUN
RVH108     END-IF
RVH123     OPEN OUTPUT RKCQ-FILE
RVH123     IF WS-RKCQ-STATUS NOT = "00"
RVH123        DISPLAY "GIRVORX4 - ERREUR OPEN RKCQ  STATUS = "
RVH123                WS-RKCQ-STATUS
RVH123        STOP RUN
RVH123     END-IF
           .
      *
      *----------------------------------------------------------------
                    SET WS-BEV-IDX TO WS-BEV-COUNT
                    MOVE VOPC-KONST  TO WS-BEV-KONST (WS-BEV-IDX)
                    MOVE VOPC-VOLGNR TO WS-BEV-VOLGNR (WS-BEV-IDX)
RVH124              MOVE VOPC-CONTROLEUR
RVH124                               TO WS-BEV-CONTROLEUR (WS-BEV-IDX)
RVH124              MOVE VOPC-INVOERDER
RVH124                               TO WS-BEV-INVOERDER (WS-BEV-IDX)
                 END-IF
                 PERFORM LEZEN-VOPC
              END-PERFORM
                 SET WS-VOPC-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH108: ANNULERINGSBESTAND VOLLEDIG INLEZEN. EEN ONTBREKEND
      *        BESTAND IS DE NORMALE TOESTAND - DAN WORDT NIETS
      *        GEANNULEERD.
      *----------------------------------------------------------------
       LADEN-ANNULERINGEN.
      *********************
           OPEN INPUT ANLC-FILE
           IF WS-ANLC-STATUS = "00"
              PERFORM LEZEN-ANLC
              PERFORM WITH TEST BEFORE UNTIL WS-ANLC-EOF
                 IF WS-ANL-COUNT < 500
                    ADD 1 TO WS-ANL-COUNT
                    SET WS-ANL-IDX TO WS-ANL-COUNT
                    MOVE ANLC-KONST     TO WS-ANL-KONST (WS-ANL-IDX)
                    MOVE ANLC-VOLGNR    TO WS-ANL-VOLGNR (WS-ANL-IDX)
RVH120              MOVE ANLC-KONST     TO WS-ANL-LEID-KONST
RVH120                                                  (WS-ANL-IDX)
RVH120              MOVE ANLC-VOLGNR    TO WS-ANL-LEID-VOLGNR
RVH120                                                  (WS-ANL-IDX)
RVH120              PERFORM ZOEK-BUNDEL-LEIDER
                    MOVE ANLC-GEBRUIKER TO WS-ANL-GEBRUIKER
                                                         (WS-ANL-IDX)
                    MOVE ANLC-REDEN     TO WS-ANL-REDEN (WS-ANL-IDX)
                    MOVE "N"            TO WS-ANL-GEVONDEN-SW
                                                         (WS-ANL-IDX)
                    MOVE ZERO           TO WS-ANL-NETBEDRAG
                                                         (WS-ANL-IDX)
                 ELSE
                    DISPLAY "GIRVORX4 - ANNULERINGSTABEL VOL - "
                            "OVERIGE ANNULERINGEN GENEGEERD"
                 END-IF
                 PERFORM LEZEN-ANLC
              END-PERFORM
              CLOSE ANLC-FILE
           END-IF
           .
      *
       LEZEN-ANLC.
      *************
           READ ANLC-FILE
              AT END
                 SET WS-ANLC-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH120: DE NIET-LEIDENDE ONDERDELEN VAN DE GEBUNDELDE LIJNEN
      *        INLADEN. EEN ONTBREKEND BESTAND IS GEEN FOUT - DAN WERD
      *        ER NIETS GEBUNDELD.
      *----------------------------------------------------------------
RVH120 LADEN-BUNDELS.
RVH120****************
RVH120     OPEN INPUT BUNX-FILE
RVH120     IF WS-BUNX-STATUS = "00"
RVH120        PERFORM LEZEN-BUNX
RVH120        PERFORM WITH TEST BEFORE UNTIL WS-BUNX-EOF
RVH120           IF NOT BUNX-LEIDER
RVH120              IF WS-BUN-COUNT < 5000
RVH120                 ADD 1 TO WS-BUN-COUNT
RVH120                 SET WS-BUN-IDX TO WS-BUN-COUNT
RVH120                 MOVE BUNX-LEID-KONST
RVH120                           TO WS-BUN-LEID-KONST (WS-BUN-IDX)
RVH120                 MOVE BUNX-LEID-VOLGNR
RVH120                           TO WS-BUN-LEID-VOLGNR (WS-BUN-IDX)
RVH120                 MOVE BUNX-KONST  TO WS-BUN-KONST (WS-BUN-IDX)
RVH120                 MOVE BUNX-VOLGNR TO WS-BUN-VOLGNR (WS-BUN-IDX)
RVH120                 MOVE BUNX-BEDRAG TO WS-BUN-BEDRAG (WS-BUN-IDX)
RVH120                 MOVE "N"         TO WS-BUN-SW (WS-BUN-IDX)
RVH120              ELSE
RVH120                 ADD 1 TO WS-BUN-OVERLOOP
RVH120              END-IF
RVH120           END-IF
RVH120           PERFORM LEZEN-BUNX
RVH120        END-PERFORM
RVH120        CLOSE BUNX-FILE
RVH120     END-IF
RVH120     IF WS-BUN-OVERLOOP > ZERO
RVH120        MOVE WS-BUN-OVERLOOP TO WS-DISPLAY-CNT
RVH120        DISPLAY "GIRVORX4 - BUNDELTABEL VOL - " WS-DISPLAY-CNT
RVH120                " ONDERDELEN NIET OPGELOST"
RVH120     END-IF
RVH120     .
      *
RVH120 LEZEN-BUNX.
RVH120*************
RVH120     READ BUNX-FILE
RVH120        AT END
RVH120           SET WS-BUNX-EOF TO TRUE
RVH120     END-READ
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: IS DE GEANNULEERDE SLEUTEL EEN ONDERDEEL VAN EEN BUNDEL,
      *        DAN STAAT DE LIJN OP DE BAND ONDER DE SLEUTEL VAN DE
      *        LEIDER. WS-ANL-IDX STAAT OP DE NIEUWE ENTRY.
      *----------------------------------------------------------------
RVH120 ZOEK-BUNDEL-LEIDER.
RVH120*********************
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120                OR (WS-BUN-KONST (WS-BUN-SUB) = ANLC-KONST
RVH120                AND WS-BUN-VOLGNR (WS-BUN-SUB) = ANLC-VOLGNR)
RVH120        CONTINUE
RVH120     END-PERFORM
RVH120     IF WS-BUN-SUB NOT > WS-BUN-COUNT
RVH120        MOVE WS-BUN-LEIDER (WS-BUN-SUB)
RVH120                          TO WS-ANL-LEIDER (WS-ANL-IDX)
RVH120     END-IF
RVH120     .
      *
       LEZEN-BANDX.
      **************
           MOVE COMMENTAAR TO WS-BAND-COMMENT
           PERFORM ZOEK-ANTWOORD
           PERFORM ZOEK-BEVESTIGING
RVH108     PERFORM ZOEK-ANNULERING
           EVALUATE TRUE
RVH108     WHEN WS-GEANNULEERD
RVH108        PERFORM ANNULEER-BANDLIJN
           WHEN WS-RES-MATCH
              ADD 1 TO WS-CNT-MATCH
              PERFORM SCHRIJF-VRIJGAVE
                 ADD 1 TO WS-CNT-CLOSE
              WHEN WS-RESULTAAT = "N"
                 ADD 1 TO WS-CNT-NOMATCH
RVH123           PERFORM SCHRIJF-RKCQ
              WHEN OTHER
                 ADD 1 TO WS-CNT-GEEN-ANTW
              END-EVALUATE
RVH080        PERFORM SCHRIJF-PLSV
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH123: NO-MATCH - DE NAAM VAN HET LID HOORT NIET BIJ DE
      *        REKENING. TERUGKOPPELEN NAAR DE LEDENADMINISTRATIE
      *        (LIDNUMMER EN FEDERATIE VAN DE BANDLIJN; HET
      *        RIJKSNUMMER VULT GIRRKCX4 AAN).
      *----------------------------------------------------------------
RVH123 SCHRIJF-RKCQ.
RVH123***************
RVH123     ADD 1 TO WS-CNT-RKC
RVH123     MOVE SPACES         TO RKCQ-RNR
RVH123     MOVE USERRNR        TO RKCQ-PPR-RNR
RVH123     MOVE VRBOND         TO RKCQ-VBOND
RVH123     MOVE U-IBAN         TO RKCQ-IBAN-OUD
RVH123     MOVE SPACES         TO RKCQ-IBAN-NIEUW
RVH123     MOVE "VOP"          TO RKCQ-BRON
RVH123     MOVE WS-PLS-VANDAAG TO RKCQ-DATUM
RVH123     MOVE SPACES         TO RKCQ-BEWIJS
RVH123     STRING "VOP NO-MATCH KONST " DELIMITED BY SIZE
RVH123            WS-BAND-KONST         DELIMITED BY SIZE
RVH123            "/"                   DELIMITED BY SIZE
RVH123            WS-BAND-VOLGNR        DELIMITED BY SIZE
RVH123                             INTO RKCQ-BEWIJS
RVH123     END-STRING
RVH123     WRITE RKCQ-REC
RVH123     .
      *
       INIT-ENVELOPPE.
      *****************
                 PERFORM MAAK-HEADER
              END-IF
              MOVE WS-VOR-HDR-REC (WS-VOR-SUB) TO RELB-REC
RVH107        PERFORM SCHRIJF-RELB
              MOVE "J" TO WS-VOR-HDR-GESCHR-SW (WS-VOR-SUB)
           END-IF
           ADD 1         TO WS-VOR-CNT (WS-VOR-SUB)
           ADD NETBEDRAG TO WS-VOR-SOM (WS-VOR-SUB)
           MOVE SEPAAUKU TO RELB-REC
RVH107     PERFORM SCHRIJF-RELB
           .
      *
      *----------------------------------------------------------------
                 IF WS-VOR-HDR-AANWEZIG (WS-VOR-SUB)
                    AND NOT WS-VOR-HDR-GESCHREVEN (WS-VOR-SUB)
                    MOVE WS-VOR-HDR-REC (WS-VOR-SUB) TO RELB-REC
RVH107              PERFORM SCHRIJF-RELB
                    MOVE "J" TO WS-VOR-HDR-GESCHR-SW (WS-VOR-SUB)
                 END-IF
                 IF WS-VOR-TRL-AANWEZIG (WS-VOR-SUB)
                               INTO COMMENTAAR
                 END-STRING
                 MOVE SEPAAUKU TO RELB-REC
RVH107           PERFORM SCHRIJF-RELB
              END-IF
           END-PERFORM
           .
                    SET WS-BEVESTIGD TO TRUE
              END-SEARCH
           END-IF
RVH124*    ENKEL EEN BEVESTIGING DIE DE BANDLIJN ECHT VRIJGEEFT (GEEN
RVH124*    MATCH) WORDT GETOETST; EEN GEWEIGERDE BEVESTIGING GELDT
RVH124*    ALS ONBESTAAND.
RVH124     IF WS-BEVESTIGD AND NOT WS-RES-MATCH
RVH124        MOVE "VFYQ"        TO WS-AUT-WACHTRIJ
RVH124        MOVE WS-BEV-CONTROLEUR (WS-BEV-IDX)
RVH124                           TO WS-AUT-CONTROLEUR
RVH124        MOVE WS-BEV-INVOERDER (WS-BEV-IDX)
RVH124                           TO WS-AUT-INVOERDER
RVH124        MOVE NETBEDRAG     TO WS-AUT-BEDRAG
RVH124        MOVE SPACES        TO WS-AUT-REFERENTIE
RVH124        MOVE WS-BAND-KONST  TO WS-AUT-REFERENTIE (1:10)
RVH124        MOVE WS-BAND-VOLGNR TO WS-AUT-REFERENTIE (11:3)
RVH124        PERFORM TOETS-AUTORISATIE
RVH124        IF NOT WS-AUT-OK
RVH124           MOVE "N" TO WS-BEVESTIGD-SW
RVH124           PERFORM SCHRIJF-AUT-WEIGERING
RVH124        END-IF
RVH124     END-IF
           .
      *
       ZOEK-ANNULERING.
      ******************
           MOVE "N" TO WS-GEANNULEERD-SW
           IF WS-ANL-COUNT > ZERO
              SET WS-ANL-IDX TO 1
              SEARCH WS-ANL-ENTRY
                 AT END
                    CONTINUE
RVH120           WHEN WS-ANL-LEID-KONST (WS-ANL-IDX) = WS-BAND-KONST
RVH120            AND WS-ANL-LEID-VOLGNR (WS-ANL-IDX) = WS-BAND-VOLGNR
                    SET WS-GEANNULEERD TO TRUE
              END-SEARCH
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH108: EEN GEANNULEERDE BANDLIJN GAAT NIET NAAR DE BAND EN
      *        NIET NAAR DE VERIFICATIEWACHTRIJ; ZE TELT DUS OOK NIET
      *        MEE IN DE HEROPGEBOUWDE TRAILER EN HET ZEGEL. WS-ANL-IDX
      *        STAAT NOG OP DE ENTRY UIT ZOEK-ANNULERING.
      *RVH120: IS DE LIJN EEN BUNDEL, DAN GELDT DE ANNULERING VOOR ALLE
      *        ONDERDELEN (ANNULEER-BUNDEL).
      *----------------------------------------------------------------
       ANNULEER-BANDLIJN.
      ********************
           ADD 1 TO WS-CNT-GEANNULEERD
           MOVE "J"       TO WS-ANL-GEVONDEN-SW (WS-ANL-IDX)
           ADD NETBEDRAG  TO WS-ANL-NETBEDRAG (WS-ANL-IDX)
           MOVE NETBEDRAG TO WS-ANL-BEDRAG-ED
           MOVE SPACES TO ANLR-REC
           STRING "GEANNULEERD " DELIMITED BY SIZE
                  WS-BAND-KONST  DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-BAND-VOLGNR DELIMITED BY SIZE
                  " BANK "       DELIMITED BY SIZE
                  WELKEBANK      DELIMITED BY SIZE
                  " NETBEDRAG "  DELIMITED BY SIZE
                  WS-ANL-BEDRAG-ED DELIMITED BY SIZE
                  " DOOR "       DELIMITED BY SIZE
                  WS-ANL-GEBRUIKER (WS-ANL-IDX) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-ANL-REDEN (WS-ANL-IDX) DELIMITED BY SIZE
                                 INTO ANLR-REC
           END-STRING
           WRITE ANLR-REC
           MOVE "ANNU" TO PLSV-EVENT
           MOVE SPACES TO PLSV-DETAIL
           STRING "GEANNULEERD DOOR " DELIMITED BY SIZE
                  WS-ANL-GEBRUIKER (WS-ANL-IDX) DELIMITED BY SIZE
                                 INTO PLSV-DETAIL
           END-STRING
           PERFORM SCHRIJF-PLSV
RVH120     PERFORM ANNULEER-BUNDEL
           .
      *
      *----------------------------------------------------------------
      *RVH120: DE GEANNULEERDE LIJN IS EEN BUNDEL - ALLE ANNULERINGEN
      *        OP DEZELFDE LIJN ZIJN HIERMEE AFGEHANDELD (EEN
      *        ANNULERING OP EEN ONDERDEEL KRIJGT DE DIAGNOSE DAT DE
      *        HELE LIJN VERVALT) EN ELK ANDER ONDERDEEL KRIJGT EEN
      *        ANLR-LIJN EN EEN ANNU-GEBEURTENIS. TEGENBOEKEN-
      *        ANNULERINGEN BOEKT HUN GLPQ-LIJNEN TEGEN. EEN NIET-
      *        GEBUNDELDE LIJN HEEFT GEEN ONDERDELEN: DAN GEBEURT ER
      *        HIER NIETS.
      *----------------------------------------------------------------
RVH120 ANNULEER-BUNDEL.
RVH120******************
RVH120     PERFORM VARYING WS-ANL-SUB FROM 1 BY 1
RVH120             UNTIL WS-ANL-SUB > WS-ANL-COUNT
RVH120        IF WS-ANL-LEID-KONST (WS-ANL-SUB) = WS-BAND-KONST
RVH120           AND WS-ANL-LEID-VOLGNR (WS-ANL-SUB) = WS-BAND-VOLGNR
RVH120           MOVE "J" TO WS-ANL-GEVONDEN-SW (WS-ANL-SUB)
RVH120           IF WS-ANL-KONST (WS-ANL-SUB) NOT = WS-BAND-KONST
RVH120              OR WS-ANL-VOLGNR (WS-ANL-SUB) NOT = WS-BAND-VOLGNR
RVH120              MOVE SPACES TO ANLR-REC
RVH120              STRING "ONDERDEEL "  DELIMITED BY SIZE
RVH120                     WS-ANL-KONST (WS-ANL-SUB)  DELIMITED BY SIZE
RVH120                     "/"           DELIMITED BY SIZE
RVH120                     WS-ANL-VOLGNR (WS-ANL-SUB) DELIMITED BY SIZE
RVH120                     " VAN BUNDEL " DELIMITED BY SIZE
RVH120                     WS-BAND-KONST DELIMITED BY SIZE
RVH120                     "/"           DELIMITED BY SIZE
RVH120                     WS-BAND-VOLGNR DELIMITED BY SIZE
RVH120                     " - HELE BANDLIJN GEANNULEERD"
RVH120                                   DELIMITED BY SIZE
RVH120                                   INTO ANLR-REC
RVH120              END-STRING
RVH120              WRITE ANLR-REC
RVH120           END-IF
RVH120        END-IF
RVH120     END-PERFORM
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120        IF WS-BUN-LEID-KONST (WS-BUN-SUB) = WS-BAND-KONST
RVH120           AND WS-BUN-LEID-VOLGNR (WS-BUN-SUB) = WS-BAND-VOLGNR
RVH120           AND NOT WS-BUN-GEANNULEERD (WS-BUN-SUB)
RVH120           SET WS-BUN-GEANNULEERD (WS-BUN-SUB) TO TRUE
RVH120           ADD 1 TO WS-CNT-ANL-ONDERDEEL
RVH120           MOVE WS-BUN-BEDRAG (WS-BUN-SUB) TO WS-ANL-BEDRAG-ED
RVH120           MOVE SPACES TO ANLR-REC
RVH120           STRING "MEE GEANNULEERD " DELIMITED BY SIZE
RVH120                  WS-BUN-KONST (WS-BUN-SUB)  DELIMITED BY SIZE
RVH120                  "/"            DELIMITED BY SIZE
RVH120                  WS-BUN-VOLGNR (WS-BUN-SUB) DELIMITED BY SIZE
RVH120                  " BUNDEL "     DELIMITED BY SIZE
RVH120                  WS-BAND-KONST  DELIMITED BY SIZE
RVH120                  "/"            DELIMITED BY SIZE
RVH120                  WS-BAND-VOLGNR DELIMITED BY SIZE
RVH120                  " BEDRAG "     DELIMITED BY SIZE
RVH120                  WS-ANL-BEDRAG-ED DELIMITED BY SIZE
RVH120                                 INTO ANLR-REC
RVH120           END-STRING
RVH120           WRITE ANLR-REC
RVH120           MOVE "ANNU" TO PLSV-EVENT
RVH120           MOVE SPACES TO PLSV-DETAIL
RVH120           STRING "BUNDEL GEANNULEERD DOOR " DELIMITED BY SIZE
RVH120                  WS-ANL-GEBRUIKER (WS-ANL-IDX) DELIMITED BY SIZE
RVH120                                 INTO PLSV-DETAIL
RVH120           END-STRING
RVH120           PERFORM SCHRIJF-PLSV-ONDERDEEL
RVH120        END-IF
RVH120     END-PERFORM
RVH120     .
      *
RVH120 SCHRIJF-PLSV-ONDERDEEL.
RVH120*************************
RVH120     ACCEPT WS-PLS-TIJD FROM TIME
RVH120     MOVE WS-BUN-KONST (WS-BUN-SUB)  TO PLSV-KONST
RVH120     MOVE WS-BUN-VOLGNR (WS-BUN-SUB) TO PLSV-VOLGNR
RVH120     MOVE WS-PLS-VANDAAG TO PLSV-DATUM
RVH120     MOVE WS-PLS-TIJD    TO PLSV-TIJD
RVH120     MOVE "GIRVORX4"     TO PLSV-PROGRAMMA
RVH120     WRITE PLSV-REC
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH108: DE GLPQ-LIJNEN VAN DE GEANNULEERDE SLEUTELS UIT DE RUN
      *        TEGENBOEKEN (ZELFDE WERKWIJZE ALS GLPC IN GIRCHQX4):
      *        ZELFDE SLEUTEL EN RUN-VOLGNUMMER, BEDRAG MET OMGEKEERD
      *        TEKEN, DATUM VAN VANDAAG. DE BETAALLIJN KRIJGT SOORT
      *        "A" ZODAT GIRCERX4 HAAR VAN DE STAQ- EN 500007-TOTALEN
      *        KAN AFTREKKEN EN WORDT OOK OP HET BBF-JOURNAAL
      *        TEGENGEBOEKT; DE OVERIGE SOORTEN (INHOUDING ENZ.)
      *        BEHOUDEN HUN SOORT. ZONDER GLPX KAN NIET WORDEN
      *        TEGENGEBOEKT: DE VRIJGAVE BLIJFT GELDIG MAAR DE STAP
      *        EINDIGT MET RC 16 ZODAT DE CERTIFICERING NIET ZONDER
      *        TEGENBOEKING DOORGAAT.
      *----------------------------------------------------------------
       TEGENBOEKEN-ANNULERINGEN.
      ***************************
           PERFORM VARYING WS-ANL-IDX FROM 1 BY 1
                   UNTIL WS-ANL-IDX > WS-ANL-COUNT
              IF NOT WS-ANL-GEVONDEN (WS-ANL-IDX)
                 ADD 1 TO WS-CNT-ANL-ONBEKEND
                 MOVE SPACES TO ANLR-REC
                 STRING "NIET OP DE BAND - GEEN ANNULERING "
                                          DELIMITED BY SIZE
                        WS-ANL-KONST (WS-ANL-IDX)  DELIMITED BY SIZE
                        "/"                        DELIMITED BY SIZE
                        WS-ANL-VOLGNR (WS-ANL-IDX) DELIMITED BY SIZE
                                       INTO ANLR-REC
                 END-STRING
                 WRITE ANLR-REC
              END-IF
           END-PERFORM
           IF WS-CNT-GEANNULEERD > ZERO
              OPEN INPUT GLPX-FILE
              IF WS-GLPX-STATUS NOT = "00"
                 DISPLAY "GIRVORX4 - GEEN GLPX (STATUS = "
                         WS-GLPX-STATUS
                         ") - ANNULERINGEN NIET TEGENGEBOEKT"
                 MOVE "GLPX ONTBREEKT - ANNULERINGEN NIET TEGENGEBOEKT"
                                        TO ANLR-REC
                 WRITE ANLR-REC
                 MOVE 16 TO RETURN-CODE
              ELSE
                 OPEN OUTPUT GLPA-FILE
                 IF WS-GLPA-STATUS NOT = "00"
                    DISPLAY "GIRVORX4 - ERREUR OPEN GLPA  STATUS = "
                            WS-GLPA-STATUS
                    STOP RUN
                 END-IF
                 OPEN OUTPUT BBFA-FILE
                 IF WS-BBFA-STATUS NOT = "00"
                    DISPLAY "GIRVORX4 - ERREUR OPEN BBFA  STATUS = "
                            WS-BBFA-STATUS
                    STOP RUN
                 END-IF
                 PERFORM LEZEN-GLPX
                 PERFORM WITH TEST BEFORE UNTIL WS-GLPX-EOF
                    PERFORM ZOEK-ANNULERING-GLPX
                    IF WS-ANL-GLPX-GEVONDEN
                       PERFORM SCHRIJF-TEGENBOEKING
                    END-IF
                    PERFORM LEZEN-GLPX
                 END-PERFORM
                 CLOSE GLPX-FILE GLPA-FILE BBFA-FILE
              END-IF
           END-IF
           .
      *
       LEZEN-GLPX.
      *************
           READ GLPX-FILE
              AT END
                 SET WS-GLPX-EOF TO TRUE
           END-READ
           .
      *
       ZOEK-ANNULERING-GLPX.
      ***********************
           MOVE "N" TO WS-ANL-GLPX-SW
           SET WS-ANL-IDX TO 1
           SEARCH WS-ANL-ENTRY
              AT END
                 CONTINUE
RVH120        WHEN WS-ANL-LEID-KONST  (WS-ANL-IDX) = GLPX-KONST
RVH120         AND WS-ANL-LEID-VOLGNR (WS-ANL-IDX) = GLPX-VOLGNR
               AND WS-ANL-GEVONDEN (WS-ANL-IDX)
                 SET WS-ANL-GLPX-GEVONDEN TO TRUE
           END-SEARCH
RVH120     IF NOT WS-ANL-GLPX-GEVONDEN
RVH120        PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120                UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120                   OR (WS-BUN-KONST (WS-BUN-SUB) = GLPX-KONST
RVH120                   AND WS-BUN-VOLGNR (WS-BUN-SUB) = GLPX-VOLGNR
RVH120                   AND WS-BUN-GEANNULEERD (WS-BUN-SUB))
RVH120           CONTINUE
RVH120        END-PERFORM
RVH120        IF WS-BUN-SUB NOT > WS-BUN-COUNT
RVH120           SET WS-ANL-GLPX-GEVONDEN TO TRUE
RVH120        END-IF
RVH120     END-IF
           .
      *
       SCHRIJF-TEGENBOEKING.
      ***********************
           MOVE GLPX-REC TO GLPA-REC
           COMPUTE GLPA-BEDRAG = ZERO - GLPX-BEDRAG
           END-COMPUTE
           MOVE WS-PLS-VANDAAG TO GLPA-DATINB
           IF GLPX-SOORT-BETALING
              MOVE "A" TO GLPA-SOORT
              MOVE GLPX-RNR       TO BBFA-RNR
              MOVE GLPX-LIBEL     TO BBFA-LIBEL
              MOVE GLPX-KONST     TO BBFA-KONST
              MOVE GLPX-VOLGNR    TO BBFA-VOLGNR
              MOVE GLPA-BEDRAG    TO BBFA-BEDRAG
              MOVE WS-PLS-VANDAAG TO BBFA-DATINB
              WRITE BBFA-REC
           END-IF
           WRITE GLPA-REC
           ADD 1 TO WS-CNT-TEGENGEBOEKT
           .
      *
      *----------------------------------------------------------------
      *RVH124: HET AUTORISATIEREGISTER VOLLEDIG INLEZEN. ONTBREEKT HET,
      *        DAN IS NIEMAND GEMACHTIGD: ELKE BESLISSING WORDT
      *        GEWEIGERD EN DE WACHTRIJ SCHUIFT ONGEWIJZIGD DOOR.
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
RVH124              DISPLAY "GIRVORX4 - AUTORISATIETABEL VOL - "
RVH124                      "OVERIGE GEBRUIKERS GENEGEERD"
RVH124           END-IF
RVH124           PERFORM LEZEN-AUTQ
RVH124        END-PERFORM
RVH124        CLOSE AUTQ-FILE
RVH124     ELSE
RVH124        DISPLAY "GIRVORX4 - AUTORISATIEREGISTER ONTBREEKT - "
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
RVH124     WHEN WS-AUT-BEGINDATUM (WS-AUT-IDX) > WS-PLS-VANDAAG
RVH124       OR (WS-AUT-EINDDATUM (WS-AUT-IDX) NOT = ZERO
RVH124      AND WS-AUT-EINDDATUM (WS-AUT-IDX) < WS-PLS-VANDAAG)
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
RVH124           DISPLAY "GIRVORX4 - ERREUR OPEN AUTR STATUS = "
RVH124                   WS-AUTR-STATUS
RVH124           STOP RUN
RVH124        END-IF
RVH124        SET AUTR-OPEN TO TRUE
RVH124     END-IF
RVH124     ADD 1 TO WS-CNT-AUT-GEWEIGERD
RVH124     MOVE SPACES            TO AUTR-REC
RVH124     MOVE "GIRVORX4"        TO AUTR-PROGRAMMA
RVH124     MOVE WS-AUT-WACHTRIJ   TO AUTR-WACHTRIJ
RVH124     MOVE WS-PLS-VANDAAG    TO AUTR-DATUM
RVH124     MOVE WS-AUT-REFERENTIE TO AUTR-REFERENTIE
RVH124     MOVE WS-AUT-CONTROLEUR TO AUTR-CONTROLEUR
RVH124     MOVE WS-AUT-INVOERDER  TO AUTR-INVOERDER
RVH124     MOVE WS-AUT-BEDRAG     TO AUTR-BEDRAG
RVH124     MOVE WS-AUT-REDEN      TO AUTR-REDEN
RVH124     WRITE AUTR-REC
RVH124     .
      *
       FIN-VOP-VRIJGAVE.
      *******************
              CLOSE VFYO-FILE
           END-IF
           CLOSE RELB-FILE VFYQ-FILE VOPS-FILE PLSV-FILE
RVH107           RELZ-FILE
RVH108           ANLR-FILE
RVH123           RKCQ-FILE
RVH124     IF AUTR-OPEN
RVH124        CLOSE AUTR-FILE
RVH124     END-IF
           MOVE WS-CNT-MATCH TO WS-DISPLAY-CNT
           DISPLAY "GIRVORX4 - MATCH VRIJGEGEVEN   : " WS-DISPLAY-CNT
           MOVE WS-CNT-BEVESTIGD TO WS-DISPLAY-CNT
           DISPLAY "GIRVORX4 - AANGEHOUDEN         : " WS-DISPLAY-CNT
           MOVE WS-CNT-PASSANT TO WS-DISPLAY-CNT
           DISPLAY "GIRVORX4 - ANDERE BANDLIJNEN   : " WS-DISPLAY-CNT
RVH108     MOVE WS-CNT-GEANNULEERD TO WS-DISPLAY-CNT
RVH108     DISPLAY "GIRVORX4 - GEANNULEERD         : " WS-DISPLAY-CNT
RVH120     MOVE WS-CNT-ANL-ONDERDEEL TO WS-DISPLAY-CNT
RVH120     DISPLAY "GIRVORX4 - MEE GEANNULEERD     : " WS-DISPLAY-CNT
RVH108     MOVE WS-CNT-ANL-ONBEKEND TO WS-DISPLAY-CNT
RVH108     DISPLAY "GIRVORX4 - ANNULERING ONBEKEND : " WS-DISPLAY-CNT
RVH108     MOVE WS-CNT-TEGENGEBOEKT TO WS-DISPLAY-CNT
RVH108     DISPLAY "GIRVORX4 - GLPQ TEGENGEBOEKT   : " WS-DISPLAY-CNT
RVH123     MOVE WS-CNT-RKC TO WS-DISPLAY-CNT
RVH123     DISPLAY "GIRVORX4 - REKENINGCORRECTIES  : " WS-DISPLAY-CNT
RVH124     MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
RVH124     DISPLAY "GIRVORX4 - AUT. GEWEIGERD        : " WS-DISPLAY-CNT
           .
      *
      *----------------------------------------------------------------
      *RVH107: ELK REKORD VAN DE VRIJGEGEVEN BAND LOOPT HIERLANGS,
      *        ZODAT HET ZEGEL EXACT DEKT WAT WERD GESCHREVEN.
      *----------------------------------------------------------------
       SCHRIJF-RELB.
      ***************
           WRITE RELB-REC
           IF RELB-WELKEBANK NUMERIC AND RELB-WELKEBANK < 3
              COMPUTE WS-ZGL-SUB = RELB-WELKEBANK + 1
           ELSE
              MOVE 1 TO WS-ZGL-SUB
           END-IF
           ADD 1 TO WS-ZGL-REKORDS (WS-ZGL-SUB)
           PERFORM VARYING WS-ZGL-POS FROM 1 BY 1
                   UNTIL WS-ZGL-POS > 475
              MOVE ZERO TO WS-ZGL-BYTE-N
              MOVE RELB-REC (WS-ZGL-POS:1) TO WS-ZGL-BYTE-X (2:1)
              COMPUTE WS-ZGL-WERK = WS-ZGL-HASH (WS-ZGL-SUB) * 31
                                  + WS-ZGL-BYTE-N
              END-COMPUTE
              DIVIDE WS-ZGL-WERK BY 999999999989
                     GIVING WS-ZGL-QUOT
                     REMAINDER WS-ZGL-HASH (WS-ZGL-SUB)
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH107: EEN ZEGELREKORD PER BANKKANAAL MET REKORDS OP DE BAND.
      *        HET BAND-ID (DATUM + TIJD VAN DEZE VRIJGAVE) IS DE
      *        SLEUTEL VAN HET TRANSMISSIEREGISTER VAN GIRZGLX4.
      *----------------------------------------------------------------
       SCHRIJF-ZEGELS.
      *****************
           PERFORM VARYING WS-ZGL-SUB FROM 1 BY 1
                   UNTIL WS-ZGL-SUB > 3
              IF WS-ZGL-REKORDS (WS-ZGL-SUB) > ZERO
                 MOVE WS-ZGL-DATUM TO RELZ-DATUM
                 MOVE WS-ZGL-TIJD  TO RELZ-TIJD
                 COMPUTE RELZ-BANK = WS-ZGL-SUB - 1
                 MOVE WS-ZGL-REKORDS (WS-ZGL-SUB) TO RELZ-REKORDS
                 MOVE WS-VOR-CNT (WS-ZGL-SUB)     TO RELZ-AANTAL
                 MOVE WS-VOR-SOM (WS-ZGL-SUB)     TO RELZ-TOTAAL
                 MOVE WS-ZGL-HASH (WS-ZGL-SUB)    TO RELZ-HASH
                 WRITE RELZ-REC
              END-IF
           END-PERFORM
           .
      *
       SCHRIJF-STAT-LIJN.
           END-STRING
           WRITE VOPS-REC
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
RVH132     MOVE "GIRVORX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRVORX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRVORX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

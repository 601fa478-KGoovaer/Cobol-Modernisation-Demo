RVH096*    RVH096: VOORTAAN EEN GESLEUTELD BESTAND, TER PLAATSE
RVH096*    GERAADPLEEGD PER RIJKSNUMMER I.P.V. VOORAF VOLLEDIG IN
RVH096*    WS-BSL-TABLE GELADEN (PLAFOND 500 VERVALT).
RVH125*    RVH125: DYNAMISCHE TOEGANG - BIJ HET OPENEN WORDT HET
RVH125*    REGISTER EENMAAL SEQUENTIEEL DOORLOPEN VOOR HET RUN-
RVH125*    MANIFEST; DE RAADPLEGING PER RIJKSNUMMER BLIJFT.
RVH126*    RVH126: HET REKORD DRAAGT VOORTAAN OOK DE EINDDATUM VAN
RVH126*    HET BESLAG (NUL = ONBEPAALD). DE BETAALKETEN HOUDT ER GEEN
RVH126*    REKENING MEE - HET BESLAG BLIJFT GELDEN TOT DE JURIDISCHE
RVH126*    DIENST HET VIA GIRREGX4 SCHRAPT; DE NACHTELIJKE CONTROLE
RVH126*    GIRCNSX4 SIGNALEERT DE VERSTREKEN BESLAGEN.
RVH045     SELECT BSLQ-FILE ASSIGN TO BSLQ
RVH096            ORGANIZATION IS INDEXED
RVH125            ACCESS MODE  IS DYNAMIC
RVH096            RECORD KEY   IS BSLQ-RNR
RVH045            FILE STATUS  IS WS-BSLQ-STATUS.
      *----------------------------------------------------------------
      *        WAARVOOR EEN DOMICILIERINGSMANDAAT BESTAAT; BEPAALT OF
      *        EEN TERUGVORDERING ALS DOMICILIERINGSOPDRACHT ("D") OF
      *        ALS BRIEF ("B") VERTREKT.
      *RVH115: HET REGISTER DRAAGT VOORTAAN OOK DE MANDAATREFERENTIE,
      *        DE ONDERTEKENINGSDATUM, DE DATUM VAN LAATSTE INNING, DE
      *        SEPA-SEQUENTIE (FRST/RCUR) EN DE STATUS; EEN MANDAAT DAT
      *        GIRMNDX4 NA 36 MAANDEN ZONDER INNING LIET VERVALLEN
      *        ("V") WORDT NIET MEER INGELADEN.
      *----------------------------------------------------------------
RVH054     SELECT MNDQ-FILE ASSIGN TO MNDQ
RVH054            ORGANIZATION IS SEQUENTIAL
      *        NEGATIEVE PPR: DE VOLLEDIGE PPR PLUS DE GEKOZEN
      *        INVORDERINGSWIJZE, VOOR DE (EXTERNE) DOMICILIERINGS-
      *        EN BRIEVENKETEN.
      *RVH115: PLUS DE FASE VAN DE ZAAK EN DE DATUM VAN DIE FASE
      *        (VOOR EEN DOMICILIERING: "P" = AANGEKONDIGD MET DE
      *        INNINGSDATUM). EEN NIEUWE ZAAK VERTREKT ZONDER FASE.
      *RVH116: "I" = INGEDIEND IN HET PAIN.008-BESTAND (GIRPDDX4).
      *RVH117: VOOR EEN BRIEF: "1"/"2" = HERINNERING, "3" =
      *        INGEBREKESTELLING, "X" = OVERGEDRAGEN AAN HET
      *        INCASSOBUREAU, "S" = CYCLUS GESTOPT (GIRAMNX4).
      *----------------------------------------------------------------
RVH054     SELECT INVQ-FILE ASSIGN TO INVQ
RVH054            ORGANIZATION IS SEQUENTIAL
RVH068     SELECT KALQ-FILE ASSIGN TO KALQ
RVH068            ORGANIZATION IS SEQUENTIAL
RVH068            FILE STATUS  IS WS-KALQ-STATUS.
      *----------------------------------------------------------------
      *RVH110: FRAUDE-WACHTRIJ (FRDQ-FILE) - DE VOLLEDIGE PPR VAN EEN
      *        BETALING BOVEN WS-FRD-DREMPEL NAAR EEN IBAN DAT NOG
      *        NOOIT VOOR DIT RIJKSNUMMER WERD BETAALD (IBRQ). DE
      *        FRAUDECEL BELT HET LID EN BESLIST VIA GIRFRDX4; ER
      *        WORDT GEEN SEPAAUKU-REKORD AANGEMAAKT.
      *----------------------------------------------------------------
RVH110     SELECT FRDQ-FILE ASSIGN TO FRDQ
RVH110            ORGANIZATION IS SEQUENTIAL
RVH110            FILE STATUS  IS WS-FRDQ-STATUS.
      *----------------------------------------------------------------
      *RVH111: CUMULREGISTER (VELQ-FILE) - EEN REKORD PER RIJKSNUMMER
      *        EN CODE-LIBELLE MET DE UITBETAALDE BEDRAGEN EN AANTALLEN
      *        VAN DE LAATSTE 30 DAGEN, PER DAG BIJGEHOUDEN, ZODAT
      *        TIEN MIDDELGROTE BETALINGEN OVER VERSCHILLENDE RUNS
      *        HEEN NIET ONOPGEMERKT BLIJVEN. GESLEUTELD EN TER
      *        PLAATSE BIJGEWERKT, ZOALS BNKQ/SLDQ (RVH096).
      *----------------------------------------------------------------
RVH111     SELECT VELQ-FILE ASSIGN TO VELQ
RVH111            ORGANIZATION IS INDEXED
RVH111            ACCESS MODE  IS RANDOM
RVH111            RECORD KEY   IS VELQ-SLEUTEL
RVH111            FILE STATUS  IS WS-VELQ-STATUS.
      *----------------------------------------------------------------
      *RVH119: OVERDRACHTREGISTER MICROBETALINGEN (MICQ-FILE) - EEN
      *        REKORD PER RIJKSNUMMER MET HET SALDO VAN DE BETALINGEN
      *        DIE ONDER HET MINIMUM VAN HUN CODE-LIBELLE BLEVEN EN
      *        NOG NIET NAAR DE BANK GINGEN, PLUS DE LAATST
      *        OVERGEDRAGEN PPR (VOOR DE UITBETALING BIJ DE PERIODE-
      *        AFSLUITING DOOR GIRMICX4). GESLEUTELD EN TER PLAATSE
      *        BIJGEWERKT, ZOALS SLDQ/VELQ.
      *----------------------------------------------------------------
RVH119     SELECT MICQ-FILE ASSIGN TO MICQ
RVH119            ORGANIZATION IS INDEXED
RVH119            ACCESS MODE  IS RANDOM
RVH119            RECORD KEY   IS MICQ-RNR
RVH119            FILE STATUS  IS WS-MICQ-STATUS.
      *----------------------------------------------------------------
      *RVH120: ONDERDELEN VAN DE GEBUNDELDE OVERSCHRIJVINGEN (BUNQ-
      *        FILE) - EEN REKORD PER PPR DIE SAMEN MET ANDERE PPR'S
      *        VAN HETZELFDE LID OP EEN ENKELE 5N0001-LIJN NAAR DE
      *        BANK GING, MET DE SLEUTEL VAN DIE LIJN (DE LEIDER) EN
      *        DE EIGEN KONSTANTE/VOLGNUMMER. GIRRECX4, GIRCODX4 EN
      *        GIRRTRX4 LEIDEN ER EEN GEBUNDELDE BANDLIJN MEE TERUG
      *        NAAR HAAR ONDERDELEN.
      *----------------------------------------------------------------
RVH120     SELECT BUNQ-FILE ASSIGN TO BUNQ
RVH120            ORGANIZATION IS SEQUENTIAL
RVH120            FILE STATUS  IS WS-BUNQ-STATUS.
      *----------------------------------------------------------------
      *RVH120: HERSTARTBESTAND VAN DE BUNDELING (BUNW-FILE) - DE NOG
      *        VASTGEHOUDEN 5N0001-LIJNEN (B) EN HUN ONDERDELEN (O)
      *        WORDEN BIJ ELK CHECKPOINT ACHTERAAN TOEGEVOEGD, MET
      *        HET NUMMER VAN DAT CHECKPOINT. EEN HERSTART LAADT ZE
      *        TERUG EN MARKEERT DAT MET EEN H-REKORD.
      *----------------------------------------------------------------
RVH120     SELECT BUNW-FILE ASSIGN TO BUNW
RVH120            ORGANIZATION IS SEQUENTIAL
RVH120            FILE STATUS  IS WS-BUNW-STATUS.
      *----------------------------------------------------------------
      *RVH121: VERDELINGSREGISTER (VDLQ-FILE) - OP VRAAG VAN HET LID
      *        WORDT DE BETALING VAN EEN GEGEVEN CODE-LIBELLE OVER
      *        TWEE REKENINGEN VERDEELD: EEN VAST BEDRAG OF EEN
      *        PERCENTAGE VAN HET NETTO BEDRAG GAAT NAAR EEN TWEEDE
      *        IBAN, BINNEN DE GELDIGHEIDSPERIODE (BEGIN- EN
      *        EINDDATUM). ONDERHOUDEN VIA GIRREGX4 (REGISTER "VDLQ").
      *----------------------------------------------------------------
RVH121     SELECT VDLQ-FILE ASSIGN TO VDLQ
RVH121            ORGANIZATION IS SEQUENTIAL
RVH121            FILE STATUS  IS WS-VDLQ-STATUS.
      *----------------------------------------------------------------
      *RVH122: ALIASREGISTER (ALSQ-FILE) - DOOR GIRRNRX4 BIJGEHOUDEN
      *        BIJ ELKE VERVANGING VAN EEN RIJKSNUMMER DOOR DE
      *        KRUISPUNTBANK (OUD NUMMER, DEFINITIEF NUMMER). HET
      *        BBF-JOURNAAL HANGT NOG ONDER HET OUDE NUMMER, ZODAT
      *        VOIR-DOUBLES OOK DAAR MOET KIJKEN.
      *----------------------------------------------------------------
RVH122     SELECT ALSQ-FILE ASSIGN TO ALSQ
RVH122            ORGANIZATION IS SEQUENTIAL
RVH122            FILE STATUS  IS WS-ALSQ-STATUS.
      *----------------------------------------------------------------
      *RVH123: KANDIDATEN VOOR DE REKENINGCORRECTIE (RKCQ-FILE) - EEN
      *        REKORD PER VASTGESTELDE AFWIJKING TUSSEN DE REKENING
      *        VAN HET LID IN DE LEDENADMINISTRATIE EN DE REKENING
      *        WAAROP BETAALD WORDT (500006-DISCORDANTIE, OMZETTING
      *        VIA CNVQ). GIRRKCX4 VOEGT ZE SAMEN MET DIE VAN
      *        GIRRTRX4, GIRVORX4 EN GIRIBMX4 TOT EEN TERUGKOPPELING
      *        NAAR DE LEDENADMINISTRATIE.
      *----------------------------------------------------------------
RVH123     SELECT RKCQ-FILE ASSIGN TO RKCQ
RVH123            ORGANIZATION IS SEQUENTIAL
RVH123            FILE STATUS  IS WS-RKCQ-STATUS.
      *----------------------------------------------------------------
      *RVH125: RUN-MANIFEST (MANQ-FILE) - BIJ DE EERSTE GIRBETPP-
      *        AANROEP GESCHREVEN NA HET INLADEN VAN DE REGISTERS: EEN
      *        KOPREKORD MET RUNDATUM, RUN-VOLGNUMMER, VERWERKINGS- EN
      *        AS-OF-DATUM EN PROGRAMMAVERSIE, EN PER INGELADEN
      *        REGISTER DE DATASETGENERATIE, HET AANTAL REKORDS EN EEN
      *        INHOUDSCONTROLEGETAL. GIRCERX4 CERTIFICEERT GEEN RUN
      *        ZONDER MANIFEST; GIRCMPX4 ZET DE MANIFESTEN VAN
      *        SIMULATIE EN PRODUCTIE NAAST ELKAAR.
      *----------------------------------------------------------------
RVH125     SELECT MANQ-FILE ASSIGN TO MANQ
RVH125            ORGANIZATION IS SEQUENTIAL
RVH125            FILE STATUS  IS WS-MANQ-STATUS.
      *----------------------------------------------------------------
      *RVH125: GENERATIELIJST (MGNQ-FILE) - PER DD-NAAM DE DOOR DE
      *        JCL OPGELOSTE DATASETNAAM (MET GDG-GENERATIE), AANGE-
      *        MAAKT DOOR DE VOORAFGAANDE JOBSTAP. EEN ONTBREKEND
      *        BESTAND IS GEEN FOUT - DE GENERATIE WORDT DAN ALS
      *        "ONBEKEND" IN HET MANIFEST OPGENOMEN.
      *----------------------------------------------------------------
RVH125     SELECT MGNQ-FILE ASSIGN TO MGNQ
RVH125            ORGANIZATION IS SEQUENTIAL
RVH125            FILE STATUS  IS WS-MGNQ-STATUS.
      *----------------------------------------------------------------
      *RVH127: BUDGETREGISTER (BUDQ-FILE) - PER FEDERATIE EN CODE-
      *        LIBELLE DE MAANDELIJKSE ENVELOPPE EN HET VERBRUIK VAN
      *        DE LOPENDE MAAND. DE ENVELOPPE WORDT ONDERHOUDEN VIA
      *        GIRREGX4 (REGISTER "BUDQ"); HET VERBRUIK WORDT HIER
      *        PER AANVAARDE BETALING TER PLAATSE BIJGEWERKT (ZELFDE
      *        PATROON ALS SLDQ/MICQ). GEEN REKORD VOOR DE SLEUTEL =
      *        GEEN ENVELOPPE (GEDRAG VAN VOORHEEN).
      *----------------------------------------------------------------
RVH127     SELECT BUDQ-FILE ASSIGN TO BUDQ
RVH127            ORGANIZATION IS INDEXED
RVH127            ACCESS MODE  IS DYNAMIC
RVH127            RECORD KEY   IS BUDQ-SLEUTEL
RVH127            FILE STATUS  IS WS-BUDQ-STATUS.
      *----------------------------------------------------------------
      *RVH127: BUDGETWACHTRIJ (BUWQ-FILE) - PPR'S DIE DE ENVELOPPE
      *        VAN HUN FEDERATIE EN CODE-LIBELLE ZOUDEN OVERSCHRIJDEN.
      *        ZELFDE LAYOUT ALS DFRQ: NA EEN VERHOGING VAN DE
      *        ENVELOPPE BIEDT DE JCL DE VORIGE GENERATIE OPNIEUW AAN
      *        VIA GIRDFRX4 (ALS DFRO). GIRBUDX4 TELT ZE ALS
      *        GEPARKEERD OP HET VERBRUIKSVERSLAG PER FEDERATIE.
      *----------------------------------------------------------------
RVH127     SELECT BUWQ-FILE ASSIGN TO BUWQ
RVH127            ORGANIZATION IS SEQUENTIAL
RVH127            FILE STATUS  IS WS-BUWQ-STATUS.
      *----------------------------------------------------------------
      *RVH112: BETALINGSSTOPREGISTER (STPQ-FILE) - OP VRAAG VAN HET
      *        LID (GESTOLEN BANKKAART) OF VAN DE FEDERATIE (BETWIST
      *        DOSSIER) TIJDELIJK GEEN BETALINGEN MEER NAAR EEN
      *        RIJKSNUMMER OF EEN IBAN, TOT DE VERVALDATUM. ONDERHOUDEN
      *        VIA GIRREGX4 (REGISTER "STPQ").
      *----------------------------------------------------------------
RVH112     SELECT STPQ-FILE ASSIGN TO STPQ
RVH112            ORGANIZATION IS SEQUENTIAL
RVH112            FILE STATUS  IS WS-STPQ-STATUS.
      *----------------------------------------------------------------
      *RVH112: STOP-WACHTRIJ (SPKQ-FILE) - DE VOLLEDIGE PPR VAN EEN
      *        BETALING DIE OP EEN ACTIEVE STOP LIEP, MET DE STOP DIE
      *        HAAR TEGENHOUDT. GIRSTPX4 BIEDT ZE OPNIEUW AAN VIA
      *        GIRBETPP ZODRA DE STOP VERVALLEN OF GESCHRAPT IS.
      *----------------------------------------------------------------
RVH112     SELECT SPKQ-FILE ASSIGN TO SPKQ
RVH112            ORGANIZATION IS SEQUENTIAL
RVH112            FILE STATUS  IS WS-SPKQ-STATUS.
      *----------------------------------------------------------------
      *RVH113: IBAN-WATCHLIST (IBWQ-FILE) - DOOR DE BANKEN EN DE
      *        POLITIE GEMELDE REKENINGEN VAN GELDEZELS EN FRAUDEURS.
      *        DE SANCTIESCREENING (SCRQ) TOETST ENKEL DE NAAM; DEZE
      *        LIJST TOETST HET DEFINITIEVE IBAN VAN DE BEGUNSTIGDE.
      *        ONDERHOUDEN VIA GIRREGX4 (REGISTER "IBWQ").
      *----------------------------------------------------------------
RVH113     SELECT IBWQ-FILE ASSIGN TO IBWQ
RVH113            ORGANIZATION IS SEQUENTIAL
RVH113            FILE STATUS  IS WS-IBWQ-STATUS.
      *----------------------------------------------------------------
      *RVH133: AFSLUITREGISTER (JAFQ-FILE) VAN GIRJAFX4 - EEN REKORD
      *        PER AFGESLOTEN OF HEROPEND JAAR. EEN GIRBET-RUN MET EEN
      *        DATUM IN EEN AFGESLOTEN JAAR WORDT GEWEIGERD.
      *----------------------------------------------------------------
RVH133     SELECT JAFQ-FILE ASSIGN TO JAFQ
RVH133            ORGANIZATION IS SEQUENTIAL
RVH133            FILE STATUS  IS WS-JAFQ-STATUS.
      *----------------------------------------------------------------
      *RVH133: JAAROVERSCHRIJDENDE BETALINGEN (JOVQ-FILE) - BETALINGEN
      *        DIE IN EEN VROEGER JAAR WERDEN TOEGEKEND (TRBFN-DATMEMO)
      *        EN PAS NU WORDEN BETAALD, VOOR DE JAARAFSLUITING EN DE
      *        BOEKHOUDING. GEOPEND IN EXTEND ZOALS GLPQ.
      *----------------------------------------------------------------
RVH133     SELECT JOVQ-FILE ASSIGN TO JOVQ
RVH133            ORGANIZATION IS SEQUENTIAL
RVH133            FILE STATUS  IS WS-JOVQ-STATUS.
      *----------------------------------------------------------------
      *RVH135: BEVRIEZINGSREGISTER (FRZQ-FILE) - NOODSTOP DOOR DE
      *        DIENST BETALINGEN OP ALLE BETALINGEN NAAR EEN FEDERATIE,
      *        VOOR EEN OMSCHRIJVINGSKODE OF VOOR DE COMBINATIE VAN
      *        BEIDE ("***" / "**" = ALLE). ONDERHOUDEN VIA GIRREGX4
      *        (REGISTER "FRZQ"); OPHEFFEN = HET REKORD SCHRAPPEN.
      *----------------------------------------------------------------
RVH135     SELECT FRZQ-FILE ASSIGN TO FRZQ
RVH135            ORGANIZATION IS SEQUENTIAL
RVH135            FILE STATUS  IS WS-FRZQ-STATUS.
      *----------------------------------------------------------------
      *RVH135: BEVRIEZINGSWACHTRIJ (FZPQ-FILE) - DE VOLLEDIGE PPR VAN
      *        EEN BEVROREN BETALING MET DE BEVRIEZING DIE HAAR
      *        TEGENHOUDT. GIRBVRX4 BIEDT ZE OPNIEUW AAN (OF STUURT ZE
      *        TERUG NAAR DE FEDERATIE) ZODRA DE BEVRIEZING OPGEHEVEN
      *        IS.
      *----------------------------------------------------------------
RVH135     SELECT FZPQ-FILE ASSIGN TO FZPQ
RVH135            ORGANIZATION IS SEQUENTIAL
RVH135            FILE STATUS  IS WS-FZPQ-STATUS.
      *----------------------------------------------------------------
      *RVH138: LEVENSBEWIJSREGISTER (LVBQ-FILE) - PER RIJKSNUMMER VAN
      *        EEN LID MET EEN BUITENLANDS ADRES OF EEN BUITENLANDS
      *        IBAN DE DATUM VAN DE LAATSTE LEVENSBEWIJSAANVRAAG
      *        (GIRLVAX4, JAARLIJKS) EN VAN HET LAATST ONTVANGEN
      *        LEVENSBEWIJS (GIRLVBX4). DE OVERLIJDENSFLUX (OVLQ,
      *        RVH083) DEKT ENKEL DE IN BELGIE GEREGISTREERDE
      *        OVERLIJDENS.
      *----------------------------------------------------------------
RVH138     SELECT LVBQ-FILE ASSIGN TO LVBQ
RVH138            ORGANIZATION IS SEQUENTIAL
RVH138            FILE STATUS  IS WS-LVBQ-STATUS.
      *----------------------------------------------------------------
      *RVH138: LEVENSBEWIJSWACHTRIJ (LVWQ-FILE) - DE VOLLEDIGE PPR
      *        VAN EEN BETALING AAN EEN LID WAARVAN HET AANGEVRAAGDE
      *        LEVENSBEWIJS NA DE RESPIJTTERMIJN NOG NIET ONTVANGEN
      *        IS, MET DE DATUM VAN DE AANVRAAG (ZELFDE OPZET ALS
      *        NALQ). GIRLVBX4 BIEDT DE PPR OPNIEUW AAN ZODRA HET
      *        LEVENSBEWIJS GEREGISTREERD IS.
      *----------------------------------------------------------------
RVH138     SELECT LVWQ-FILE ASSIGN TO LVWQ
RVH138            ORGANIZATION IS SEQUENTIAL
RVH138            FILE STATUS  IS WS-LVWQ-STATUS.
      *----------------------------------------------------------------
      *RVH139: WERKLOOSHEIDSPERIODES VAN DE RVA (RVAQ-FILE) - DE
      *        PERIODIEKE FLUX VAN DE RVA/ONEM MET PER RIJKSNUMMER DE
      *        REEDS BETAALDE PERIODES VAN WERKLOOSHEIDSUITKERING. EEN
      *        UITKERING 50/60 MAG GEEN DAGEN DEKKEN DIE DE RVA AL
      *        BETAALDE (CUMULVERBOD).
      *----------------------------------------------------------------
RVH139     SELECT RVAQ-FILE ASSIGN TO RVAQ
RVH139            ORGANIZATION IS SEQUENTIAL
RVH139            FILE STATUS  IS WS-RVAQ-STATUS.
      *----------------------------------------------------------------
      *RVH139: CUMULLOG RVA (RVOQ-FILE) - EEN REKORD PER OVERLAPPENDE
      *        RVA-PERIODE VAN EEN NAAR NAZICHT GEPARKEERDE PPR. DE
      *        GENERATIES VAN EEN MAAND VORMEN DE INVOER VAN HET
      *        MAANDELIJKSE OVERLAPPINGSRAPPORT (GIRRVOX4).
      *----------------------------------------------------------------
RVH139     SELECT RVOQ-FILE ASSIGN TO RVOQ
RVH139            ORGANIZATION IS SEQUENTIAL
RVH139            FILE STATUS  IS WS-RVOQ-STATUS.

       DATA DIVISION.
      ***************
RVH068         88  STAQ-VERSCHOVEN      VALUE "V".
RVH082         88  STAQ-UITGESTELD      VALUE "F".
RVH098         88  STAQ-KANAALSHIFT     VALUE "K".
RVH114         88  STAQ-VOORHEFFING     VALUE "W".
RVH119         88  STAQ-MICROBETALING   VALUE "M".
RVH121         88  STAQ-VERDELING       VALUE "S".
RVH127         88  STAQ-BUDGET          VALUE "E".
RVH022     05  STAQ-DIAG                PIC X(32).
RVH022     05  STAQ-AANTAL              PIC 9(07).
RVH022     05  STAQ-BEDRAG              PIC 9(09).
RVH092         88  GLPQ-SOORT-ACC-REV   VALUE "R".
RVH092         88  GLPQ-SOORT-ACC-BSH   VALUE "H".
RVH092         88  GLPQ-SOORT-ACC-CPL   VALUE "C".
RVH105*        TERUGGAVE AAN DE FEDERATIE VAN EEN NIET VERSCHULDIGD
RVH105*        BEDRAG UIT DE NALATENSCHAPSWACHTRIJ (GESCHREVEN DOOR
RVH105*        GIRNALX4 - NALQ DRAAGT ZELF GEEN ACCRUAL).
RVH105         88  GLPQ-SOORT-NAL-TERUG VALUE "N".
RVH110         88  GLPQ-SOORT-ACC-FRD   VALUE "T".
RVH112         88  GLPQ-SOORT-ACC-STP   VALUE "K".
RVH114         88  GLPQ-SOORT-VOORHEFFING
RVH114                                  VALUE "W".
RVH118*        AFSCHRIJVING VAN EEN ONINBARE TERUGVORDERING (POSITIEF
RVH118*        BEDRAG, GESCHREVEN DOOR GIRAFSX4).
RVH118         88  GLPQ-SOORT-AFSCHRIJVING
RVH118                                  VALUE "O".
RVH119*        OVERGEDRAGEN MICROBETALING (POSITIEF BIJ DE OVERDRACHT,
RVH119*        NEGATIEF BIJ DE VRIJGAVE VAN HET SALDO).
RVH119         88  GLPQ-SOORT-MICRO
RVH119                                  VALUE "M".
RVH135*        BEVROREN BETALING (NOODSTOP, GIRBVRX4 SCHRIJFT DE
RVH135*        TEGENBOEKING).
RVH135         88  GLPQ-SOORT-ACC-FRZ   VALUE "Z".
RVH068     05  GLPQ-VERSCHOVEN          PIC X(01).
RVH026 FD  MOTQ-FILE
RVH026     RECORDING MODE IS F.
RVH026         88  MOTQ-VERWORPEN       VALUE "R".
RVH054         88  MOTQ-TERUGVORDERING  VALUE "T".
RVH093         88  MOTQ-IN-WACHT        VALUE "P".
RVH119         88  MOTQ-OVERGEDRAGEN    VALUE "U".
RVH026     05  MOTQ-NAAM                PIC X(18).
RVH026     05  MOTQ-VOORN               PIC X(12).
RVH026     05  MOTQ-LND                 PIC X(03).
RVH045     05  BSLQ-DOSSIER             PIC X(12).
RVH045     05  BSLQ-SCHULDEISER         PIC X(30).
RVH045     05  BSLQ-PLAFOND             PIC S9(08).
RVH126     05  BSLQ-EINDDATUM           PIC 9(08).
RVH045 FD  BSHQ-FILE
RVH045     RECORDING MODE IS F.
RVH045 01  BSHQ-REC.
RVH071*    REGISTER KAN OPNEMEN.
RVH071     05  CPLQ-NAAM                PIC X(30).
RVH071     05  CPLQ-LND                 PIC X(03).
RVH113*    REDENCODE VAN DE PARKERING: NAAMSCREENING (SCRQ) OF
RVH113*    IBAN-WATCHLIST (IBWQ). BIJ "IBWL" BEVAT CPLQ-LIJSTNAAM DE
RVH113*    REDEN UIT DE WATCHLIST I.P.V. DE GETROFFEN LIJSTNAAM.
RVH113     05  CPLQ-REDEN               PIC X(04).
RVH113         88  CPLQ-REDEN-SCREENING VALUE "SCRN".
RVH113         88  CPLQ-REDEN-IBAN      VALUE "IBWL".
RVH046 FD  SCLQ-FILE
RVH046     RECORDING MODE IS F.
RVH046 01  SCLQ-REC.
RVH054     RECORDING MODE IS F.
RVH054 01  MNDQ-REC.
RVH054     05  MNDQ-RNR                 PIC X(13).
RVH115     05  MNDQ-REFERENTIE          PIC X(35).
RVH115     05  MNDQ-ONDERTEKEND         PIC 9(08).
RVH115     05  MNDQ-LAATST-GEBRUIKT     PIC 9(08).
RVH115     05  MNDQ-SEQUENTIE           PIC X(04).
RVH115         88  MNDQ-SEQ-FRST        VALUE "FRST".
RVH115         88  MNDQ-SEQ-RCUR        VALUE "RCUR".
RVH115     05  MNDQ-STATUS              PIC X(01).
RVH115         88  MNDQ-ACTIEF          VALUE "A".
RVH115         88  MNDQ-VERVALLEN       VALUE "V".
RVH054 FD  INVQ-FILE
RVH054     RECORDING MODE IS F.
RVH054 01  INVQ-REC.
RVH054     05  INVQ-PPR                 PIC X(186).
RVH054     05  INVQ-WIJZE               PIC X(01).
RVH115     05  INVQ-FASE                PIC X(01).
RVH115     05  INVQ-FASEDATUM           PIC 9(08).
RVH055 FD  IBRQ-FILE
RVH055     RECORDING MODE IS F.
RVH055 01  IBRQ-REC.
RVH068     RECORDING MODE IS F.
RVH068 01  KALQ-REC.
RVH068     05  KALQ-DATUM               PIC 9(08).
RVH110 FD  FRDQ-FILE
RVH110     RECORDING MODE IS F.
RVH110 01  FRDQ-REC.
RVH110     05  FRDQ-PPR                 PIC X(186).
RVH110     05  FRDQ-DREMPEL             PIC S9(8).
RVH110     05  FRDQ-DATUM               PIC 9(08).
RVH111 FD  VELQ-FILE
RVH111     RECORDING MODE IS F.
RVH111 01  VELQ-REC.
RVH111     05  VELQ-SLEUTEL.
RVH111         10  VELQ-RNR             PIC X(13).
RVH111         10  VELQ-LIBEL           PIC 9(02).
RVH111     05  VELQ-LIM-BEDRAG-7        PIC S9(8).
RVH111     05  VELQ-LIM-AANTAL-7        PIC 9(03).
RVH111     05  VELQ-LIM-BEDRAG-30       PIC S9(8).
RVH111     05  VELQ-LIM-AANTAL-30       PIC 9(03).
RVH111     05  VELQ-LAATSTE-DATUM       PIC 9(08).
RVH111     05  VELQ-DAG OCCURS 30 TIMES.
RVH111         10  VELQ-DAG-NR          PIC 9(07).
RVH111         10  VELQ-DAG-BEDRAG      PIC S9(10).
RVH111         10  VELQ-DAG-AANTAL      PIC 9(04).
RVH119 FD  MICQ-FILE
RVH119     RECORDING MODE IS F.
RVH119 01  MICQ-REC.
RVH119     05  MICQ-RNR                 PIC X(13).
RVH119     05  MICQ-SALDO               PIC S9(08).
RVH119     05  MICQ-AANTAL              PIC 9(03).
RVH119     05  MICQ-EERSTE-DATUM        PIC 9(08).
RVH119     05  MICQ-LAATSTE-DATUM       PIC 9(08).
RVH119     05  MICQ-PPR                 PIC X(186).
RVH120 FD  BUNQ-FILE
RVH120     RECORDING MODE IS F.
RVH120 01  BUNQ-REC.
RVH120     05  BUNQ-LEID-KONST          PIC 9(10).
RVH120     05  BUNQ-LEID-VOLGNR         PIC 9(03).
RVH120     05  BUNQ-KONST               PIC 9(10).
RVH120     05  BUNQ-VOLGNR              PIC 9(03).
RVH120     05  BUNQ-LEIDER-SW           PIC X(01).
RVH120         88  BUNQ-LEIDER          VALUE "J".
RVH120     05  BUNQ-LIBEL               PIC 9(02).
RVH120     05  BUNQ-BEDRAG              PIC S9(08).
RVH120     05  BUNQ-TOTAAL              PIC S9(08).
RVH120     05  BUNQ-AANTAL              PIC 9(03).
RVH120     05  BUNQ-OGM                 PIC X(12).
RVH120     05  BUNQ-PPR-RNR             PIC S9(08) COMP.
RVH120     05  BUNQ-IBAN                PIC X(34).
RVH120     05  BUNQ-DATUM               PIC 9(08).
RVH120     05  BUNQ-RUNSEQ              PIC 9(02).
RVH120 FD  BUNW-FILE
RVH120     RECORDING MODE IS F.
RVH120 01  BUNW-REC.
RVH120     05  BUNW-CKP-NUMBER          PIC 9(08).
RVH120     05  BUNW-TYPE                PIC X(01).
RVH120         88  BUNW-BUNDEL          VALUE "B".
RVH120         88  BUNW-ONDERDEEL       VALUE "O".
RVH120         88  BUNW-HERSTART        VALUE "H".
RVH120     05  BUNW-DETAIL              PIC X(518).
RVH120     05  BUNW-BUNDELDETAIL REDEFINES BUNW-DETAIL.
RVH120         10  BUNW-RNR             PIC S9(08) COMP.
RVH120         10  BUNW-IBAN            PIC X(34).
RVH120         10  BUNW-BANK            PIC 9(01).
RVH120         10  BUNW-BETWYZ          PIC X(01).
RVH120         10  BUNW-FED             PIC 9(03).
RVH120         10  BUNW-SEPA            PIC X(475).
RVH120     05  BUNW-ONDDETAIL REDEFINES BUNW-DETAIL.
RVH120         10  BUNW-BUNDEL-NR       PIC 9(04).
RVH120         10  BUNW-KEY.
RVH120             15  BUNW-KONST       PIC 9(10).
RVH120             15  BUNW-VOLGNR      PIC 9(03).
RVH120         10  BUNW-LIBEL           PIC 9(02).
RVH120         10  BUNW-BEDRAG          PIC S9(08).
RVH120         10  FILLER               PIC X(491).
RVH121 FD  VDLQ-FILE
RVH121     RECORDING MODE IS F.
RVH121 01  VDLQ-REC.
RVH121     05  VDLQ-RNR                 PIC X(13).
RVH121     05  VDLQ-LIBEL               PIC 9(02).
RVH121     05  VDLQ-SOORT               PIC X(01).
RVH121         88  VDLQ-VAST-BEDRAG     VALUE "B".
RVH121         88  VDLQ-PERCENTAGE      VALUE "P".
RVH121     05  VDLQ-BEDRAG              PIC 9(08).
RVH121     05  VDLQ-PERCENT             PIC 9(03)V99.
RVH121     05  VDLQ-IBAN                PIC X(34).
RVH121     05  VDLQ-BEGINDATUM          PIC 9(08).
RVH121     05  VDLQ-EINDDATUM           PIC 9(08).
RVH122 FD  ALSQ-FILE
RVH122     RECORDING MODE IS F.
RVH122 01  ALSQ-REC.
RVH122     05  ALSQ-RNR-OUD             PIC X(13).
RVH122     05  ALSQ-RNR-NIEUW           PIC X(13).
RVH122     05  ALSQ-DATUM               PIC 9(08).
RVH122     05  ALSQ-VERWERKT            PIC 9(08).
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
RVH125 FD  MANQ-FILE
RVH125     RECORDING MODE IS F.
RVH125 01  MANQ-REC.
RVH125     05  MANQ-TYPE                PIC X(01).
RVH125         88  MANQ-KOP             VALUE "H".
RVH125         88  MANQ-REGISTER        VALUE "R".
RVH125     05  MANQ-RUNDATUM            PIC 9(08).
RVH125     05  MANQ-RUNSEQ              PIC 9(02).
RVH125     05  MANQ-DETAIL              PIC X(69).
RVH125     05  MANQ-KOPDETAIL REDEFINES MANQ-DETAIL.
RVH125         10  MANQ-VERWERKDATUM    PIC 9(08).
RVH125         10  MANQ-ASOF            PIC 9(08).
RVH125         10  MANQ-VERSIE          PIC X(08).
RVH125         10  MANQ-GECOMPILEERD    PIC X(20).
RVH125         10  MANQ-SIMULATIE       PIC X(01).
RVH125         10  MANQ-AANTAL-REG      PIC 9(02).
RVH125         10  FILLER               PIC X(22).
RVH125     05  MANQ-REGDETAIL REDEFINES MANQ-DETAIL.
RVH125         10  MANQ-DDNAAM          PIC X(08).
RVH125         10  MANQ-GENERATIE       PIC X(44).
RVH125         10  MANQ-AANTAL          PIC 9(07).
RVH125         10  MANQ-CONTROLE        PIC 9(09).
RVH125         10  MANQ-AANWEZIG        PIC X(01).
RVH125 FD  MGNQ-FILE
RVH125     RECORDING MODE IS F.
RVH125 01  MGNQ-REC.
RVH125     05  MGNQ-DDNAAM              PIC X(08).
RVH125     05  MGNQ-GENERATIE           PIC X(44).
RVH127 FD  BUDQ-FILE
RVH127     RECORDING MODE IS F.
RVH127 01  BUDQ-REC.
RVH127     05  BUDQ-SLEUTEL.
RVH127         10  BUDQ-FED             PIC 9(03).
RVH127         10  BUDQ-LIBEL           PIC 9(02).
RVH127     05  BUDQ-MAAND               PIC 9(06).
RVH127     05  BUDQ-ENVELOP             PIC S9(11).
RVH127     05  BUDQ-VERBRUIK            PIC S9(11).
RVH127 FD  BUWQ-FILE
RVH127     RECORDING MODE IS F.
RVH127 01  BUWQ-REC                     PIC X(186).
RVH112 FD  STPQ-FILE
RVH112     RECORDING MODE IS F.
RVH112 01  STPQ-REC.
RVH112     05  STPQ-SOORT               PIC X(01).
RVH112         88  STPQ-OP-RNR          VALUE "R".
RVH112         88  STPQ-OP-IBAN         VALUE "I".
RVH112     05  STPQ-SLEUTEL             PIC X(34).
RVH112     05  STPQ-REDEN               PIC X(20).
RVH112     05  STPQ-AANVRAGER           PIC X(01).
RVH112         88  STPQ-DOOR-LID        VALUE "L".
RVH112         88  STPQ-DOOR-FEDERATIE  VALUE "F".
RVH112     05  STPQ-FEDERATIE           PIC 9(03).
RVH112     05  STPQ-VERVALDATUM         PIC 9(08).
RVH112 FD  SPKQ-FILE
RVH112     RECORDING MODE IS F.
RVH112 01  SPKQ-REC.
RVH112     05  SPKQ-PPR                 PIC X(186).
RVH112     05  SPKQ-SOORT               PIC X(01).
RVH112     05  SPKQ-SLEUTEL             PIC X(34).
RVH112     05  SPKQ-VERVALDATUM         PIC 9(08).
RVH112     05  SPKQ-DATUM               PIC 9(08).
RVH113 FD  IBWQ-FILE
RVH113     RECORDING MODE IS F.
RVH113 01  IBWQ-REC.
RVH113     05  IBWQ-IBAN                PIC X(34).
RVH113     05  IBWQ-REDEN               PIC X(20).
RVH113     05  IBWQ-BRON                PIC X(01).
RVH113         88  IBWQ-DOOR-BANK       VALUE "B".
RVH113         88  IBWQ-DOOR-POLITIE    VALUE "P".
RVH113     05  IBWQ-DATUM               PIC 9(08).
RVH133 FD  JAFQ-FILE
RVH133     RECORDING MODE IS F.
RVH133 01  JAFQ-REC.
RVH133     05  JAFQ-JAAR                PIC 9(04).
RVH133     05  JAFQ-STATUS              PIC X(01).
RVH133         88  JAFQ-AFGESLOTEN      VALUE "A".
RVH133     05  FILLER                   PIC X(55).
RVH133 FD  JOVQ-FILE
RVH133     RECORDING MODE IS F.
RVH133 01  JOVQ-REC.
RVH133     05  JOVQ-RNR                 PIC X(13).
RVH133     05  JOVQ-LIBEL               PIC 9(02).
RVH133     05  JOVQ-KONST               PIC 9(10).
RVH133     05  JOVQ-VOLGNR              PIC 9(03).
RVH133     05  JOVQ-FEDERATIE           PIC 9(03).
RVH133     05  JOVQ-BEDRAG              PIC S9(08).
RVH133     05  JOVQ-BEDRAG-DV           PIC X(01).
RVH133     05  JOVQ-DATMEMO             PIC 9(08).
RVH133     05  JOVQ-DATINB              PIC 9(08).
RVH133     05  JOVQ-RUNSEQ              PIC 9(02).
RVH135 FD  FRZQ-FILE
RVH135     RECORDING MODE IS F.
RVH135 01  FRZQ-REC.
RVH135     05  FRZQ-FEDERATIE           PIC X(03).
RVH135     05  FRZQ-LIBEL               PIC X(02).
RVH135     05  FRZQ-REDEN               PIC X(30).
RVH135     05  FRZQ-GEZET-DOOR          PIC X(08).
RVH135     05  FRZQ-DATUM               PIC 9(08).
RVH135     05  FILLER                   PIC X(09).
RVH135 FD  FZPQ-FILE
RVH135     RECORDING MODE IS F.
RVH135 01  FZPQ-REC.
RVH135     05  FZPQ-PPR                 PIC X(186).
RVH135     05  FZPQ-FEDERATIE           PIC X(03).
RVH135     05  FZPQ-LIBEL               PIC X(02).
RVH135     05  FZPQ-REDEN               PIC X(30).
RVH135     05  FZPQ-DATUM               PIC 9(08).
RVH138 FD  LVBQ-FILE
RVH138     RECORDING MODE IS F.
RVH138 01  LVBQ-REC.
RVH138     05  LVBQ-RNR                 PIC X(13).
RVH138     05  LVBQ-AANGEVRAAGD         PIC 9(08).
RVH138     05  LVBQ-ONTVANGEN           PIC 9(08).
RVH138     05  LVBQ-TAAL                PIC 9(01).
RVH138     05  LVBQ-LAND                PIC X(03).
RVH138     05  LVBQ-KLERK               PIC X(08).
RVH138     05  FILLER                   PIC X(09).
RVH138 FD  LVWQ-FILE
RVH138     RECORDING MODE IS F.
RVH138 01  LVWQ-REC.
RVH138     05  LVWQ-PPR                 PIC X(186).
RVH138     05  LVWQ-AANGEVRAAGD         PIC 9(08).
RVH138     05  LVWQ-DATUM               PIC 9(08).
RVH139 FD  RVAQ-FILE
RVH139     RECORDING MODE IS F.
RVH139 01  RVAQ-REC.
RVH139     05  RVAQ-RNR                 PIC X(13).
RVH139     05  RVAQ-DATVAN              PIC 9(08).
RVH139     05  RVAQ-DATTOT              PIC 9(08).
RVH139     05  RVAQ-DAGEN               PIC 9(03).
RVH139     05  FILLER                   PIC X(08).
RVH139 FD  RVOQ-FILE
RVH139     RECORDING MODE IS F.
RVH139 01  RVOQ-REC.
RVH139     05  RVOQ-DEST                PIC 9(03).
RVH139     05  RVOQ-RNR                 PIC X(13).
RVH139     05  RVOQ-KONST               PIC 9(10).
RVH139     05  RVOQ-VOLGNR              PIC 9(04).
RVH139     05  RVOQ-LIBEL               PIC 9(02).
RVH139     05  RVOQ-PPR-VAN             PIC 9(08).
RVH139     05  RVOQ-PPR-TOT             PIC 9(08).
RVH139     05  RVOQ-RVA-VAN             PIC 9(08).
RVH139     05  RVOQ-RVA-TOT             PIC 9(08).
RVH139     05  RVOQ-DAGEN               PIC 9(03).
RVH139     05  RVOQ-BEDRAG              PIC S9(08).
RVH139     05  RVOQ-DATUM               PIC 9(08).
RVH139     05  FILLER                   PIC X(09).
      *
       WORKING-STORAGE SECTION.
      *************************
RVH096     88  SLDQ-OPEN                VALUE "Y".
RVH053 01  WS-SLDQ-STATUS               PIC XX VALUE ZEROES.
RVH053 01  WS-INH-BEDRAG                PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH114: BEDRIJFSVOORHEFFING OP BELASTBARE VERVANGINGSINKOMENS
      *        - TARIEF PER CODE-LIBELLE EN SCHIJF. PER CODE-LIBELLE
      *        STAAN DE SCHIJVEN OPLOPEND OP BOVENGRENS (IN CENTEN,
      *        BRUTOBEDRAG VAN DE BETALING); DE EERSTE SCHIJF WAARVAN
      *        DE BOVENGRENS NIET WORDT OVERSCHREDEN BEPAALT HET
      *        TARIEF VOOR HET VOLLEDIGE BEDRAG. EEN CODE-LIBELLE DIE
      *        HIER NIET VOORKOMT IS NIET BELASTBAAR. EEN MAINTAINER
      *        BREIDT DEZE TABEL UIT (EN VERHOOGT BVH-COUNT) VOLGENS
      *        DEZELFDE OPZET ALS TABLE-SEUIL-CONTROLE. HET TARIEF
      *        STAAT IN HONDERDSTEN VAN EEN PROCENT (1111 = 11,11 %).
      *----------------------------------------------------------------
RVH114 01  TABLE-BEDRIJFSVOORHEFFING.
RVH114     05  FILLER.
RVH114         10  FILLER              PIC 9(02) VALUE 50.
RVH114         10  FILLER              PIC S9(8) VALUE 50000.
RVH114         10  FILLER              PIC 9(04) VALUE 0000.
RVH114     05  FILLER.
RVH114         10  FILLER              PIC 9(02) VALUE 50.
RVH114         10  FILLER              PIC S9(8) VALUE 250000.
RVH114         10  FILLER              PIC 9(04) VALUE 1111.
RVH114     05  FILLER.
RVH114         10  FILLER              PIC 9(02) VALUE 50.
RVH114         10  FILLER              PIC S9(8) VALUE 99999999.
RVH114         10  FILLER              PIC 9(04) VALUE 2200.
RVH114     05  FILLER.
RVH114         10  FILLER              PIC 9(02) VALUE 60.
RVH114         10  FILLER              PIC S9(8) VALUE 50000.
RVH114         10  FILLER              PIC 9(04) VALUE 0000.
RVH114     05  FILLER.
RVH114         10  FILLER              PIC 9(02) VALUE 60.
RVH114         10  FILLER              PIC S9(8) VALUE 250000.
RVH114         10  FILLER              PIC 9(04) VALUE 1111.
RVH114     05  FILLER.
RVH114         10  FILLER              PIC 9(02) VALUE 60.
RVH114         10  FILLER              PIC S9(8) VALUE 99999999.
RVH114         10  FILLER              PIC 9(04) VALUE 2200.
RVH114 01  TABLE-BEDRIJFSVOORHEFFING-RED
RVH114                    REDEFINES TABLE-BEDRIJFSVOORHEFFING.
RVH114     05  BVH-ENTRY OCCURS 6 TIMES INDEXED BY BVH-IDX.
RVH114         10  BVH-LIBEL           PIC 9(02).
RVH114         10  BVH-BEDRAG-TOT      PIC S9(8).
RVH114         10  BVH-TARIEF          PIC 9(04).
RVH114 01  WS-BVH-COUNT                 PIC 9(02) VALUE 6.
RVH114 01  WS-BVH-BEDRAG                PIC 9(08) VALUE ZERO.
RVH114 01  WS-BVH-CNT                   PIC 9(07) VALUE ZERO.
RVH114 01  WS-BVH-TOTAAL                PIC 9(09) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH119: MINIMUMBEDRAG PER CODE-LIBELLE (IN CENTEN, NETTO NA
      *        VOORHEFFING EN INHOUDING) OM EEN BETALING NAAR DE BANK
      *        TE STUREN. EEN KLEINERE BETALING WORDT OVERGEDRAGEN
      *        NAAR HET MICQ-REGISTER TOT HET SALDO HET MINIMUM HAALT
      *        OF DE PERIODE WORDT AFGESLOTEN (GIRMICX4). EEN CODE-
      *        LIBELLE DIE HIER NIET VOORKOMT KENT GEEN MINIMUM. EEN
      *        MAINTAINER BREIDT DEZE TABEL UIT (EN VERHOOGT
      *        WS-MIN-COUNT) VOLGENS DEZELFDE OPZET ALS TABLE-SEUIL-
      *        CONTROLE.
      *----------------------------------------------------------------
RVH119 01  TABLE-MINIMUM-BETALING.
RVH119     05  FILLER.
RVH119         10  FILLER              PIC 9(02) VALUE 35.
RVH119         10  FILLER              PIC S9(8) VALUE 250.
RVH119     05  FILLER.
RVH119         10  FILLER              PIC 9(02) VALUE 50.
RVH119         10  FILLER              PIC S9(8) VALUE 500.
RVH119     05  FILLER.
RVH119         10  FILLER              PIC 9(02) VALUE 60.
RVH119         10  FILLER              PIC S9(8) VALUE 500.
RVH119 01  TABLE-MINIMUM-BETALING-RED
RVH119                    REDEFINES TABLE-MINIMUM-BETALING.
RVH119     05  MIN-ENTRY OCCURS 3 TIMES INDEXED BY MIN-IDX.
RVH119         10  MIN-LIBEL           PIC 9(02).
RVH119         10  MIN-BEDRAG          PIC S9(8).
RVH119 01  WS-MIN-COUNT                 PIC 9(02) VALUE 3.
RVH119 01  WS-MIC-MINIMUM               PIC S9(08) VALUE ZERO.
RVH119 01  WS-MIC-TOTAAL                PIC S9(09) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH119: WS-MIC-VRIJ DRAAGT HET VRIJGEGEVEN OVERGEDRAGEN SALDO
      *        DAT CREER-USER-500001 BIJ NETBEDRAG TELT; WS-MIC-DIAG
      *        DE TEKST VOOR DE MELDING AAN HET LID.
      *----------------------------------------------------------------
RVH119 01  WS-MIC-SW                    PIC X VALUE "N".
RVH119     88  WS-MIC-UITGESTELD        VALUE "Y".
RVH119 01  WS-MIC-VRIJ                  PIC S9(08) VALUE ZERO.
RVH119 01  WS-MIC-DIAG                  PIC X(32) VALUE SPACES.
RVH119 01  WS-MIC-UIT-CNT               PIC 9(07) VALUE ZERO.
RVH119 01  WS-MIC-UIT-TOTAAL            PIC 9(09) VALUE ZERO.
RVH119 01  WS-MIC-VRIJ-CNT              PIC 9(07) VALUE ZERO.
RVH119 01  WS-MIC-VRIJ-TOTAAL           PIC 9(09) VALUE ZERO.
RVH119 01  WS-MICQ-BESTAAT-SW           PIC X VALUE "N".
RVH119     88  WS-MICQ-BESTAAT          VALUE "Y".
RVH119 01  WS-MICQ-SW                   PIC X VALUE "N".
RVH119     88  MICQ-OPEN                VALUE "Y".
RVH119 01  WS-MICQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH120: BUNDELING PER LID - DE AANVAARDE OVERSCHRIJVINGEN VAN
      *        EEN RUN MET HETZELFDE RIJKSNUMMER EN IBAN GAAN ALS EEN
      *        ENKELE 5N0001-LIJN NAAR DE BANK (OOK DE BANK, DE
      *        BETAALWIJZE EN DE FEDERATIE MOETEN GELIJK ZIJN, ZODAT
      *        DE LIJN IN EEN ENKELE ENVELOPPE BLIJFT). CREER-USER-
      *        500001 HOUDT DE LIJN IN WS-BUN-TABLE VAST I.P.V. ZE
      *        METEEN TE SCHRIJVEN; SCHRIJVEN-BUNDELS ZET DE LIJNEN
      *        PAS IN PAR-FIN-RUN OP DE BAND, ZODAT DE BUNDELING
      *        VOOR DE HELE RUN GELDT. BEWAREN-BUNDELS ZET DE NIEUWE
      *        ENTRIES BIJ ELK CHECKPOINT IN BUNW-FILE EN HERLADEN-
      *        BUNDELS LAADT ZE BIJ EEN HERSTART TERUG, ZODAT GEEN
      *        VASTGEHOUDEN ONDERDEEL VERLOREN GAAT OF DUBBEL WEGGAAT.
      *        EEN GEBUNDELDE LIJN DRAAGT DE LAAGSTE KONSTANTE/
      *        VOLGNUMMER VAN HAAR ONDERDELEN (DE LEIDER), ZODAT DE
      *        GESORTEERDE AFSTEMMINGEN DE LEIDER ALTIJD VOOR DE
      *        ANDERE ONDERDELEN TEGENKOMEN. WS-BUO-TABLE HOUDT DE
      *        ONDERDELEN BIJ VOOR BUNQ. WAT NIET MEER IN DE TABELLEN
      *        PAST, GAAT ONGEBUNDELD (METEEN) NAAR DE BAND.
      *----------------------------------------------------------------
RVH120 01  WS-BUN-TABLE.
RVH120     05  WS-BUN-ENTRY OCCURS 5000 TIMES.
RVH120         10  WS-BUN-RNR           PIC S9(08) COMP.
RVH120         10  WS-BUN-IBAN          PIC X(34).
RVH120         10  WS-BUN-BANK          PIC 9(01).
RVH120         10  WS-BUN-BETWYZ        PIC X(01).
RVH120         10  WS-BUN-FED           PIC 9(03).
RVH120         10  WS-BUN-AANTAL        PIC 9(03).
RVH120         10  WS-BUN-TOTAAL        PIC S9(08).
RVH120         10  WS-BUN-LEIDER.
RVH120             15  WS-BUN-LEID-KONST
RVH120                                  PIC 9(10).
RVH120             15  WS-BUN-LEID-VOLGNR
RVH120                                  PIC 9(03).
RVH120         10  WS-BUN-NLIB          PIC 9(01).
RVH120         10  WS-BUN-LIBELS        PIC X(24).
RVH120         10  WS-BUN-SEPA          PIC X(475).
RVH120         10  WS-BUN-CKP           PIC 9(08).
RVH120 01  WS-BUN-COUNT                 PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-SUB                   PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUO-TABLE.
RVH120     05  WS-BUO-ENTRY OCCURS 5000 TIMES.
RVH120         10  WS-BUO-BUNDEL        PIC 9(04).
RVH120         10  WS-BUO-KEY.
RVH120             15  WS-BUO-KONST     PIC 9(10).
RVH120             15  WS-BUO-VOLGNR    PIC 9(03).
RVH120         10  WS-BUO-LIBEL         PIC 9(02).
RVH120         10  WS-BUO-BEDRAG        PIC S9(08).
RVH120         10  WS-BUO-CKP           PIC 9(08).
RVH120 01  WS-BUO-COUNT                 PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUO-SUB                   PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-SW                    PIC X VALUE "N".
RVH120     88  WS-BUN-VASTGEHOUDEN      VALUE "J" "S".
RVH120     88  WS-BUN-NIEUW             VALUE "J".
RVH120     88  WS-BUN-SAMENGEVOEGD      VALUE "S".
RVH120 01  WS-BUN-KEY.
RVH120     05  WS-BUN-KEY-KONST         PIC 9(10).
RVH120     05  WS-BUN-KEY-VOLGNR        PIC 9(03).
RVH120 01  WS-BUN-LIB                   PIC 9(02).
RVH120 01  WS-BUN-LIB-X                 PIC X(03).
RVH120 01  WS-BUN-TEL                   PIC 9(02).
RVH120 01  WS-BUN-AANTAL-ED             PIC 9(03).
RVH120*    VOLGNUMMER VAN DE GEBUNDELDE LIJN BINNEN DE RUN - SAMEN
RVH120*    MET DE BETAALDATUM (MMDD) EN HET RUN-VOLGNUMMER DE BASIS
RVH120*    VAN HAAR EIGEN OGM (MODULO 97 ZOALS IN BEREKEN-OGM).
RVH120 01  WS-BUN-NR                    PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-LIJN-CNT              PIC 9(07) VALUE ZERO.
RVH120 01  WS-BUN-ONDERDEEL-CNT         PIC 9(07) VALUE ZERO.
RVH120 01  WS-BUNQ-SW                   PIC X VALUE "N".
RVH120     88  BUNQ-OPEN                VALUE "Y".
RVH120 01  WS-BUNQ-STATUS               PIC XX VALUE ZEROES.
RVH120*    AANTAL ENTRIES VAN WS-BUN-TABLE EN WS-BUO-TABLE DIE AL IN
RVH120*    BUNW-FILE STAAT (NUL: HET VOLGENDE CHECKPOINT BEGINT HET
RVH120*    BESTAND OPNIEUW).
RVH120 01  WS-BUN-BEWAARD               PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUO-BEWAARD               PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUNW-SUB                  PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUNW-GRENS                PIC 9(08) VALUE ZERO.
RVH120 01  WS-BUNW-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH121: IN HET GEHEUGEN GELADEN VERDELINGSREGISTER EN DE
      *        VERDELING VAN DE PPR IN BEHANDELING: HET DEEL VOOR DE
      *        TWEEDE REKENING (WS-VDL-BEDRAG), HET VOLLEDIGE NETTO
      *        BEDRAG (WS-VDL-TOTAAL) EN HET DEELNUMMER DAT DE
      *        JOURNAALLIJN IN BBF-LINKNR MEEKRIJGT (0 = NIET
      *        VERDEELD, 1 = EERSTE REKENING, 2 = TWEEDE REKENING).
      *----------------------------------------------------------------
RVH121 01  WS-VDL-TABLE.
RVH121     05  WS-VDL-ENTRY OCCURS 2000 TIMES
RVH121                      INDEXED BY WS-VDL-IDX.
RVH121         10  WS-VDL-RNR           PIC X(13).
RVH121         10  WS-VDL-LIBEL         PIC 9(02).
RVH121         10  WS-VDL-SOORT         PIC X(01).
RVH121         10  WS-VDL-VAST          PIC 9(08).
RVH121         10  WS-VDL-PERCENT       PIC 9(03)V99.
RVH121         10  WS-VDL-IBAN          PIC X(34).
RVH121         10  WS-VDL-BEGINDATUM    PIC 9(08).
RVH121         10  WS-VDL-EINDDATUM     PIC 9(08).
RVH121 01  WS-VDL-COUNT                 PIC 9(04) VALUE ZERO.
RVH121 01  WS-VDL-SW                    PIC X VALUE "N".
RVH121     88  WS-VDL-ACTIEF            VALUE "Y".
RVH121 01  WS-VDL-SEPA-SW               PIC X VALUE "J".
RVH121     88  WS-VDL-SEPA              VALUE "J".
RVH121 01  WS-VDL-BEDRAG                PIC S9(08) VALUE ZERO.
RVH121 01  WS-VDL-TOTAAL                PIC S9(08) VALUE ZERO.
RVH121 01  WS-VDL-DEELNR                PIC 9(01) VALUE ZERO.
RVH121 01  WS-VDL-HIT-IBAN              PIC X(34).
RVH121 01  WS-VDL-HIT-BIC               PIC X(11).
RVH121*    ZONES VAN DE HOOFDBETALING, BEWAARD TIJDENS HET
RVH121*    AANMAKEN VAN DE LIJN VOOR DE TWEEDE REKENING.
RVH121 01  WS-VDL-SAV-IBAN              PIC X(34).
RVH121 01  WS-VDL-SAV-BIC               PIC X(11).
RVH121 01  WS-VDL-SAV-MUNT              PIC X(03).
RVH121 01  WS-VDL-SAV-INH               PIC 9(08).
RVH121 01  WS-VDL-SAV-BVH               PIC 9(08).
RVH121 01  WS-VDL-SAV-MIC-VRIJ          PIC S9(08).
RVH121 01  WS-VDL-SAV-MIC-DIAG          PIC X(32).
RVH121 01  WS-VDL-CNT                   PIC 9(07) VALUE ZERO.
RVH121 01  WS-VDL-TOTAAL-2DE            PIC 9(09) VALUE ZERO.
RVH121 01  WS-VDL-NIET-CNT              PIC 9(07) VALUE ZERO.
RVH121 01  WS-VDLQ-SW                   PIC X VALUE "N".
RVH121     88  VDLQ-GELADEN             VALUE "Y".
RVH121 01  WS-VDLQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH122: IN HET GEHEUGEN GELADEN ALIASREGISTER. WS-ALS-DOEL IS
      *        HET DEFINITIEVE NUMMER VAN HET LID, WS-ALS-ANDER HET
      *        NUMMER WAARONDER VOIR-DOUBLES NOG MOET ZOEKEN.
      *----------------------------------------------------------------
RVH122 01  WS-ALS-TABLE.
RVH122     05  WS-ALS-ENTRY OCCURS 2000 TIMES
RVH122                      INDEXED BY WS-ALS-IDX.
RVH122         10  WS-ALS-RNR-OUD       PIC X(13).
RVH122         10  WS-ALS-RNR-NIEUW     PIC X(13).
RVH122 01  WS-ALS-COUNT                 PIC 9(04) VALUE ZERO.
RVH122 01  WS-ALS-SUB                   PIC 9(04).
RVH122 01  WS-ALS-DOEL                  PIC X(13).
RVH122 01  WS-ALS-ANDER                 PIC X(13).
RVH122 01  WS-ALS-SAV-RNRBIN            PIC S9(8) COMP.
RVH122 01  WS-ALS-LID-SW                PIC X VALUE "N".
RVH122     88  WS-ALS-LID-GEWISSELD     VALUE "Y".
RVH122 01  WS-ALSQ-SW                   PIC X VALUE "N".
RVH122     88  ALSQ-GELADEN             VALUE "Y".
RVH122 01  WS-ALSQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH123: GEGEVENS VAN DE KANDIDAAT-REKENINGCORRECTIE DIE
      *        ECRIRE-RKCQ SCHRIJFT (BRON "DIS" = 500006-DISCORDANTIE,
      *        "CNV" = OMZETTING VIA DE CONVERSIETABEL).
      *----------------------------------------------------------------
RVH123 01  WS-RKC-IBAN-OUD              PIC X(34).
RVH123 01  WS-RKC-IBAN-NIEUW            PIC X(34).
RVH123 01  WS-RKC-BRON                  PIC X(03).
RVH123 01  WS-RKC-BEWIJS                PIC X(40).
RVH123 01  WS-RKC-CNT                   PIC 9(07) VALUE ZERO.
RVH123 01  WS-RKCQ-SW                   PIC X VALUE "N".
RVH123     88  RKCQ-OPEN                VALUE "Y".
RVH123 01  WS-RKCQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH125: GEGEVENS VAN HET RUN-MANIFEST. PER INGELADEN REGISTER
      *        WORDT ELK GELEZEN REKORD (OOK DE REKORDS DIE BOVEN HET
      *        PLAFOND VAN DE GEHEUGENTABEL VALLEN) GETELD EN IN HET
      *        CONTROLEGETAL VERWERKT: HET REKORD WORDT ALS REEKS
      *        HALFWOORDEN GELEZEN, ELK HALFWOORD GEWOGEN MET ZIJN
      *        POSITIE, EN DE REKORDSOM GAAT IN EEN LOPEND GETAL
      *        (X 31, MODULO 999999937). EEN WIJZIGING IN INHOUD OF
      *        VOLGORDE VAN HET REGISTER GEEFT ZO EEN ANDER GETAL.
      *        WS-MAN-VERSIE WORDT BIJ ELKE WIJZIGING VAN DIT
      *        PROGRAMMA AANGEPAST; DE COMPILATIESTEMPEL GAAT MEE.
      *----------------------------------------------------------------
RVH125 01  WS-MAN-TABLE.
RVH138     05  WS-MAN-ENTRY OCCURS 30 TIMES
RVH125                      INDEXED BY WS-MAN-IDX.
RVH125         10  WS-MAN-DD            PIC X(08).
RVH125         10  WS-MAN-GENERATIE     PIC X(44).
RVH125         10  WS-MAN-AANTAL        PIC 9(07).
RVH125         10  WS-MAN-CONTROLE      PIC 9(09).
RVH125         10  WS-MAN-AANWEZIG      PIC X(01).
RVH125 01  WS-MAN-COUNT                 PIC 9(02) VALUE ZERO.
RVH125 01  WS-MAN-SUB                   PIC 9(02) VALUE ZERO.
RVH125 01  WS-MAN-DDNAAM                PIC X(08).
RVH125 01  WS-MAN-OPENSTATUS            PIC XX.
RVH125 01  WS-MAN-BUFFER                PIC X(200).
RVH125 01  WS-MAN-HALFWOORDEN REDEFINES WS-MAN-BUFFER.
RVH125     05  WS-MAN-HALF OCCURS 100 TIMES
RVH125                                  PIC 9(04) COMP.
RVH125 01  WS-MAN-POS                   PIC 9(03).
RVH125 01  WS-MAN-REKSOM                PIC 9(10).
RVH125 01  WS-MAN-WERK                  PIC 9(11).
RVH125 01  WS-MAN-QUOT                  PIC 9(11).
RVH125 01  WS-MAN-VERWERKDATUM          PIC 9(08).
RVH127 01  WS-MAN-VERSIE                PIC X(08) VALUE "RVH127".
RVH125 01  WS-MAN-SW                    PIC X VALUE "N".
RVH125     88  MANQ-GESCHREVEN          VALUE "Y".
RVH125 01  WS-MANQ-STATUS               PIC XX VALUE ZEROES.
RVH125 01  WS-MGNQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH127: BUDGETCONTROLE - WS-BUD-MAAND IS DE MAAND (CCYYMM) VAN
      *        DE BETAALDATUM VAN DE RUN; EEN REGISTERREKORD VAN EEN
      *        VORIGE MAAND BEGINT MET EEN VERBRUIK VAN NUL.
      *        WS-BUD-BEDRAG HOUDT HET GETOETSTE BRUTOBEDRAG VAST TOT
      *        HET NA CREER-BBF OP HET VERBRUIK WORDT GEBOEKT.
      *----------------------------------------------------------------
RVH127 01  WS-BUDQ-SW                   PIC X VALUE "N".
RVH127     88  BUDQ-OPEN                VALUE "Y".
RVH127 01  WS-BUDQ-STATUS               PIC XX VALUE ZEROES.
RVH127 01  WS-BUWQ-SW                   PIC X VALUE "N".
RVH127     88  BUWQ-OPEN                VALUE "Y".
RVH127 01  WS-BUWQ-STATUS               PIC XX VALUE ZEROES.
RVH127 01  WS-BUD-MAAND                 PIC 9(06) VALUE ZERO.
RVH127 01  WS-BUD-VERBRUIK              PIC S9(11) VALUE ZERO.
RVH127 01  WS-BUD-BEDRAG                PIC S9(08) VALUE ZERO.
RVH127 01  WS-BUD-HIT-SW                PIC X VALUE "N".
RVH127     88  WS-BUD-GEKEND            VALUE "Y".
RVH127 01  WS-BUD-PARK-SW               PIC X VALUE "N".
RVH127     88  WS-BUD-PARKEREN          VALUE "Y".
RVH127 01  WS-BUD-PARK-CNT              PIC 9(07) VALUE ZERO.
RVH127 01  WS-BUD-PARK-TOTAAL           PIC 9(09) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH054: MANDATENREGISTER IN HET GEHEUGEN, DE GEKOZEN
      *        INVORDERINGSWIJZE EN HET (POSITIEF GEMAAKTE) TERUG
RVH068     05  FILLER  PIC X(24) VALUE "312831303130313130313031".
RVH068 01  TABLE-MAANDDAGEN-RED REDEFINES TABLE-MAANDDAGEN.
RVH068     05  MAANDDAGEN               PIC 9(02) OCCURS 12.
      *----------------------------------------------------------------
      *RVH110: FRAUDEBLOKKERING OP EEN NIEUW IBAN - DE DREMPEL IS EEN
      *        GECOMPILEERDE PARAMETER, ZOALS WS-IBR-DREMPEL: EEN
      *        BETALING BOVEN DIT BEDRAG NAAR EEN IBAN DAT NOG NOOIT
      *        VOOR HET RIJKSNUMMER WERD BETAALD, WORDT GEPARKEERD.
      *----------------------------------------------------------------
RVH110 01  WS-FRD-DREMPEL               PIC S9(8) VALUE 100000.
RVH110 01  WS-FRD-SW                    PIC X VALUE "N".
RVH110     88  WS-FRD-NIEUW-IBAN        VALUE "Y".
RVH110 01  WS-FRDQ-SW                   PIC X VALUE "N".
RVH110     88  FRDQ-OPEN                VALUE "Y".
RVH110 01  WS-FRDQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH111: CUMULLIMIETEN PER CODE-LIBELLE - BEDRAG EN AANTAL OVER
      *        7 EN OVER 30 DAGEN. CODE 99 IS DE STANDAARDRIJ VOOR ELKE
      *        CODE-LIBEL DIE HIERONDER NIET AFZONDERLIJK IS OPGENOMEN.
      *        EEN MAINTAINER BREIDT DEZE TABEL UIT (EN VERHOOGT
      *        WS-VEL-COUNT) VOLGENS DEZELFDE OPZET ALS TABLE-SEUIL-
      *        CONTROLE. DE LIMIETEN WORDEN BIJ ELKE BIJWERKING OOK IN
      *        HET VELQ-REKORD MEEGESCHREVEN, ZODAT DE WEKELIJKSE
      *        LIJST (GIRVELX4) DEZELFDE LIMIETEN HANTEERT.
      *----------------------------------------------------------------
RVH111 01  TABLE-VELOCITEIT.
RVH111     05  FILLER.
RVH111         10  FILLER              PIC 9(02) VALUE 50.
RVH111         10  FILLER              PIC S9(8) VALUE 300000.
RVH111         10  FILLER              PIC 9(03) VALUE 005.
RVH111         10  FILLER              PIC S9(8) VALUE 600000.
RVH111         10  FILLER              PIC 9(03) VALUE 010.
RVH111     05  FILLER.
RVH111         10  FILLER              PIC 9(02) VALUE 60.
RVH111         10  FILLER              PIC S9(8) VALUE 300000.
RVH111         10  FILLER              PIC 9(03) VALUE 005.
RVH111         10  FILLER              PIC S9(8) VALUE 600000.
RVH111         10  FILLER              PIC 9(03) VALUE 010.
RVH111     05  FILLER.
RVH111         10  FILLER              PIC 9(02) VALUE 99.
RVH111         10  FILLER              PIC S9(8) VALUE 500000.
RVH111         10  FILLER              PIC 9(03) VALUE 008.
RVH111         10  FILLER              PIC S9(8) VALUE 1000000.
RVH111         10  FILLER              PIC 9(03) VALUE 015.
RVH111 01  TABLE-VELOCITEIT-RED REDEFINES TABLE-VELOCITEIT.
RVH111     05  VEL-ENTRY OCCURS 3 TIMES INDEXED BY VEL-IDX.
RVH111         10  VEL-LIBEL           PIC 9(02).
RVH111         10  VEL-BEDRAG-7        PIC S9(8).
RVH111         10  VEL-AANTAL-7        PIC 9(03).
RVH111         10  VEL-BEDRAG-30       PIC S9(8).
RVH111         10  VEL-AANTAL-30       PIC 9(03).
RVH111 01  WS-VEL-COUNT                 PIC 9(02) VALUE 3.
RVH111 01  WS-VEL-SW                    PIC X VALUE "N".
RVH111     88  WS-VEL-OVERSCHREDEN      VALUE "Y".
RVH111 01  WS-VEL-LIMIET                PIC S9(8) VALUE ZERO.
RVH111 01  WS-VEL-BEDRAG-7              PIC S9(10) VALUE ZERO.
RVH111 01  WS-VEL-AANTAL-7              PIC 9(05) VALUE ZERO.
RVH111 01  WS-VEL-BEDRAG-30             PIC S9(10) VALUE ZERO.
RVH111 01  WS-VEL-AANTAL-30             PIC 9(05) VALUE ZERO.
RVH111 01  WS-VEL-SUB                   PIC 9(02) VALUE ZERO.
RVH111 01  WS-VEL-VERSCHIL              PIC S9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH111: DAGNUMMER IN HANDELSDAGEN (360/30, ZOALS DE OUDERDOMS-
      *        BEREKENING VAN DE WACHTRIJPROGRAMMA'S) VAN SP-ACTDAT;
      *        HET DAGVAK IN VELQ-DAG IS HET DAGNUMMER MODULO 30.
      *----------------------------------------------------------------
RVH111 01  WS-VEL-DATUM                 PIC 9(08) VALUE ZERO.
RVH111 01  WS-VEL-DATUM-RED REDEFINES WS-VEL-DATUM.
RVH111     05  WS-VEL-CCYY              PIC 9(04).
RVH111     05  WS-VEL-MM                PIC 9(02).
RVH111     05  WS-VEL-DD                PIC 9(02).
RVH111 01  WS-VEL-DAGNR                 PIC 9(07) VALUE ZERO.
RVH111 01  WS-VEL-VAK                   PIC 9(02) VALUE ZERO.
RVH111 01  WS-VEL-QUOT                  PIC 9(07) VALUE ZERO.
RVH111*    AANTAL BETALINGEN DAT BIJWERKEN-VELOCITEIT BIJTELT - NUL
RVH111*    VOOR HET DEEL VAN DE TWEEDE REKENING VAN EEN VERDEELDE
RVH111*    BETALING (DIE TELT SAMEN MET DE HOOFDBETALING ALS EEN).
RVH111 01  WS-VEL-TELLING               PIC 9(01) VALUE 1.
RVH111 01  WS-VELQ-SW                   PIC X VALUE "N".
RVH111     88  VELQ-OPEN                VALUE "Y".
RVH111 01  WS-VELQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH112: IN HET GEHEUGEN GELADEN BETALINGSSTOPREGISTER EN DE
      *        STOP DIE DE PPR IN BEHANDELING TEGENHOUDT.
      *----------------------------------------------------------------
RVH112 01  WS-STP-TABLE.
RVH112     05  WS-STP-ENTRY OCCURS 2000 TIMES
RVH112                      INDEXED BY WS-STP-IDX.
RVH112         10  WS-STP-SOORT         PIC X(01).
RVH112         10  WS-STP-SLEUTEL       PIC X(34).
RVH112         10  WS-STP-VERVALDATUM   PIC 9(08).
RVH112 01  WS-STP-COUNT                 PIC 9(04) VALUE ZERO.
RVH112 01  WS-STP-SW                    PIC X VALUE "N".
RVH112     88  WS-STP-TREFFER           VALUE "Y".
RVH112 01  WS-STP-HIT-SOORT             PIC X(01).
RVH112 01  WS-STP-HIT-SLEUTEL           PIC X(34).
RVH112 01  WS-STP-HIT-VERVALDATUM       PIC 9(08).
RVH112 01  WS-STPQ-SW                   PIC X VALUE "N".
RVH112     88  STPQ-GELADEN             VALUE "Y".
RVH112 01  WS-STPQ-STATUS               PIC XX VALUE ZEROES.
RVH112 01  WS-SPKQ-SW                   PIC X VALUE "N".
RVH112     88  SPKQ-OPEN                VALUE "Y".
RVH112 01  WS-SPKQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH113: IN HET GEHEUGEN GELADEN IBAN-WATCHLIST EN DE REDEN
      *        VAN EEN TREFFER; WS-CPL-REDEN GAAT MEE NAAR CPLQ-REDEN.
      *----------------------------------------------------------------
RVH113 01  WS-IBW-TABLE.
RVH113     05  WS-IBW-ENTRY OCCURS 2000 TIMES
RVH113                      INDEXED BY WS-IBW-IDX.
RVH113         10  WS-IBW-IBAN          PIC X(34).
RVH113         10  WS-IBW-REDEN         PIC X(20).
RVH113 01  WS-IBW-COUNT                 PIC 9(04) VALUE ZERO.
RVH113 01  WS-IBW-SW                    PIC X VALUE "N".
RVH113     88  WS-IBW-TREFFER           VALUE "Y".
RVH113 01  WS-IBWQ-SW                   PIC X VALUE "N".
RVH113     88  IBWQ-GELADEN             VALUE "Y".
RVH113 01  WS-IBWQ-STATUS               PIC XX VALUE ZEROES.
RVH113 01  WS-CPL-REDEN                 PIC X(04) VALUE SPACES.
      *----------------------------------------------------------------
      *RVH132: AANMELDING BIJ DE KETENBEWAKING (GIRKETX4) - ENKEL BIJ
      *        DE EERSTE GIRBETPP-AANROEP; BIJ EEN GENESTE AANROEP
      *        (HERAANBIEDING VANUIT EEN WACHTRIJPROGRAMMA) NEGEERT
      *        GIRKETX4 DE AANMELDING VAN TRBFNCX4.
      *----------------------------------------------------------------
RVH132 01  WS-KET-SW                    PIC X VALUE "N".
RVH132     88  KETEN-GEMELD             VALUE "Y".
RVH132 01  WS-KET-PARM.
RVH132     05  WS-KET-FUNCTIE           PIC X(01).
RVH132     05  WS-KET-PROGRAMMA         PIC X(08).
RVH132     05  WS-KET-RUNSEQ            PIC 9(02).
RVH132     05  WS-KET-RC                PIC 9(04).
RVH132     05  WS-KET-ANTWOORD          PIC X(01).
RVH132         88  WS-KET-TOEGESTAAN    VALUE "J".
RVH132     05  WS-KET-MELDING           PIC X(60).
      *----------------------------------------------------------------
      *RVH133: AFGESLOTEN JAREN UIT HET AFSLUITREGISTER (EENMAAL PER
      *        RUN INGELEZEN) EN DE MARKERING VAN JAAROVERSCHRIJDENDE
      *        BETALINGEN.
      *----------------------------------------------------------------
RVH133 01  WS-JAF-TABLE.
RVH133     05  WS-JAF-JAAR OCCURS 50 TIMES
RVH133                     INDEXED BY WS-JAF-IDX
RVH133                                  PIC 9(04).
RVH133 01  WS-JAF-COUNT                 PIC 9(02) VALUE ZERO.
RVH133 01  WS-JAFQ-SW                   PIC X VALUE "N".
RVH133     88  JAFQ-GELADEN             VALUE "Y".
RVH133 01  WS-JAFQ-STATUS               PIC XX VALUE ZEROES.
RVH133 01  WS-JAF-ACTDAT                PIC 9(08) VALUE ZERO.
RVH133 01  WS-JAF-ACTDAT-RED REDEFINES WS-JAF-ACTDAT.
RVH133     05  WS-JAF-ACT-CCYY          PIC 9(04).
RVH133     05  WS-JAF-ACT-MMDD          PIC 9(04).
RVH133 01  WS-JOVQ-SW                   PIC X VALUE "N".
RVH133     88  JOVQ-OPEN                VALUE "Y".
RVH133 01  WS-JOVQ-STATUS               PIC XX VALUE ZEROES.
RVH133 01  WS-JOV-DATINB                PIC 9(08) VALUE ZERO.
RVH133 01  WS-JOV-DATINB-RED REDEFINES WS-JOV-DATINB.
RVH133     05  WS-JOV-INB-CCYY          PIC 9(04).
RVH133     05  WS-JOV-INB-MMDD          PIC 9(04).
RVH133 01  WS-JOV-CNT                   PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH135: IN HET GEHEUGEN GELADEN BEVRIEZINGSREGISTER EN DE
      *        BEVRIEZING DIE DE PPR IN BEHANDELING TEGENHOUDT.
      *----------------------------------------------------------------
RVH135 01  WS-FRZ-TABLE.
RVH135     05  WS-FRZ-ENTRY OCCURS 500 TIMES
RVH135                      INDEXED BY WS-FRZ-IDX.
RVH135         10  WS-FRZ-FEDERATIE     PIC X(03).
RVH135         10  WS-FRZ-LIBEL         PIC X(02).
RVH135         10  WS-FRZ-REDEN         PIC X(30).
RVH135 01  WS-FRZ-COUNT                 PIC 9(03) VALUE ZERO.
RVH135 01  WS-FRZ-SW                    PIC X VALUE "N".
RVH135     88  WS-FRZ-TREFFER           VALUE "Y".
RVH135 01  WS-FRZ-W-DEST                PIC 9(03).
RVH135 01  WS-FRZ-W-DEST-X REDEFINES WS-FRZ-W-DEST
RVH135                                  PIC X(03).
RVH135 01  WS-FRZ-W-LIBEL               PIC 9(02).
RVH135 01  WS-FRZ-W-LIBEL-X REDEFINES WS-FRZ-W-LIBEL
RVH135                                  PIC X(02).
RVH135 01  WS-FRZ-HIT-FEDERATIE         PIC X(03).
RVH135 01  WS-FRZ-HIT-LIBEL             PIC X(02).
RVH135 01  WS-FRZ-HIT-REDEN             PIC X(30).
RVH135 01  WS-FRZQ-SW                   PIC X VALUE "N".
RVH135     88  FRZQ-GELADEN             VALUE "Y".
RVH135 01  WS-FRZQ-STATUS               PIC XX VALUE ZEROES.
RVH135 01  WS-FZPQ-SW                   PIC X VALUE "N".
RVH135     88  FZPQ-OPEN                VALUE "Y".
RVH135 01  WS-FZPQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH138: IN HET GEHEUGEN GELADEN LEVENSBEWIJSREGISTER - ENKEL
      *        DE RIJKSNUMMERS MET EEN OPENSTAANDE AANVRAAG (EEN
      *        BEANTWOORDE OF NOOIT GEDANE AANVRAAG KAN GEEN PPR
      *        TEGENHOUDEN) - EN DE RESPIJTTERMIJN IN HANDELSDAGEN
      *        (360/30) NA DE DATUM VAN DE AANVRAAG.
      *----------------------------------------------------------------
RVH138 01  WS-LVB-TABLE.
RVH138     05  WS-LVB-ENTRY OCCURS 5000 TIMES
RVH138                      INDEXED BY WS-LVB-IDX.
RVH138         10  WS-LVB-RNR           PIC X(13).
RVH138         10  WS-LVB-AANGEVRAAGD   PIC 9(08).
RVH138 01  WS-LVB-COUNT                 PIC 9(04) VALUE ZERO.
RVH138 01  WS-LVB-RESPIJT               PIC 9(03) VALUE 090.
RVH138 01  WS-LVB-AANVRAAG              PIC 9(08) VALUE ZERO.
RVH138 01  WS-LVB-AANVRAAG-RED REDEFINES WS-LVB-AANVRAAG.
RVH138     05  WS-LVB-AANV-CCYY         PIC 9(04).
RVH138     05  WS-LVB-AANV-MM           PIC 9(02).
RVH138     05  WS-LVB-AANV-DD           PIC 9(02).
RVH138 01  WS-LVB-OUDERDOM              PIC S9(06) VALUE ZERO.
RVH138 01  WS-LVB-SW                    PIC X VALUE "N".
RVH138     88  WS-LVB-ACHTERSTALLIG     VALUE "Y".
RVH138 01  WS-LVBQ-SW                   PIC X VALUE "N".
RVH138     88  LVBQ-GELADEN             VALUE "Y".
RVH138 01  WS-LVBQ-STATUS               PIC XX VALUE ZEROES.
RVH138 01  WS-LVWQ-SW                   PIC X VALUE "N".
RVH138     88  LVWQ-OPEN                VALUE "Y".
RVH138 01  WS-LVWQ-STATUS               PIC XX VALUE ZEROES.
      *----------------------------------------------------------------
      *RVH139: IN HET GEHEUGEN GELADEN WERKLOOSHEIDSPERIODES VAN DE
      *        RVA, DE BEREKENDE UITKERINGSPERIODE VAN DE PPR IN
      *        EEJJMMDD (SAV-PER-DATVAN/DATTOT STAAN IN DDMMEEJJ) EN
      *        HET AANTAL OVERLAPPENDE DAGEN IN HANDELSDAGEN (360/30,
      *        BEIDE GRENZEN INBEGREPEN).
      *----------------------------------------------------------------
RVH139 01  WS-RVA-TABLE.
RVH139     05  WS-RVA-ENTRY OCCURS 20000 TIMES.
RVH139         10  WS-RVA-RNR           PIC X(13).
RVH139         10  WS-RVA-DATVAN        PIC 9(08).
RVH139         10  WS-RVA-DATTOT        PIC 9(08).
RVH139 01  WS-RVA-COUNT                 PIC 9(05) VALUE ZERO.
RVH139 01  WS-RVA-SUB                   PIC 9(05) VALUE ZERO.
RVH139 01  WS-RVA-PPR-VAN               PIC 9(08) VALUE ZERO.
RVH139 01  WS-RVA-PPR-VAN-RED REDEFINES WS-RVA-PPR-VAN.
RVH139     05  WS-RVA-PPR-VAN-CCYY      PIC 9(04).
RVH139     05  WS-RVA-PPR-VAN-MM        PIC 9(02).
RVH139     05  WS-RVA-PPR-VAN-DD        PIC 9(02).
RVH139 01  WS-RVA-PPR-TOT               PIC 9(08) VALUE ZERO.
RVH139 01  WS-RVA-PPR-TOT-RED REDEFINES WS-RVA-PPR-TOT.
RVH139     05  WS-RVA-PPR-TOT-CCYY      PIC 9(04).
RVH139     05  WS-RVA-PPR-TOT-MM        PIC 9(02).
RVH139     05  WS-RVA-PPR-TOT-DD        PIC 9(02).
RVH139 01  WS-RVA-VAN                   PIC 9(08) VALUE ZERO.
RVH139 01  WS-RVA-VAN-RED REDEFINES WS-RVA-VAN.
RVH139     05  WS-RVA-VAN-CCYY          PIC 9(04).
RVH139     05  WS-RVA-VAN-MM            PIC 9(02).
RVH139     05  WS-RVA-VAN-DD            PIC 9(02).
RVH139 01  WS-RVA-TOT                   PIC 9(08) VALUE ZERO.
RVH139 01  WS-RVA-TOT-RED REDEFINES WS-RVA-TOT.
RVH139     05  WS-RVA-TOT-CCYY          PIC 9(04).
RVH139     05  WS-RVA-TOT-MM            PIC 9(02).
RVH139     05  WS-RVA-TOT-DD            PIC 9(02).
RVH139 01  WS-RVA-OVERLAP               PIC S9(05) VALUE ZERO.
RVH139 01  WS-RVA-DAGEN                 PIC 9(05) VALUE ZERO.
RVH139 01  WS-RVA-SW                    PIC X VALUE "N".
RVH139     88  WS-RVA-CUMUL             VALUE "Y".
RVH139 01  WS-RVAQ-SW                   PIC X VALUE "N".
RVH139     88  RVAQ-GELADEN             VALUE "Y".
RVH139 01  WS-RVAQ-STATUS               PIC XX VALUE ZEROES.
RVH139 01  WS-RVOQ-SW                   PIC X VALUE "N".
RVH139     88  RVOQ-OPEN                VALUE "Y".
RVH139 01  WS-RVOQ-STATUS               PIC XX VALUE ZEROES.
      *
       LINKAGE SECTION.
      *****************
RVH027     IF WS-AS-OF-DATE NOT = ZEROES
RVH027        MOVE WS-AS-OF-DATE TO SP-ACTDAT
RVH027     END-IF
      *----------------------------------------------------------------
      *RVH133: JAARAFSLUITING - EEN RUN GEDATEERD IN EEN JAAR DAT DOOR
      *        GIRJAFX4 WERD AFGESLOTEN (EN NIET HEROPEND), WORDT
      *        GEWEIGERD. NA DE "AS-OF"-DATUM, ZODAT OOK EEN HER-
      *        VERWERKING IN HET AFGESLOTEN JAAR WORDT TEGENGEHOUDEN.
      *----------------------------------------------------------------
RVH133     PERFORM CONTROLE-JAARAFSLUITING
      *----------------------------------------------------------------
      *RVH132: KETENBEWAKING - DE GIRBET-STAP MAG ENKEL STARTEN ALS DE
      *        VOORGAANDE STAPPEN VAN DE WERKDAG AFGEWERKT ZIJN.
      *----------------------------------------------------------------
RVH132     PERFORM KETEN-START
      *----------------------------------------------------------------
      *RVH005: CHECKPOINT/RESTART - PPR'S DIE VOOR EEN VORIGE ABEND AL
      *        VERWERKT WAREN, OVERSLAAN. VOOR RVH030 UITGEVOERD ZODAT
      *        AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH046     PERFORM LADEN-SCREENINGLIJST
      *----------------------------------------------------------------
      *RVH112: BETALINGSSTOPREGISTER INLEZEN (ENKEL BIJ DE EERSTE
      *        GIRBETPP-AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH112     PERFORM LADEN-STOPREGISTER
      *----------------------------------------------------------------
      *RVH135: BEVRIEZINGSREGISTER INLEZEN (ENKEL BIJ DE EERSTE
      *        GIRBETPP-AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH135     PERFORM LADEN-BEVRIEZINGEN
      *----------------------------------------------------------------
      *RVH138: LEVENSBEWIJSREGISTER INLEZEN (ENKEL BIJ DE EERSTE
      *        GIRBETPP-AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH138     PERFORM LADEN-LEVENSBEWIJZEN
      *----------------------------------------------------------------
      *RVH139: WERKLOOSHEIDSPERIODES VAN DE RVA INLEZEN (ENKEL BIJ DE
      *        EERSTE GIRBETPP-AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH139     PERFORM LADEN-RVA-PERIODES
      *----------------------------------------------------------------
      *RVH113: IBAN-WATCHLIST INLEZEN (ENKEL BIJ DE EERSTE GIRBETPP-
      *        AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH113     PERFORM LADEN-IBANWATCHLIST
      *----------------------------------------------------------------
      *RVH071: WHITELISTREGISTER INLEZEN (ENKEL BIJ DE EERSTE
      *        GIRBETPP-AANROEP VAN DE RUN).
      *        TER PLAATSE - ENKEL BIJ DE EERSTE GIRBETPP-AANROEP).
      *----------------------------------------------------------------
RVH055     PERFORM LADEN-IBANREGISTER
      *----------------------------------------------------------------
      *RVH111: CUMULREGISTER OPENEN (GESLEUTELD, TER PLAATSE - ENKEL
      *        BIJ DE EERSTE GIRBETPP-AANROEP).
      *----------------------------------------------------------------
RVH111     PERFORM LADEN-CUMULREGISTER
      *----------------------------------------------------------------
      *RVH119: OVERDRACHTREGISTER MICROBETALINGEN OPENEN (GESLEUTELD,
      *        TER PLAATSE - ENKEL BIJ DE EERSTE GIRBETPP-AANROEP).
      *----------------------------------------------------------------
RVH119     PERFORM LADEN-MICROREGISTER
      *----------------------------------------------------------------
      *RVH127: BUDGETREGISTER OPENEN (GESLEUTELD, TER PLAATSE - ENKEL
      *        BIJ DE EERSTE GIRBETPP-AANROEP).
      *----------------------------------------------------------------
RVH127     PERFORM LADEN-BUDGETREGISTER
      *----------------------------------------------------------------
      *RVH121: VERDELINGSREGISTER INLEZEN (ENKEL BIJ DE EERSTE
      *        GIRBETPP-AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH121     PERFORM LADEN-VERDELINGEN
      *----------------------------------------------------------------
      *RVH122: ALIASREGISTER INLEZEN (ENKEL BIJ DE EERSTE GIRBETPP-
      *        AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH122     PERFORM LADEN-ALIASSEN
      *----------------------------------------------------------------
      *RVH066: BIC-DIRECTORY INLEZEN (ENKEL BIJ DE EERSTE GIRBETPP-
      *        AANROEP VAN DE RUN).
      *        BEPALEN (ENKEL BIJ DE EERSTE GIRBETPP-AANROEP).
      *----------------------------------------------------------------
RVH068     PERFORM BEPALEN-BETAALDATUM
      *----------------------------------------------------------------
      *RVH125: RUN-MANIFEST VAN DE INGELADEN REGISTERS SCHRIJVEN
      *        (ENKEL BIJ DE EERSTE GIRBETPP-AANROEP VAN DE RUN).
      *----------------------------------------------------------------
RVH125     PERFORM SCHRIJVEN-MANIFEST
      *----------------------------------------------------------------
      *RVH048: ENVELOPPE-ADMINISTRATIE VAN DE BAND OP NUL ZETTEN
      *        (ENKEL BIJ DE EERSTE GIRBETPP-AANROEP VAN DE RUN).
RVH067        PERFORM CREER-REMOTE-500004
RVH067        PERFORM FIN-BTM
RVH067     END-IF
      *----------------------------------------------------------------
      *RVH135: NOODSTOP - EEN PPR VOOR EEN BEVROREN FEDERATIE, EEN
      *        BEVROREN OMSCHRIJVINGSKODE OF EEN BEVROREN COMBINATIE
      *        VAN BEIDE GAAT NAAR DE BEVRIEZINGSWACHTRIJ, MET EEN
      *        EIGEN DIAGNOSE IN DE TAAL VAN HET LID. ZO VROEG
      *        MOGELIJK (ADM-TAAL IS GEKEND), VOOR ER ENIG BAND- OF
      *        JOURNAALREKORD BESTAAT.
      *----------------------------------------------------------------
RVH135     PERFORM CONTROLE-BEVRIEZING
RVH135     IF WS-FRZ-TREFFER
RVH135        EVALUATE ADM-TAAL
RVH135           WHEN 1
RVH135              MOVE "BETALING BEVROREN (NOODSTOP)"
RVH135                                        TO BBF-N54-DIAG
RVH135           WHEN 3
RVH135              MOVE "ZAHLUNG EINGEFROREN (NOTSTOPP)"
RVH135                                        TO BBF-N54-DIAG
RVH135           WHEN OTHER
RVH135              MOVE "PAIEMENT GELE (ARRET D'URGENCE)"
RVH135                                        TO BBF-N54-DIAG
RVH135        END-EVALUATE
RVH135        PERFORM ECRIRE-FZPQ
RVH135        PERFORM CREER-REMOTE-500004
RVH135        PERFORM FIN-BTM
RVH135     END-IF
           IF TRBFN-CODE-LIBEL NOT < 90
           THEN
      *----------------------------------------------------------------
      *        LOOPT. DE VONNISREFERENTIE KOMT IN DE MEDEDELING VAN
      *        HET BANDREKORD EN ER VOLGT EEN 500023-AUDITLIJN.
      *----------------------------------------------------------------
      *RVH105: NIET VOOR EEN UITBETALING UIT DE NALATENSCHAPS-
      *        WACHTRIJ - DE REKENING VAN DE NOTARIS OF ERFGENAAM
      *        KOMT VAN DE DIENST NALATENSCHAPPEN EN HET BEWIND
      *        EINDIGT MET HET OVERLIJDEN.
      *----------------------------------------------------------------
RVH105     IF TRBFN-NALATENSCHAP
RVH105        MOVE "N" TO WS-BWR-HIT-SW
RVH105     ELSE
RVH087     PERFORM CONTROLE-BEWINDVOERING
RVH105     END-IF
RVH087     IF WS-BWR-TREFFER
RVH087        PERFORM AUD-BEWIND
RVH087     END-IF
RVH084           PERFORM FIN-BTM
RVH084        END-IF
RVH084     END-IF
      *----------------------------------------------------------------
      *RVH112: BETALINGSSTOP - EEN PPR VOOR EEN RIJKSNUMMER OF NAAR
      *        EEN IBAN MET EEN ACTIEVE STOP (VERVALDATUM NIET
      *        VOORBIJ) GAAT NAAR DE STOP-WACHTRIJ, MET EEN EIGEN
      *        DIAGNOSE IN DE TAAL VAN HET LID. NA DE BEWIND-
      *        VOERINGSOMLEIDING, ZODAT HET DEFINITIEVE IBAN TELT.
      *----------------------------------------------------------------
RVH112     PERFORM CONTROLE-STOP
RVH112     IF WS-STP-TREFFER
RVH112        EVALUATE ADM-TAAL
RVH112           WHEN 1
RVH112              MOVE "BETALINGSSTOP OP VERZOEK"
RVH112                                        TO BBF-N54-DIAG
RVH112           WHEN 3
RVH112              MOVE "ZAHLUNGSSPERRE AUF ANTRAG"
RVH112                                        TO BBF-N54-DIAG
RVH112           WHEN OTHER
RVH112              MOVE "ARRET DE PAIEMENT DEMANDE"
RVH112                                        TO BBF-N54-DIAG
RVH112        END-EVALUATE
RVH112        PERFORM ECRIRE-SPKQ
RVH112        PERFORM CREER-REMOTE-500004
RVH112        PERFORM FIN-BTM
RVH112     END-IF
      *----------------------------------------------------------------
      *RVH110: FRAUDECONTROLE - EEN BETALING BOVEN WS-FRD-DREMPEL NAAR
      *        EEN IBAN DAT NOG NOOIT VOOR DIT RIJKSNUMMER WERD
      *        BETAALD (GEEN (IBAN, RIJKSNUMMER) IN IBRQ) GAAT NAAR
      *        DE FRAUDE-WACHTRIJ EN NIET OP DE BAND. NA DE
      *        BEWINDVOERINGSOMLEIDING EN DE CHEQUECONTROLE, ZODAT
      *        HET DEFINITIEVE IBAN WORDT GETOETST.
      *----------------------------------------------------------------
RVH110     PERFORM CONTROLE-FRAUDE
RVH110     IF WS-FRD-NIEUW-IBAN
RVH110        EVALUATE ADM-TAAL
RVH110           WHEN 1
RVH110              MOVE "FRAUDE - NIEUW IBAN IN NAZICHT"
RVH110                                        TO BBF-N54-DIAG
RVH110           WHEN 3
RVH110              MOVE "BETRUG - NEUE IBAN IN PRUEFUNG"
RVH110                                        TO BBF-N54-DIAG
RVH110           WHEN OTHER
RVH110              MOVE "FRAUDE - NOUVEL IBAN A VERIFIER"
RVH110                                        TO BBF-N54-DIAG
RVH110        END-EVALUATE
RVH110        PERFORM ECRIRE-FRDQ
RVH110        PERFORM CREER-REMOTE-500004
RVH110        PERFORM FIN-BTM
RVH110     END-IF
RVH018     PERFORM GROOT-BEDRAG-CONTROLE
RVH018     IF WS-SEUIL-OVERSCHREDEN
RVH018        MOVE "GROOT BEDRAG - NAZICHT VEREIST" TO BBF-N54-DIAG
RVH018        PERFORM CREER-REMOTE-500004
RVH018        PERFORM FIN-BTM
RVH018     END-IF
      *----------------------------------------------------------------
      *RVH111: CUMULCONTROLE - DE GROOT-BEDRAG-CONTROLE ZIET SLECHTS
      *        EEN PPR TEGELIJK. OVERSCHRIJDT DEZE BETALING SAMEN MET
      *        WAT DE LAATSTE 7 OF 30 DAGEN AL AAN HETZELFDE LID ONDER
      *        DEZE CODE-LIBELLE WERD UITBETAALD EEN LIMIET UIT
      *        TABLE-VELOCITEIT, DAN GAAT ZE MET EEN EIGEN DIAGNOSE
      *        NAAR DE NAZICHT-WACHTRIJ (REVQ, BESLIST VIA GIRREVX4).
      *----------------------------------------------------------------
RVH111     PERFORM CONTROLE-VELOCITEIT
RVH111     IF WS-VEL-OVERSCHREDEN
RVH111        EVALUATE ADM-TAAL
RVH111           WHEN 1
RVH111              MOVE "CUMULLIMIET OVERSCHREDEN"
RVH111                                        TO BBF-N54-DIAG
RVH111           WHEN 3
RVH111              MOVE "KUMULLIMIT UEBERSCHRITTEN"
RVH111                                        TO BBF-N54-DIAG
RVH111           WHEN OTHER
RVH111              MOVE "LIMITE CUMULEE DEPASSEE"
RVH111                                        TO BBF-N54-DIAG
RVH111        END-EVALUATE
RVH111        PERFORM ECRIRE-REVQ
RVH111        PERFORM CREER-REMOTE-500004
RVH111        PERFORM FIN-BTM
RVH111     END-IF
      *----------------------------------------------------------------
      *RVH139: CUMULCONTROLE RVA - EEN UITKERING 50/60 WAARVAN DE
      *        PERIODE (BEPALEN-PERIODE-FEDERATIE, RVH029) DAGEN DEKT
      *        DIE DE RVA/ONEM AL ALS WERKLOOSHEID BETAALDE, GAAT MET
      *        EEN EIGEN DIAGNOSE NAAR DE NAZICHT-WACHTRIJ (REVQ,
      *        BESLIST VIA GIRREVX4) EN IN DE CUMULLOG RVOQ VOOR HET
      *        MAANDRAPPORT, I.P.V. TE WORDEN UITBETAALD EN MAANDEN
      *        LATER OP VRAAG VAN DE RVA TE WORDEN TERUGGEVORDERD.
      *----------------------------------------------------------------
RVH139     PERFORM CONTROLE-CUMUL-RVA
RVH139     IF WS-RVA-CUMUL
RVH139        EVALUATE ADM-TAAL
RVH139           WHEN 1
RVH139              MOVE "CUMUL WERKLOOSHEID RVA"
RVH139                                        TO BBF-N54-DIAG
RVH139           WHEN 3
RVH139              MOVE "KUMUL ARBEITSLOSENGELD LFA"
RVH139                                        TO BBF-N54-DIAG
RVH139           WHEN OTHER
RVH139              MOVE "CUMUL CHOMAGE ONEM"
RVH139                                        TO BBF-N54-DIAG
RVH139        END-EVALUATE
RVH139        PERFORM ECRIRE-RVOQ
RVH139        PERFORM ECRIRE-REVQ
RVH139        PERFORM CREER-REMOTE-500004
RVH139        PERFORM FIN-BTM
RVH139     END-IF
      *----------------------------------------------------------------
      *RVH044: GERECHTIGDHEIDSCONTROLE - EEN PPR VOOR EEN LID WAARVAN
      *        ALLE TITULARIS- EN PAC-INSCHRIJVINGEN AFGESLOTEN ZIJN,
      *        500014-UITZONDERINGSLIJST VOOR ONDERZOEK DOOR DE
      *        FEDERATIE, IN PLAATS VAN TE WORDEN UITBETAALD EN
      *        NADIEN TERUGGEVORDERD.
      *RVH105: EEN UITBETALING UIT DE NALATENSCHAPSWACHTRIJ (TRBFN-
      *        NAZICHT "N", GEZET DOOR GIRNALX4) BETREFT PER
      *        DEFINITIE EEN OVERLEDEN LID: GERECHTIGDHEIDS- EN
      *        OVERLIJDENSCONTROLE WORDEN DAN OVERGESLAGEN, ANDERS
      *        KWAM DE PPR METEEN TERUG IN DE NALQ-WACHTRIJ.
      *----------------------------------------------------------------
RVH105     IF TRBFN-NALATENSCHAP
RVH105        SET WS-GERECHTIGD TO TRUE
RVH105     ELSE
RVH044     PERFORM CONTROLE-GERECHTIGDHEID
RVH105     END-IF
RVH044     IF NOT WS-GERECHTIGD
RVH044        EVALUATE ADM-TAAL
RVH044           WHEN 1
      *        WORDEN UITBETAALD EN NADIEN OP DE NALATENSCHAP TE
      *        WORDEN TERUGGEVORDERD.
      *----------------------------------------------------------------
RVH105     IF TRBFN-NALATENSCHAP
RVH105        MOVE "N" TO WS-OVL-HIT-SW
RVH105     ELSE
RVH083     PERFORM CONTROLE-OVERLIJDEN
RVH105     END-IF
RVH083     IF WS-OVL-TREFFER
RVH083        EVALUATE ADM-TAAL
RVH083           WHEN 1
RVH080        PERFORM ECRIRE-PLSQ
RVH083        PERFORM FIN-BTM
RVH083     END-IF
      *----------------------------------------------------------------
      *RVH138: LEVENSBEWIJSCONTROLE - EEN PPR VOOR EEN LID MET EEN
      *        BUITENLANDS ADRES OF NAAR EEN BUITENLANDS IBAN, WAARVAN
      *        HET JAARLIJKS AANGEVRAAGDE LEVENSBEWIJS NA DE RESPIJT-
      *        TERMIJN NOG NIET ONTVANGEN IS, GAAT NAAR DE LEVENS-
      *        BEWIJSWACHTRIJ EN OP DE 500004-LIJST I.P.V. TE WORDEN
      *        UITBETAALD. ZELFDE OPZET ALS DE NALQ-WEG HIERBOVEN
      *        (GEEN PARKEERACCRUAL). NIET VOOR EEN UITBETALING UIT DE
      *        NALATENSCHAPSWACHTRIJ - HET LID IS DAN AL OVERLEDEN.
      *----------------------------------------------------------------
RVH138     IF TRBFN-NALATENSCHAP
RVH138        MOVE "N" TO WS-LVB-SW
RVH138     ELSE
RVH138        PERFORM CONTROLE-LEVENSBEWIJS
RVH138     END-IF
RVH138     IF WS-LVB-ACHTERSTALLIG
RVH138        EVALUATE ADM-TAAL
RVH138           WHEN 1
RVH138              MOVE "LEVENSBEWIJS NIET ONTVANGEN"
RVH138                                        TO BBF-N54-DIAG
RVH138           WHEN 3
RVH138              MOVE "LEBENSBESCHEINIGUNG FEHLT"
RVH138                                        TO BBF-N54-DIAG
RVH138           WHEN OTHER
RVH138              MOVE "CERTIFICAT DE VIE NON RECU"
RVH138                                        TO BBF-N54-DIAG
RVH138        END-EVALUATE
RVH138        PERFORM ECRIRE-LVWQ
RVH138        PERFORM CREER-REMOTE-500004
RVH138        PERFORM FIN-BTM
RVH138     END-IF
      *----------------------------------------------------------------
      *RVH127: BUDGETCONTROLE - EEN BETALING DIE DE MAANDELIJKSE
      *        ENVELOPPE VAN HAAR FEDERATIE EN CODE-LIBELLE ZOU
      *        OVERSCHRIJDEN, GAAT NAAR DE BUDGETWACHTRIJ I.P.V. NAAR
      *        DE BAND. DE CONTROLE STAAT VOOR DE KANAAL- EN
      *        DEKKINGSCONTROLE OM DEZELFDE REDEN ALS DIE (RVH098):
      *        EEN GEPARKEERDE PPR DRAAGT NOG GEEN ENKEL NEVENEFFECT,
      *        OOK GEEN AFBOUW VAN DE DEKKING. NIET IN SIMULATIE EN
      *        NIET VOOR DE UITBETALING VAN EEN OVERGEDRAGEN SALDO
      *        VAN MICROBETALINGEN (AL BIJ DE TOEKENNING GETELD)
RVH127*        EN NIET VOOR EEN HERUITGIFTE (TRBFN-NAZICHT "D" VAN
RVH127*        GIRRTRX4/GIRCHQX4/GIRNOUX4 - DE OORSPRONKELIJKE
RVH127*        BETALING VERBRUIKTE DE ENVELOPPE AL).
      *        UITKERINGEN 50/60 WORDEN NOOIT GEPARKEERD (ZELFDE
      *        REGEL ALS DE DEKKING) MAAR TELLEN WEL MEE.
      *----------------------------------------------------------------
RVH127     MOVE "N"  TO WS-BUD-PARK-SW
RVH127     MOVE ZERO TO WS-BUD-BEDRAG
RVH127     IF BUDQ-OPEN
RVH127        AND NOT TRBFN-SIMULATIE
RVH127        AND NOT TRBFN-MICRO-UITBETALING
RVH127        AND NOT TRBFN-HERUITGAVE
RVH127        AND TRBFN-MONTANT > ZERO
RVH127        PERFORM CONTROLE-BUDGET
RVH127        IF WS-BUD-PARKEREN
RVH127           PERFORM ECRIRE-BUWQ
RVH127           ADD 1             TO WS-BUD-PARK-CNT
RVH127           ADD TRBFN-MONTANT TO WS-BUD-PARK-TOTAAL
RVH127           MOVE "PARK" TO WS-PLS-EVENT
RVH127           MOVE "BUWQ BUDGET OVERSCHREDEN"
RVH127                        TO WS-PLS-DETAIL
RVH127           PERFORM ECRIRE-PLSQ
RVH127           PERFORM FIN-BTM
RVH127        END-IF
RVH127     END-IF
      *----------------------------------------------------------------
      *RVH098: KANAALCONTROLE - EEN GESLOTEN OF VOLGELOPEN KANAAL
      *        DOET DE BETALING UITWIJKEN NAAR EEN OPEN KANAAL WAAR
RVH046     PERFORM SCREENING-BEGUNSTIGDE
RVH046     IF WS-SCR-TREFFER
RVH046        MOVE "COMPLIANCE - SCREENING TREFFER" TO BBF-N54-DIAG
RVH113        MOVE "SCRN" TO WS-CPL-REDEN
RVH046        PERFORM ECRIRE-CPLQ
RVH046        PERFORM CREER-REMOTE-500004
RVH046        PERFORM FIN-BTM
RVH046     END-IF
      *----------------------------------------------------------------
      *RVH113: IBAN-WATCHLIST - HET DEFINITIEVE IBAN (NA DE
      *        TITULARISOPZOEKING, DE BEWINDVOERINGSOMLEIDING EN DE
      *        CNVQ-CONVERSIE) WORDT AAN DE WATCHLIST GETOETST. EEN
      *        TREFFER GAAT NAAR DE COMPLIANCE-WACHTRIJ MET DE
      *        REDENCODE "IBWL" EN EEN EIGEN DIAGNOSE IN DE TAAL VAN
      *        HET LID.
      *----------------------------------------------------------------
RVH113     PERFORM CONTROLE-IBAN-WATCHLIST
RVH113     IF WS-IBW-TREFFER
RVH113        EVALUATE ADM-TAAL
RVH113           WHEN 1
RVH113              MOVE "COMPLIANCE - IBAN OP WATCHLIST"
RVH113                                        TO BBF-N54-DIAG
RVH113           WHEN 3
RVH113              MOVE "KONFORMITAET - IBAN GESPERRT"
RVH113                                        TO BBF-N54-DIAG
RVH113           WHEN OTHER
RVH113              MOVE "CONFORMITE - IBAN SUR LISTE"
RVH113                                        TO BBF-N54-DIAG
RVH113        END-EVALUATE
RVH113        MOVE "IBWL" TO WS-CPL-REDEN
RVH113        PERFORM ECRIRE-CPLQ
RVH113        PERFORM CREER-REMOTE-500004
RVH113        PERFORM FIN-BTM
RVH113     END-IF
      *----------------------------------------------------------------
      *RVH053: VERREKENING VAN OPENSTAANDE SCHULDEN - TOT HET OPEN
      *        BEDRAG WORDT INGEHOUDEN, DE REST WORDT UITBETAALD.
      *        VOLLEDIGE INHOUDING (NETTO NUL) WORDT GEEN
      *        SEPAAUKU-BANDREKORD AANGEMAAKT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *RVH114: BEDRIJFSVOORHEFFING - OP HET BRUTOBEDRAG BEREKEND EN
      *        VOOR DE SCHULDVERREKENING AFGETROKKEN, ZODAT DE BAND
      *        HET NETTO BEDRAG DRAAGT. DE VOORHEFFING KOMT ALS EIGEN
      *        BOEKINGSLIJN (SOORT "W") OP DE GLPQ-FEED EN WORDT
      *        MAANDELIJKS DOOR GIRBVHX4 AANGEGEVEN.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *RVH119: DE UITBETALING VAN EEN OVERGEDRAGEN SALDO VAN MICRO-
      *        BETALINGEN (TRBFN-NAZICHT "M", GIRMICX4) WERD BIJ DE
      *        TOEKENNING AL NETTO GEJOURNALISEERD - GEEN VOORHEFFING
      *        OF INHOUDING MEER.
      *----------------------------------------------------------------
RVH119     IF TRBFN-MICRO-UITBETALING
RVH119        MOVE ZERO TO WS-BVH-BEDRAG
RVH119                     WS-INH-BEDRAG
RVH119     ELSE
RVH114*       EEN HERUITGIFTE (TRBFN-NAZICHT "D" VAN GIRRTRX4/
RVH114*       GIRCHQX4/GIRNOUX4) DRAAGT HET AL NETTO BEDRAG VAN DE
RVH114*       OORSPRONKELIJKE BETALING, WAAROP DE VOORHEFFING AL
RVH114*       INGEHOUDEN EN DOOR GIRBVHX4 AANGEGEVEN WERD.
RVH114        IF TRBFN-HERUITGAVE
RVH114           MOVE ZERO TO WS-BVH-BEDRAG
RVH114        ELSE
RVH114           PERFORM BEREKEN-VOORHEFFING
RVH114        END-IF
RVH053        PERFORM CONTROLE-INHOUDING
RVH119     END-IF
RVH024     PERFORM BEPALEN-BETWYZ-INSTANT
RVH051     PERFORM BEREKEN-OGM
RVH119     PERFORM BEPALEN-MICROBETALING
      *----------------------------------------------------------------
      *RVH121: VERDELING OVER TWEE REKENINGEN - NA BESLAG EN
      *        SCHULDVERREKENING WORDT HET NETTO BEDRAG VERDEELD
      *        VOLGENS HET VERDELINGSREGISTER. TRBFN-MONTANT DRAAGT
      *        VANAF HIER HET DEEL VAN DE EERSTE REKENING; HET DEEL
      *        VAN DE TWEEDE REKENING VOLGT NA DE HOOFDBETALING IN
      *        VERWERK-VERDELING.
      *----------------------------------------------------------------
RVH121     PERFORM BEPALEN-VERDELING
RVH017*    SIMULATIEMODUS (TRBFN-SIMULATIE): DUPLICAAT-CONTROLE,
RVH017*    BANKOPZOEKING EN LIBELLE-OPZOEKING LOPEN VOLLEDIG MEE,
RVH017*    MAAR DE ECHTE GELDBEWEGING (BBF-JOURNAAL EN 5N0001-
RVH017*    BANDUITVOER) WORDT OVERGESLAGEN.
RVH079     MOVE "N" TO WS-BET-GEDAAN-SW
RVH017     IF NOT TRBFN-SIMULATIE
RVH119        AND NOT TRBFN-MICRO-UITBETALING
              PERFORM CREER-BBF
RVH127        PERFORM BOEKEN-BUDGET
RVH017     END-IF
IBAN10*    als betalingswijze een circulaire cheque betreft, mag
IBAN10*    deze enkel aangemaakt als begunstigde over Belgisch
RVH010*          AUTOMATISCHE VERWERPING
RVH017           IF NOT TRBFN-SIMULATIE
RVH053              AND TRBFN-MONTANT > ZERO
RVH119              AND NOT WS-MIC-UITGESTELD
RVH010              PERFORM CREER-USER-500001
RVH017           END-IF
RVH010           PERFORM CREER-REMOTE-500001
IBAN10     ELSE
RVH017        IF NOT TRBFN-SIMULATIE
RVH053           AND TRBFN-MONTANT > ZERO
RVH119           AND NOT WS-MIC-UITGESTELD
IBAN10           PERFORM CREER-USER-500001
RVH017        END-IF
IBAN10        PERFORM CREER-REMOTE-500001
140562*       PERFORM CREER-REMOTE-500002
           END-IF
      *----------------------------------------------------------------
      *RVH121: DE VERWIJLINTEREST LOOPT OP HET VOLLEDIGE NETTO BEDRAG
      *        EN GAAT MET DE HOOFDBETALING MEE NAAR DE EERSTE
      *        REKENING.
      *----------------------------------------------------------------
RVH121     IF WS-VDL-ACTIEF
RVH121        MOVE WS-VDL-TOTAAL TO TRBFN-MONTANT
RVH121     END-IF
      *----------------------------------------------------------------
      *RVH079: WETTELIJKE VERWIJLINTEREST - ENKEL WANNEER DEZE PPR
      *        EFFECTIEF OP DE BAND WERD GEZET (CREER-USER-500001).
      *----------------------------------------------------------------
RVH119*    NIET VOOR DE UITBETALING VAN EEN OVERGEDRAGEN SALDO: HET
RVH119*    UITSTEL WAS DAAR EEN KEUZE VAN DE INSTELLING.
RVH079     IF WS-BET-GEDAAN
RVH119        AND NOT TRBFN-MICRO-UITBETALING
RVH079        PERFORM VERWERK-VERWIJLINTEREST
RVH079     END-IF
      *----------------------------------------------------------------
      *RVH121: HET DEEL VAN DE TWEEDE REKENING - ENKEL ALS DE
      *        HOOFDBETALING EFFECTIEF OP DE BAND KWAM.
      *----------------------------------------------------------------
RVH121     IF WS-VDL-ACTIEF
RVH121        AND WS-BET-GEDAAN
RVH121        PERFORM VERWERK-VERDELING
RVH121     END-IF
           IF TRBFN-COMPTE-MEMBRE = ZEROES
           THEN
              PERFORM CREER-REMOTE-500006
RVH000     PERFORM CTL-PRINT-REPORT
RVH001     PERFORM IBN-PRINT-REPORT
RVH004     PERFORM MUT-PRINT-REPORT
RVH120     PERFORM SCHRIJVEN-BUNDELS
RVH005     IF WS-CKP-CUR-NUMBER NOT = ZEROES
RVH005        PERFORM CKP-SCHRIJF
RVH005     END-IF
RVH025     IF GLPQ-OPEN
RVH025        CLOSE GLPQ-FILE
RVH025     END-IF
RVH133     IF JOVQ-OPEN
RVH133        CLOSE JOVQ-FILE
RVH133     END-IF
RVH026     IF MOTQ-OPEN
RVH026        CLOSE MOTQ-FILE
RVH026     END-IF
RVH046     IF CPLQ-OPEN
RVH046        CLOSE CPLQ-FILE
RVH046     END-IF
RVH110     IF FRDQ-OPEN
RVH110        CLOSE FRDQ-FILE
RVH110     END-IF
RVH112     IF SPKQ-OPEN
RVH112        CLOSE SPKQ-FILE
RVH112     END-IF
RVH135     IF FZPQ-OPEN
RVH135        CLOSE FZPQ-FILE
RVH135     END-IF
RVH138     IF LVWQ-OPEN
RVH138        CLOSE LVWQ-FILE
RVH138     END-IF
RVH139     IF RVOQ-OPEN
RVH139        CLOSE RVOQ-FILE
RVH139     END-IF
RVH127     IF BUWQ-OPEN
RVH127        CLOSE BUWQ-FILE
RVH127     END-IF
RVH046     IF SCLQ-OPEN
RVH046        CLOSE SCLQ-FILE
RVH046     END-IF
RVH054     IF INVQ-OPEN
RVH054        CLOSE INVQ-FILE
RVH054     END-IF
RVH120     IF BUNQ-OPEN
RVH120        CLOSE BUNQ-FILE
RVH120     END-IF
RVH123     IF RKCQ-OPEN
RVH123        CLOSE RKCQ-FILE
RVH123     END-IF
RVH048     PERFORM ECRIRE-BAND-TRAILERS
RVH022     PERFORM STA-SCHRIJVEN
RVH096*    RVH096: DE GESLEUTELDE MASTERS WORDEN TER PLAATSE
RVH096     IF BSLQ-OPEN
RVH096        CLOSE BSLQ-FILE
RVH096     END-IF
RVH111     IF VELQ-OPEN
RVH111        CLOSE VELQ-FILE
RVH111     END-IF
RVH119     IF MICQ-OPEN
RVH119        CLOSE MICQ-FILE
RVH119     END-IF
RVH127     IF BUDQ-OPEN
RVH127        CLOSE BUDQ-FILE
RVH127     END-IF
RVH056     PERFORM SCHRIJVEN-VINGERAFDRUK
RVH132     PERFORM KETEN-EINDE
RVH057     PERFORM VRIJGEVEN-RUN-LOCK
RVH000     EXIT PROGRAM
RVH000     .
      *        BEDRAG-CONTROLE. GIREDTX4 NEUTRALISEERT DE BYTE OP
      *        VERSE EXTRACTEN, ZODAT EEN FEDERATIE DIT NIET ZELF
      *        KAN AANSTUREN.
      *RVH105: IDEM VOOR EEN UITBETALING UIT DE NALATENSCHAPS-
      *        WACHTRIJ (TRBFN-NAZICHT "N", GEZET DOOR GIRNALX4): DE
      *        GEPARKEERDE PPR HEEFT NOG GEEN JOURNAALINSCHRIJVING, EN
      *        DE AANDELEN VAN VERSCHILLENDE ERFGENAMEN DRAGEN
      *        DEZELFDE KONSTANTE EN KUNNEN EVEN GROOT ZIJN. GIRNALX4
      *        ZORGT ERVOOR DAT DE AANDELEN SAMEN HET GEPARKEERDE
      *        BEDRAG NIET OVERSCHRIJDEN.
      *RVH119: IDEM VOOR DE UITBETALING VAN EEN OVERGEDRAGEN SALDO
      *        VAN MICROBETALINGEN (TRBFN-NAZICHT "M", GIRMICX4): DE
      *        PPR IS DE LAATST OVERGEDRAGEN PPR, DIE AL EEN JOURNAAL-
      *        INSCHRIJVING DRAAGT.
      *----------------------------------------------------------------
RVH104     IF TRBFN-HERUITGAVE
RVH105        OR TRBFN-NALATENSCHAP
RVH119        OR TRBFN-MICRO-UITBETALING
RVH104        CONTINUE
RVH104     ELSE
      *----------------------------------------------------------------
              MOVE 2 TO GETTP
              PERFORM GET-BBF
           END-PERFORM
RVH122     IF WS-ALS-COUNT > ZERO
RVH122        PERFORM VOIR-DOUBLES-ALIAS
RVH122     END-IF
RVH104     END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH122: WERD HET RIJKSNUMMER VAN HET LID DOOR DE KRUISPUNTBANK
      *        VERVANGEN (OF DRAAGT DE PPR NOG HET OUDE NUMMER), DAN
      *        STAAN DE VROEGERE BETALINGEN IN HET JOURNAAL ONDER HET
      *        ANDERE NUMMER. HET JOURNAAL VAN ELK NUMMER DAT VOLGENS
      *        HET ALIASREGISTER BIJ HETZELFDE LID HOORT, WORDT
      *        DAN OOK NAGEZIEN; NADIEN WORDT HET LID VAN DE PPR
      *        OPNIEUW GEZOCHT (ZOALS RECH-NO-BANCAIRE DAT VOOR DE
      *        TITULARIS DOET).
      *----------------------------------------------------------------
RVH122 VOIR-DOUBLES-ALIAS.
RVH122*********************
RVH122     MOVE "N" TO WS-ALS-LID-SW
RVH122     MOVE RNRBIN TO WS-ALS-SAV-RNRBIN
RVH122     MOVE TRBFN-RNR TO WS-ALS-DOEL
RVH122     SET WS-ALS-IDX TO 1
RVH122     SEARCH WS-ALS-ENTRY
RVH122        AT END
RVH122           CONTINUE
RVH122        WHEN WS-ALS-IDX > WS-ALS-COUNT
RVH122           CONTINUE
RVH122        WHEN WS-ALS-RNR-OUD (WS-ALS-IDX) = TRBFN-RNR
RVH122           MOVE WS-ALS-RNR-NIEUW (WS-ALS-IDX) TO WS-ALS-DOEL
RVH122     END-SEARCH
RVH122     IF WS-ALS-DOEL NOT = TRBFN-RNR
RVH122        MOVE WS-ALS-DOEL TO WS-ALS-ANDER
RVH122        PERFORM VOIR-DOUBLES-ANDER-NR
RVH122     END-IF
RVH122     PERFORM VARYING WS-ALS-SUB FROM 1 BY 1
RVH122             UNTIL WS-ALS-SUB > WS-ALS-COUNT
RVH122        IF WS-ALS-RNR-NIEUW (WS-ALS-SUB) = WS-ALS-DOEL
RVH122           AND WS-ALS-RNR-OUD (WS-ALS-SUB) NOT = TRBFN-RNR
RVH122           MOVE WS-ALS-RNR-OUD (WS-ALS-SUB) TO WS-ALS-ANDER
RVH122           PERFORM VOIR-DOUBLES-ANDER-NR
RVH122        END-IF
RVH122     END-PERFORM
RVH122     IF WS-ALS-LID-GEWISSELD
RVH122        MOVE WS-ALS-SAV-RNRBIN TO RNRBIN
RVH122        PERFORM SCH-LID
RVH122     END-IF
RVH122     .
      *
RVH122 VOIR-DOUBLES-ANDER-NR.
RVH122************************
RVH122     MOVE WS-ALS-ANDER TO WS-RNREBC
RVH122     MOVE ZEROES TO WS-STAT1
RVH122                    STAT1
RVH122     COPY RREBBXDD .
RVH122     IF WS-STAT1 = ZEROES
RVH122        SET WS-ALS-LID-GEWISSELD TO TRUE
RVH122        MOVE WS-RNRBIN TO RNRBIN
RVH122        PERFORM SCH-LID
RVH122        IF STAT1 = ZEROES
RVH122           MOVE 1 TO GETTP
RVH122           PERFORM GET-BBF
RVH122           PERFORM WITH TEST BEFORE UNTIL STAT1 NOT = ZEROES
RVH122              IF TRBFN-MONTANT   = BBF-BEDRAG AND
RVH122                 TRBFN-CONSTANTE = BBF-KONST
RVH122                 EVALUATE ADM-TAAL
RVH122                    WHEN 1
RVH122                       MOVE "DUBBELE BETALING OUD RIJKSNUMMER"
RVH122                                          TO BBF-N54-DIAG
RVH122                    WHEN 3
RVH122                       MOVE "DOPPELTE ZAHLUNG ALTE NUMMER"
RVH122                                          TO BBF-N54-DIAG
RVH122                    WHEN OTHER
RVH122                       MOVE "DOUBLE PAIEMENT ANCIEN NUMERO"
RVH122                                          TO BBF-N54-DIAG
RVH122                 END-EVALUATE
RVH122                 MOVE WS-ALS-SAV-RNRBIN TO RNRBIN
RVH122                 PERFORM SCH-LID
RVH122                 PERFORM CREER-REMOTE-500004
RVH122                 PERFORM FIN-BTM
RVH122              END-IF
RVH122              MOVE 2 TO GETTP
RVH122              PERFORM GET-BBF
RVH122           END-PERFORM
RVH122        END-IF
RVH122     END-IF
RVH122     .
      *
      *----------------------------------------------------------------
RVH091 ZOEK-PARKEERSLEUTEL.
RVH091**********************
RVH091     MOVE "N" TO WS-PRK-HIT-SW
RVH104           END-PERFORM
RVH104           CLOSE DFRQ-FILE
RVH104        END-IF
RVH110        OPEN INPUT FRDQ-FILE
RVH110        IF WS-FRDQ-STATUS = "00"
RVH110           PERFORM LEZEN-PRK-FRDQ
RVH110           PERFORM WITH TEST BEFORE
RVH110                   UNTIL WS-FRDQ-STATUS NOT = "00"
RVH110              MOVE FRDQ-PPR TO WS-PRK-WERK
RVH110              PERFORM BEWAAR-PARKEERSLEUTEL
RVH110              PERFORM LEZEN-PRK-FRDQ
RVH110           END-PERFORM
RVH110           CLOSE FRDQ-FILE
RVH110        END-IF
RVH112        OPEN INPUT SPKQ-FILE
RVH112        IF WS-SPKQ-STATUS = "00"
RVH112           PERFORM LEZEN-PRK-SPKQ
RVH112           PERFORM WITH TEST BEFORE
RVH112                   UNTIL WS-SPKQ-STATUS NOT = "00"
RVH112              MOVE SPKQ-PPR TO WS-PRK-WERK
RVH112              PERFORM BEWAAR-PARKEERSLEUTEL
RVH112              PERFORM LEZEN-PRK-SPKQ
RVH112           END-PERFORM
RVH112           CLOSE SPKQ-FILE
RVH112        END-IF
RVH127*       OOK DE BUDGETWACHTRIJ (BUWQ, RVH127) TELT MEE.
RVH127        OPEN INPUT BUWQ-FILE
RVH127        IF WS-BUWQ-STATUS = "00"
RVH127           PERFORM LEZEN-PRK-BUWQ
RVH127           PERFORM WITH TEST BEFORE
RVH127                   UNTIL WS-BUWQ-STATUS NOT = "00"
RVH127              MOVE BUWQ-REC TO WS-PRK-WERK
RVH127              PERFORM BEWAAR-PARKEERSLEUTEL
RVH127              PERFORM LEZEN-PRK-BUWQ
RVH127           END-PERFORM
RVH127           CLOSE BUWQ-FILE
RVH127        END-IF
RVH135*       OOK DE BEVRIEZINGSWACHTRIJ (FZPQ, RVH135) TELT MEE.
RVH135        OPEN INPUT FZPQ-FILE
RVH135        IF WS-FZPQ-STATUS = "00"
RVH135           PERFORM LEZEN-PRK-FZPQ
RVH135           PERFORM WITH TEST BEFORE
RVH135                   UNTIL WS-FZPQ-STATUS NOT = "00"
RVH135              MOVE FZPQ-PPR TO WS-PRK-WERK
RVH135              PERFORM BEWAAR-PARKEERSLEUTEL
RVH135              PERFORM LEZEN-PRK-FZPQ
RVH135           END-PERFORM
RVH135           CLOSE FZPQ-FILE
RVH135        END-IF
RVH138*       OOK DE LEVENSBEWIJSWACHTRIJ (LVWQ, RVH138) TELT MEE.
RVH138        OPEN INPUT LVWQ-FILE
RVH138        IF WS-LVWQ-STATUS = "00"
RVH138           PERFORM LEZEN-PRK-LVWQ
RVH138           PERFORM WITH TEST BEFORE
RVH138                   UNTIL WS-LVWQ-STATUS NOT = "00"
RVH138              MOVE LVWQ-PPR TO WS-PRK-WERK
RVH138              PERFORM BEWAAR-PARKEERSLEUTEL
RVH138              PERFORM LEZEN-PRK-LVWQ
RVH138           END-PERFORM
RVH138           CLOSE LVWQ-FILE
RVH138        END-IF
RVH091     END-IF
RVH091     .
RVH091 BEWAAR-PARKEERSLEUTEL.
RVH104*****************
RVH104     READ DFRQ-FILE
RVH104     .
RVH110 LEZEN-PRK-FRDQ.
RVH110*****************
RVH110     READ FRDQ-FILE
RVH110     .
RVH112 LEZEN-PRK-SPKQ.
RVH112*****************
RVH112     READ SPKQ-FILE
RVH112     .
RVH127 LEZEN-PRK-BUWQ.
RVH127*****************
RVH127     READ BUWQ-FILE
RVH127     .
RVH135 LEZEN-PRK-FZPQ.
RVH135*****************
RVH135     READ FZPQ-FILE
RVH135     .
RVH138 LEZEN-PRK-LVWQ.
RVH138*****************
RVH138     READ LVWQ-FILE
RVH138     .
      *
      *----------------------------------------------------------------
      *RVH002: BIJNA-DUBBELE BETALING BINNEN DEZELFDE RUN - ZELFDE
RVH086           WHEN WS-CNV-OUD (WS-CNV-IDX) = TRBFN-IBAN
RVH086              MOVE WS-CNV-NIEUW (WS-CNV-IDX) TO TRBFN-IBAN
RVH086              SET WS-CNV-OMGEZET TO TRUE
RVH123*             HET LID STAAT NOG MET DE OUDE REKENING IN DE
RVH123*             LEDENADMINISTRATIE - TERUGKOPPELEN.
RVH123              IF NOT TRBFN-SIMULATIE
RVH123                 MOVE WS-CNV-OUD (WS-CNV-IDX)
RVH123                                    TO WS-RKC-IBAN-OUD
RVH123                 MOVE WS-CNV-NIEUW (WS-CNV-IDX)
RVH123                                    TO WS-RKC-IBAN-NIEUW
RVH123                 MOVE "CNV"                     TO WS-RKC-BRON
RVH123                 MOVE SPACES                    TO WS-RKC-BEWIJS
RVH123                 STRING "CONVERSIETABEL KONST " DELIMITED BY SIZE
RVH123                        TRBFN-CONSTANTE         DELIMITED BY SIZE
RVH123                        "/"                     DELIMITED BY SIZE
RVH123                        TRBFN-NO-SUITE          DELIMITED BY SIZE
RVH123                                  INTO WS-RKC-BEWIJS
RVH123                 END-STRING
RVH123                 PERFORM ECRIRE-RKCQ
RVH123              END-IF
RVH086        END-SEARCH
RVH086     END-IF
IBAN10     MOVE SPACES TO WS-BIC.
           MOVE TRBFN-CONSTANTE TO BBF-KONST
RVH068     MOVE WS-BETAALDATUM  TO BBF-DATINB
RVH068     IF WS-DATUM-VERSCHOVEN
RVH121        AND WS-VDL-DEELNR NOT = 2
RVH068        ADD 1 TO WS-VERSCHOVEN-CNT
RVH068     END-IF
           IF TRBFN-CODE-LIBEL = 50 OR = 60
           END-IF
MTU        MOVE ZEROES TO BBF-INFOREK
MTU        MOVE ZEROES TO BBF-LINKNR
RVH121*    BIJ EEN VERDEELDE BETALING STAAN BEIDE LIJNEN ONDER DE
RVH121*    OORSPRONKELIJKE SLEUTEL, MET HET DEELNUMMER IN BBF-LINKNR.
RVH121     MOVE WS-VDL-DEELNR TO BBF-LINKNR
JVE        MOVE SPACES TO BBF-CODE-MAF
JVE        MOVE ZEROES TO BBF-JAAR-MAF
IBAN10     MOVE TRBFN-IBAN    TO BBF-IBAN
JGO001     END-EVALUATE
           PERFORM ADD-BBF
RVH025     PERFORM ECRIRE-GLPQ
RVH119*    EEN OVERGEDRAGEN MICROBETALING KRIJGT STATUS "U"; DE
RVH119*    DIAGNOSE (WS-MIC-DIAG) MELDT OOK EEN MEEBETAALD SALDO.
RVH119     IF WS-MIC-UITGESTELD
RVH119        MOVE "U" TO MOTQ-STATUS
RVH119     ELSE
RVH026        MOVE "B" TO MOTQ-STATUS
RVH119     END-IF
RVH119     MOVE WS-MIC-DIAG TO MOTQ-DIAG
RVH121     IF WS-VDL-DEELNR = 2
RVH121        OR (WS-VDL-DEELNR = 1 AND MOTQ-DIAG = SPACES)
RVH121        PERFORM OPMAKEN-VERDELING-DIAG
RVH121     END-IF
RVH026     PERFORM ECRIRE-MOTQ
RVH000     PERFORM CTL-ZOEK-ENTRY
RVH038     IF WS-CTL-SUB > ZERO
RVH038     END-IF
RVH022     ADD 1              TO WS-TOT-BBF-CNT
RVH022     ADD TRBFN-MONTANT  TO WS-TOT-BBF-BEDR
RVH121*    EEN UITKOMST PER PPR: NIET OPNIEUW VOOR DE TWEEDE REKENING.
RVH121     IF WS-VDL-DEELNR NOT = 2
RVH061        MOVE "P"    TO WS-RSL-STATUS
RVH061        MOVE SPACES TO WS-RSL-DIAG
RVH061        PERFORM ECRIRE-RSLQ
RVH121     END-IF
           .
      *
      *----------------------------------------------------------------
RVH087     END-IF
           MOVE COMMENT TO COMMENTAAR
           MOVE TRBFN-MONTANT TO NETBEDRAG
RVH119*    EEN VRIJGEGEVEN OVERGEDRAGEN SALDO VAN MICROBETALINGEN GAAT
RVH119*    MEE OP DEZE BANDLIJN - HET WERD BIJ DE TOEKENNING AL
RVH119*    GEJOURNALISEERD, ENKEL DE BAND DRAAGT HET.
RVH119     ADD WS-MIC-VRIJ    TO NETBEDRAG
EURO       MOVE TRBFN-MONTANT-DV TO REC-DV
IBAN10     MOVE TRBFN-BETWYZ TO U-BETWYZ.
IBAN10     MOVE WS-BIC       TO U-BIC.
RVH048     IF NOT WS-BND-HDR-GESCHREVEN (WS-BND-SUB)
RVH048        PERFORM ECRIRE-BAND-HEADER
RVH048     END-IF
RVH120*    EEN LIJN DIE BIJ EEN BESTAANDE BUNDEL KOMT, TELT NIET
RVH120*    MEER ALS EIGEN BETAALREKORD IN DE ENVELOPPE - ENKEL HAAR
RVH120*    BEDRAG GAAT MEE IN DE SOM.
RVH120     PERFORM BUNDELEN-BETALING
RVH120     IF NOT WS-BUN-SAMENGEVOEGD
RVH048        ADD 1      TO WS-BND-CNT (WS-BND-SUB)
RVH120     END-IF
RVH048     ADD NETBEDRAG TO WS-BND-SOM (WS-BND-SUB)
RVH079     SET WS-BET-GEDAAN TO TRUE
      *----------------------------------------------------------------
RVH085     IF TRBFN-BETWYZ = "C" OR = "D" OR = "E" OR = "F"
RVH085        PERFORM ECRIRE-CHQQ
RVH085     END-IF
RVH120     IF NOT WS-BUN-VASTGEHOUDEN
           COPY ADLOGDBD
IBAN10         REPLACING LOGT1-REC BY SEPAAUKU .
RVH120     END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH120: DE 5N0001-LIJN IN OPBOUW BIJ DE BUNDEL VAN HETZELFDE
      *        LID VOEGEN, OF EEN NIEUWE BUNDEL BEGINNEN. CHEQUES
      *        (C/D/E/F) EN LIJNEN ZONDER IBAN WORDEN NIET GEBUNDELD
      *        EN BLIJVEN METEEN NAAR DE BAND GAAN (WS-BUN-SW "N").
      *----------------------------------------------------------------
RVH120 BUNDELEN-BETALING.
RVH120********************
RVH120     MOVE "N" TO WS-BUN-SW
RVH120     IF TRBFN-BETWYZ NOT = "C" AND NOT = "D"
RVH120                 AND NOT = "E" AND NOT = "F"
RVH120        AND U-IBAN NOT = SPACES
RVH120        AND WS-BUO-COUNT < 5000
RVH120        PERFORM ZOEK-BUNDEL
RVH120        IF WS-BUN-SUB > ZERO
RVH120           SET WS-BUN-SAMENGEVOEGD TO TRUE
RVH120           ADD 1         TO WS-BUN-AANTAL (WS-BUN-SUB)
RVH120           ADD NETBEDRAG TO WS-BUN-TOTAAL (WS-BUN-SUB)
RVH120           IF WS-BUN-KEY < WS-BUN-LEIDER (WS-BUN-SUB)
RVH120              MOVE WS-BUN-KEY TO WS-BUN-LEIDER (WS-BUN-SUB)
RVH120           END-IF
RVH120           MOVE TRBFN-CODE-LIBEL TO WS-BUN-LIB
RVH120           PERFORM BIJVOEGEN-BUNDEL-LIBEL
RVH120        ELSE
RVH120           IF WS-BUN-COUNT < 5000
RVH120              SET WS-BUN-NIEUW TO TRUE
RVH120              ADD 1 TO WS-BUN-COUNT
RVH120              MOVE WS-BUN-COUNT   TO WS-BUN-SUB
RVH120              MOVE USERRNR        TO WS-BUN-RNR (WS-BUN-SUB)
RVH120              MOVE U-IBAN         TO WS-BUN-IBAN (WS-BUN-SUB)
RVH120              MOVE WELKEBANK      TO WS-BUN-BANK (WS-BUN-SUB)
RVH120              MOVE U-BETWYZ       TO WS-BUN-BETWYZ (WS-BUN-SUB)
RVH120              MOVE USERFED        TO WS-BUN-FED (WS-BUN-SUB)
RVH120              MOVE 1              TO WS-BUN-AANTAL (WS-BUN-SUB)
RVH120              MOVE NETBEDRAG      TO WS-BUN-TOTAAL (WS-BUN-SUB)
RVH120              MOVE WS-BUN-KEY     TO WS-BUN-LEIDER (WS-BUN-SUB)
RVH120              MOVE ZERO           TO WS-BUN-NLIB (WS-BUN-SUB)
RVH120              MOVE SPACES         TO WS-BUN-LIBELS (WS-BUN-SUB)
RVH120              MOVE TRBFN-CODE-LIBEL TO WS-BUN-LIB
RVH120              PERFORM BIJVOEGEN-BUNDEL-LIBEL
RVH120              MOVE SEPAAUKU       TO WS-BUN-SEPA (WS-BUN-SUB)
RVH120           END-IF
RVH120        END-IF
RVH120        IF WS-BUN-VASTGEHOUDEN
RVH120           ADD 1 TO WS-BUO-COUNT
RVH120           MOVE WS-BUN-SUB       TO WS-BUO-BUNDEL (WS-BUO-COUNT)
RVH120           MOVE WS-BUN-KEY       TO WS-BUO-KEY (WS-BUO-COUNT)
RVH120           MOVE TRBFN-CODE-LIBEL TO WS-BUO-LIBEL (WS-BUO-COUNT)
RVH120           MOVE NETBEDRAG        TO WS-BUO-BEDRAG (WS-BUO-COUNT)
RVH120        END-IF
RVH120     END-IF
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: BUNDEL VAN HETZELFDE LID OPZOEKEN (WS-BUN-SUB = 0 ALS
      *        ER GEEN IS). EEN BUNDEL WAARVAN HET TOTAAL DE NETBEDRAG-
      *        ZONE ZOU OVERSCHRIJDEN, KOMT NIET MEER IN AANMERKING.
      *----------------------------------------------------------------
RVH120 ZOEK-BUNDEL.
RVH120**************
RVH120     MOVE KONSTANTE-VELD1 TO WS-BUN-KEY-KONST
RVH120     MOVE VOLGNR-VELD1    TO WS-BUN-KEY-VOLGNR
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120                OR (WS-BUN-RNR (WS-BUN-SUB) = USERRNR
RVH120                AND WS-BUN-IBAN (WS-BUN-SUB) = U-IBAN
RVH120                AND WS-BUN-BANK (WS-BUN-SUB) = WELKEBANK
RVH120                AND WS-BUN-BETWYZ (WS-BUN-SUB) = U-BETWYZ
RVH120                AND WS-BUN-FED (WS-BUN-SUB) = USERFED
RVH120                AND WS-BUN-AANTAL (WS-BUN-SUB) < 999
RVH120                AND WS-BUN-TOTAAL (WS-BUN-SUB) + NETBEDRAG
RVH120                    NOT > 99999999)
RVH120        CONTINUE
RVH120     END-PERFORM
RVH120     IF WS-BUN-SUB > WS-BUN-COUNT
RVH120        MOVE ZERO TO WS-BUN-SUB
RVH120     END-IF
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: DE CODE-LIBELLE IN WS-BUN-LIB (EENMAAL) AAN DE LIJST
      *        VAN DE BUNDEL TOEVOEGEN - DIE LIJST GAAT IN DE
      *        SAMENVATTENDE MEDEDELING (MAXIMUM ACHT CODES).
      *----------------------------------------------------------------
RVH120 BIJVOEGEN-BUNDEL-LIBEL.
RVH120*************************
RVH120     MOVE SPACES           TO WS-BUN-LIB-X
RVH120     MOVE WS-BUN-LIB       TO WS-BUN-LIB-X (1:2)
RVH120     MOVE ZERO             TO WS-BUN-TEL
RVH120     INSPECT WS-BUN-LIBELS (WS-BUN-SUB)
RVH120             TALLYING WS-BUN-TEL FOR ALL WS-BUN-LIB-X
RVH120     IF WS-BUN-TEL = ZERO
RVH120        AND WS-BUN-NLIB (WS-BUN-SUB) < 8
RVH120        MOVE WS-BUN-LIB-X TO WS-BUN-LIBELS (WS-BUN-SUB)
RVH120                  (WS-BUN-NLIB (WS-BUN-SUB) * 3 + 1 : 3)
RVH120        ADD 1 TO WS-BUN-NLIB (WS-BUN-SUB)
RVH120     END-IF
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: DE VASTGEHOUDEN 5N0001-LIJNEN OP DE BAND ZETTEN EN DE
      *        TABELLEN LEEGMAKEN (VANUIT PAR-FIN-RUN).
      *        EEN BUNDEL MET EEN ENKEL ONDERDEEL GAAT ONGEWIJZIGD
      *        WEG; DE ENVELOPPE-TELLING WERD AL BIJGEWERKT DOOR
      *        CREER-USER-500001.
      *----------------------------------------------------------------
RVH120 SCHRIJVEN-BUNDELS.
RVH120********************
RVH120     MOVE SEPAAUKU TO WS-SEPA-SAVE
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120        MOVE WS-BUN-SEPA (WS-BUN-SUB) TO SEPAAUKU
RVH120        IF WS-BUN-AANTAL (WS-BUN-SUB) > 1
RVH120           PERFORM OPMAKEN-BUNDELLIJN
RVH120        END-IF
RVH120        COPY ADLOGDBD
RVH120            REPLACING LOGT1-REC BY SEPAAUKU.
RVH120     END-PERFORM
RVH120     MOVE ZERO TO WS-BUN-COUNT
RVH120                  WS-BUO-COUNT
RVH120                  WS-BUN-BEWAARD
RVH120                  WS-BUO-BEWAARD
RVH120     MOVE WS-SEPA-SAVE TO SEPAAUKU
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: EEN BUNDEL MET MEERDERE ONDERDELEN: HET TOTAAL ALS
      *        NETBEDRAG, EEN SAMENVATTENDE MEDEDELING IN DE TAAL VAN
      *        HET LID (AANTAL BETALINGEN EN DE CODES-LIBELLE), DE
      *        SLEUTEL VAN DE LEIDER EN EEN EIGEN OGM. DE ONDERDELEN
      *        GAAN NAAR BUNQ. HET BBF-JOURNAAL, DE 500001-LIJST, MOTQ
      *        EN RSLQ BLIJVEN PER PPR.
      *----------------------------------------------------------------
RVH120 OPMAKEN-BUNDELLIJN.
RVH120*********************
RVH120     ADD 1 TO WS-BUN-NR
RVH120     ADD 1 TO WS-BUN-LIJN-CNT
RVH120     MOVE WS-BUN-TOTAAL (WS-BUN-SUB) TO NETBEDRAG
RVH120     MOVE WS-BUN-AANTAL (WS-BUN-SUB) TO WS-BUN-AANTAL-ED
RVH120     MOVE COMMENTAAR TO COMMENT
RVH120     MOVE SPACES     TO BANK-VELD1
RVH120     EVALUATE TAAL
RVH120        WHEN 1
RVH120           STRING WS-BUN-AANTAL-ED         DELIMITED BY SIZE
RVH120                  " BETALINGEN - LIBELLEN " DELIMITED BY SIZE
RVH120                  WS-BUN-LIBELS (WS-BUN-SUB)
RVH120                                           DELIMITED BY SIZE
RVH120                              INTO BANK-VELD1
RVH120           END-STRING
RVH120        WHEN 3
RVH120           STRING WS-BUN-AANTAL-ED         DELIMITED BY SIZE
RVH120                  " ZAHLUNGEN - CODES "    DELIMITED BY SIZE
RVH120                  WS-BUN-LIBELS (WS-BUN-SUB)
RVH120                                           DELIMITED BY SIZE
RVH120                              INTO BANK-VELD1
RVH120           END-STRING
RVH120        WHEN OTHER
RVH120           STRING WS-BUN-AANTAL-ED         DELIMITED BY SIZE
RVH120                  " PAIEMENTS - LIBELLES " DELIMITED BY SIZE
RVH120                  WS-BUN-LIBELS (WS-BUN-SUB)
RVH120                                           DELIMITED BY SIZE
RVH120                              INTO BANK-VELD1
RVH120           END-STRING
RVH120     END-EVALUATE
RVH120     MOVE WS-BUN-LEID-KONST (WS-BUN-SUB)  TO KONSTANTE-VELD1
RVH120     MOVE WS-BUN-LEID-VOLGNR (WS-BUN-SUB) TO VOLGNR-VELD1
RVH120     MOVE SPACES TO OMSCH1-VELD1
RVH120                    OMSCH2-VELD1
RVH120     MOVE COMMENT TO COMMENTAAR
RVH120     COMPUTE WS-OGM-BASIS = WS-BET-MM   * 100000000
RVH120                          + WS-BET-DD   * 1000000
RVH120                          + WS-RUN-SEQ  * 10000
RVH120                          + WS-BUN-NR
RVH120     END-COMPUTE
RVH120     DIVIDE WS-OGM-BASIS BY 97
RVH120            GIVING WS-OGM-QUOT
RVH120            REMAINDER WS-OGM-REST
RVH120     IF WS-OGM-REST = ZERO
RVH120        MOVE 97 TO WS-OGM-CHECK
RVH120     ELSE
RVH120        MOVE WS-OGM-REST TO WS-OGM-CHECK
RVH120     END-IF
RVH120     MOVE WS-OGM TO U-OGM
RVH120     PERFORM VARYING WS-BUO-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUO-SUB > WS-BUO-COUNT
RVH120        IF WS-BUO-BUNDEL (WS-BUO-SUB) = WS-BUN-SUB
RVH120           PERFORM ECRIRE-BUNQ
RVH120        END-IF
RVH120     END-PERFORM
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: ONDERDEEL VAN EEN GEBUNDELDE LIJN IN BUNQ SCHRIJVEN
      *        (OPENT HET BESTAND BIJ DE EERSTE AANROEP; GESLOTEN
      *        VANUIT PAR-FIN-RUN).
      *----------------------------------------------------------------
RVH120 ECRIRE-BUNQ.
RVH120**************
RVH120     IF NOT BUNQ-OPEN
RVH120        OPEN EXTEND BUNQ-FILE
RVH120        IF WS-BUNQ-STATUS = "05" OR = "35"
RVH120           CLOSE BUNQ-FILE
RVH120           OPEN OUTPUT BUNQ-FILE
RVH120        END-IF
RVH120        IF WS-BUNQ-STATUS NOT = "00"
RVH120           MOVE SPACES TO BTMMSG
RVH120           STRING "ERREUR OPEN BUNQ STATUS = " DELIMITED BY SIZE
RVH120                  WS-BUNQ-STATUS              DELIMITED BY SIZE
RVH120                              INTO BTMMSG
RVH120           END-STRING
RVH120           PERFORM PPRNVW
RVH120        END-IF
RVH120        SET BUNQ-OPEN TO TRUE
RVH120     END-IF
RVH120     ADD 1 TO WS-BUN-ONDERDEEL-CNT
RVH120     MOVE WS-BUN-LEID-KONST (WS-BUN-SUB)  TO BUNQ-LEID-KONST
RVH120     MOVE WS-BUN-LEID-VOLGNR (WS-BUN-SUB) TO BUNQ-LEID-VOLGNR
RVH120     MOVE WS-BUO-KONST (WS-BUO-SUB)       TO BUNQ-KONST
RVH120     MOVE WS-BUO-VOLGNR (WS-BUO-SUB)      TO BUNQ-VOLGNR
RVH120     IF WS-BUO-KEY (WS-BUO-SUB) = WS-BUN-LEIDER (WS-BUN-SUB)
RVH120        MOVE "J" TO BUNQ-LEIDER-SW
RVH120     ELSE
RVH120        MOVE "N" TO BUNQ-LEIDER-SW
RVH120     END-IF
RVH120     MOVE WS-BUO-LIBEL (WS-BUO-SUB)       TO BUNQ-LIBEL
RVH120     MOVE WS-BUO-BEDRAG (WS-BUO-SUB)      TO BUNQ-BEDRAG
RVH120     MOVE WS-BUN-TOTAAL (WS-BUN-SUB)      TO BUNQ-TOTAAL
RVH120     MOVE WS-BUN-AANTAL (WS-BUN-SUB)      TO BUNQ-AANTAL
RVH120     MOVE U-OGM                           TO BUNQ-OGM
RVH120     MOVE WS-BUN-RNR (WS-BUN-SUB)         TO BUNQ-PPR-RNR
RVH120     MOVE WS-BUN-IBAN (WS-BUN-SUB)        TO BUNQ-IBAN
RVH120     MOVE WS-BETAALDATUM                  TO BUNQ-DATUM
RVH120     MOVE WS-RUN-SEQ                      TO BUNQ-RUNSEQ
RVH120     WRITE BUNQ-REC
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH123: KANDIDAAT-REKENINGCORRECTIE VOOR HET LID VAN DE PPR IN
      *        BEHANDELING IN RKCQ SCHRIJVEN (OPENT HET BESTAND BIJ DE
      *        EERSTE AANROEP; GESLOTEN VANUIT PAR-FIN-RUN).
      *----------------------------------------------------------------
RVH123 ECRIRE-RKCQ.
RVH123**************
RVH123     IF NOT RKCQ-OPEN
RVH123        OPEN EXTEND RKCQ-FILE
RVH123        IF WS-RKCQ-STATUS = "05" OR = "35"
RVH123           CLOSE RKCQ-FILE
RVH123           OPEN OUTPUT RKCQ-FILE
RVH123        END-IF
RVH123        IF WS-RKCQ-STATUS NOT = "00"
RVH123           MOVE SPACES TO BTMMSG
RVH123           STRING "ERREUR OPEN RKCQ STATUS = " DELIMITED BY SIZE
RVH123                  WS-RKCQ-STATUS              DELIMITED BY SIZE
RVH123                              INTO BTMMSG
RVH123           END-STRING
RVH123           PERFORM PPRNVW
RVH123        END-IF
RVH123        SET RKCQ-OPEN TO TRUE
RVH123     END-IF
RVH123     ADD 1 TO WS-RKC-CNT
RVH123     MOVE TRBFN-RNR          TO RKCQ-RNR
RVH123     MOVE TRBFN-PPR-RNR      TO RKCQ-PPR-RNR
RVH123     MOVE TRBFN-DEST         TO RKCQ-VBOND
RVH123     MOVE WS-RKC-IBAN-OUD    TO RKCQ-IBAN-OUD
RVH123     MOVE WS-RKC-IBAN-NIEUW  TO RKCQ-IBAN-NIEUW
RVH123     MOVE WS-RKC-BRON        TO RKCQ-BRON
RVH123     MOVE WS-BETAALDATUM     TO RKCQ-DATUM
RVH123     MOVE WS-RKC-BEWIJS      TO RKCQ-BEWIJS
RVH123     WRITE RKCQ-REC
RVH123     .
      *
      *----------------------------------------------------------------
      *RVH121: VERDELING VAN DE PPR IN BEHANDELING BEPALEN. ENKEL EEN
      *        ECHTE OVERSCHRIJVING (GEEN CHEQUE, EEN IBAN, NIET IN
      *        SIMULATIE, GEEN OVERGEDRAGEN OF UITBETAALDE MICRO-
      *        BETALING) KOMT IN AANMERKING. BIJ BEWINDVOERING BEPAALT
      *        DE BEWINDVOERDER DE REKENING, NIET HET LID - DAN GEEN
      *        VERDELING.
      *----------------------------------------------------------------
RVH121 BEPALEN-VERDELING.
RVH121********************
RVH121     MOVE "N"  TO WS-VDL-SW
RVH121     MOVE ZERO TO WS-VDL-DEELNR
RVH121                  WS-VDL-BEDRAG
RVH121     IF WS-VDL-COUNT > ZERO
RVH121        AND NOT TRBFN-SIMULATIE
RVH121        AND NOT TRBFN-MICRO-UITBETALING
RVH121        AND NOT WS-MIC-UITGESTELD
RVH121        AND NOT WS-BWR-TREFFER
RVH121        AND TRBFN-MONTANT > ZERO
RVH121        AND TRBFN-IBAN NOT = SPACES
RVH121        AND TRBFN-BETWYZ NOT = "C" AND NOT = "D"
RVH121                     AND NOT = "E" AND NOT = "F"
RVH121        PERFORM ZOEK-VERDELING
RVH121     END-IF
RVH121     .
      *
RVH121 ZOEK-VERDELING.
RVH121*****************
RVH121     SET WS-VDL-IDX TO 1
RVH121     SEARCH WS-VDL-ENTRY
RVH121        AT END
RVH121           CONTINUE
RVH121        WHEN WS-VDL-IDX > WS-VDL-COUNT
RVH121           CONTINUE
RVH121        WHEN WS-VDL-RNR (WS-VDL-IDX) = WS-RIJKSNUMMER
RVH121         AND WS-VDL-LIBEL (WS-VDL-IDX) = TRBFN-CODE-LIBEL
RVH121         AND WS-VDL-BEGINDATUM (WS-VDL-IDX) NOT > SP-ACTDAT
RVH121         AND WS-VDL-EINDDATUM (WS-VDL-IDX) NOT < SP-ACTDAT
RVH121           PERFORM BEREKEN-VERDELING
RVH121     END-SEARCH
RVH121     .
      *
      *----------------------------------------------------------------
      *RVH121: HET DEEL VAN DE TWEEDE REKENING BEREKENEN (VAST BEDRAG
      *        OF PERCENTAGE VAN HET NETTO BEDRAG). ENKEL ALS DAT DEEL
      *        GROTER IS DAN NUL EN KLEINER DAN HET NETTO BEDRAG, EN
      *        DE BIC VAN HET TWEEDE IBAN BEKEND IS, WORDT ER
      *        VERDEELD; ANDERS GAAT HET VOLLEDIGE BEDRAG ZOALS
      *        VOORHEEN NAAR DE EERSTE REKENING EN TELT DE PPR ALS
      *        NIET UITGEVOERDE VERDELING OP DE STATISTIEK.
      *----------------------------------------------------------------
RVH121 BEREKEN-VERDELING.
RVH121********************
RVH121     IF WS-VDL-SOORT (WS-VDL-IDX) = "P"
RVH121        COMPUTE WS-VDL-BEDRAG ROUNDED =
RVH121                TRBFN-MONTANT * WS-VDL-PERCENT (WS-VDL-IDX)
RVH121                / 100
RVH121        END-COMPUTE
RVH121     ELSE
RVH121        MOVE WS-VDL-VAST (WS-VDL-IDX) TO WS-VDL-BEDRAG
RVH121     END-IF
RVH121     MOVE WS-VDL-IBAN (WS-VDL-IDX) TO WS-VDL-HIT-IBAN
RVH121     MOVE SPACES                   TO WS-VDL-HIT-BIC
RVH121     IF WS-VDL-BEDRAG > ZERO
RVH121        AND WS-VDL-BEDRAG < TRBFN-MONTANT
RVH121        AND WS-VDL-HIT-IBAN NOT = TRBFN-IBAN
RVH121        PERFORM BEPALEN-BIC-VERDELING
RVH121     END-IF
RVH121     IF WS-VDL-HIT-BIC NOT = SPACES
RVH121        SET WS-VDL-ACTIEF TO TRUE
RVH121        MOVE 1             TO WS-VDL-DEELNR
RVH121        MOVE TRBFN-MONTANT TO WS-VDL-TOTAAL
RVH121        SUBTRACT WS-VDL-BEDRAG FROM TRBFN-MONTANT
RVH121     ELSE
RVH121        MOVE ZERO TO WS-VDL-BEDRAG
RVH121        ADD 1 TO WS-VDL-NIET-CNT
RVH121     END-IF
RVH121     .
      *
      *----------------------------------------------------------------
      *RVH121: BIC VAN HET TWEEDE IBAN - EEN BELGISCH IBAN VIA
      *        SEBNKUK9 ZOALS DE HOOFDBETALING, EEN BUITENLANDS IBAN
      *        UIT DE BIC-DIRECTORY, EN DAN ENKEL BINNEN DE SEPA-ZONE
      *        (DE LIJN DRAAGT GEEN EIGEN MUNTKODE).
      *----------------------------------------------------------------
RVH121 BEPALEN-BIC-VERDELING.
RVH121************************
RVH121     IF WS-VDL-HIT-IBAN (1:2) = "BE"
RVH121        MOVE WS-VDL-HIT-IBAN TO WS-SEBNK-IBAN-IN
RVH121        MOVE TRBFN-BETWYZ    TO WS-SEBNK-BETWYZ-IN
RVH121        PERFORM WELKE-BANK
RVH121        IF WS-SEBNK-STAT-OUT = (0 OR 1 OR 2)
RVH121           MOVE WS-SEBNK-BIC-OUT TO WS-VDL-HIT-BIC
RVH121        END-IF
RVH121     ELSE
RVH121        MOVE "J" TO WS-VDL-SEPA-SW
RVH121        IF WS-SEP-COUNT > ZERO
RVH121           MOVE "N" TO WS-VDL-SEPA-SW
RVH121           SET WS-SEP-IDX TO 1
RVH121           SEARCH WS-SEP-ENTRY
RVH121              AT END
RVH121                 CONTINUE
RVH121              WHEN WS-SEP-LAND (WS-SEP-IDX)
RVH121                   = WS-VDL-HIT-IBAN (1:2)
RVH121                 MOVE WS-SEP-ZONE (WS-SEP-IDX)
RVH121                                     TO WS-VDL-SEPA-SW
RVH121           END-SEARCH
RVH121        END-IF
RVH121        IF WS-VDL-SEPA
RVH121           AND WS-BIC-COUNT > ZERO
RVH121           SET WS-BIC-IDX TO 1
RVH121           SEARCH WS-BIC-ENTRY
RVH121              AT END
RVH121                 CONTINUE
RVH121              WHEN WS-BIC-LAND (WS-BIC-IDX)
RVH121                   = WS-VDL-HIT-IBAN (1:2)
RVH121               AND WS-BIC-BANKCODE (WS-BIC-IDX)
RVH121                   = WS-VDL-HIT-IBAN (5:4)
RVH121                 MOVE WS-BIC-WAARDE (WS-BIC-IDX)
RVH121                                     TO WS-VDL-HIT-BIC
RVH121           END-SEARCH
RVH121        END-IF
RVH121     END-IF
RVH121     .
      *
      *----------------------------------------------------------------
      *RVH121: LIJN VOOR DE TWEEDE REKENING - JOURNAAL (CREER-BBF,
      *        DEELNUMMER 2, MET MOTQ-MELDING) EN BAND (CREER-USER-
      *        500001) MET HET DEEL EN HET TWEEDE IBAN. INHOUDING,
      *        VOORHEFFING EN EEN VRIJGEGEVEN MICROSALDO BLEVEN BIJ
      *        DE HOOFDBETALING EN WORDEN HIER NIET HERHAALD. DAARNA
      *        WORDEN DE ZONES VAN DE HOOFDBETALING HERSTELD.
      *RVH111: HET DEEL GAAT OOK IN HET CUMULREGISTER (VELQ), ALS
      *        BEDRAG ZONDER EXTRA BETALING: CONTROLE-VELOCITEIT
      *        TOETSTE DE PPR ALS EEN BETALING VAN HET VOLLE BEDRAG.
      *----------------------------------------------------------------
RVH121 VERWERK-VERDELING.
RVH121********************
RVH121     MOVE TRBFN-IBAN      TO WS-VDL-SAV-IBAN
RVH121     MOVE WS-BIC          TO WS-VDL-SAV-BIC
RVH121     MOVE WS-SEP-MUNT     TO WS-VDL-SAV-MUNT
RVH121     MOVE WS-INH-BEDRAG   TO WS-VDL-SAV-INH
RVH121     MOVE WS-BVH-BEDRAG   TO WS-VDL-SAV-BVH
RVH121     MOVE WS-MIC-VRIJ     TO WS-VDL-SAV-MIC-VRIJ
RVH121     MOVE WS-MIC-DIAG     TO WS-VDL-SAV-MIC-DIAG
RVH121     MOVE 2               TO WS-VDL-DEELNR
RVH121     MOVE WS-VDL-BEDRAG   TO TRBFN-MONTANT
RVH121     MOVE WS-VDL-HIT-IBAN TO TRBFN-IBAN
RVH121     MOVE WS-VDL-HIT-BIC  TO WS-BIC
RVH121     MOVE SPACES          TO WS-SEP-MUNT
RVH121                             WS-MIC-DIAG
RVH121     MOVE ZERO            TO WS-INH-BEDRAG
RVH121                             WS-BVH-BEDRAG
RVH121                             WS-MIC-VRIJ
RVH121     PERFORM CREER-BBF
RVH121     PERFORM CREER-USER-500001
RVH111     IF NOT TRBFN-SIMULATIE
RVH111        MOVE ZERO TO WS-VEL-TELLING
RVH111        PERFORM BIJWERKEN-VELOCITEIT
RVH111        MOVE 1    TO WS-VEL-TELLING
RVH111     END-IF
RVH121     ADD 1             TO WS-VDL-CNT
RVH121     ADD WS-VDL-BEDRAG TO WS-VDL-TOTAAL-2DE
RVH121     MOVE WS-VDL-SAV-IBAN     TO TRBFN-IBAN
RVH121     MOVE WS-VDL-SAV-BIC      TO WS-BIC
RVH121     MOVE WS-VDL-SAV-MUNT     TO WS-SEP-MUNT
RVH121     MOVE WS-VDL-SAV-INH      TO WS-INH-BEDRAG
RVH121     MOVE WS-VDL-SAV-BVH      TO WS-BVH-BEDRAG
RVH121     MOVE WS-VDL-SAV-MIC-VRIJ TO WS-MIC-VRIJ
RVH121     MOVE WS-VDL-SAV-MIC-DIAG TO WS-MIC-DIAG
RVH121     MOVE WS-VDL-TOTAAL       TO TRBFN-MONTANT
RVH121     MOVE ZERO                TO WS-VDL-DEELNR
RVH121     .
      *
      *----------------------------------------------------------------
      *RVH121: MOTQ-DIAGNOSE VAN EEN VERDEELDE BETALING MET HET
      *        DEELNUMMER, IN DE TAAL VAN HET LID.
      *----------------------------------------------------------------
RVH121 OPMAKEN-VERDELING-DIAG.
RVH121*************************
RVH121     MOVE SPACES TO MOTQ-DIAG
RVH121     EVALUATE ADM-TAAL
RVH121        WHEN 1
RVH121           STRING "VERDEELDE BETALING - REKENING "
RVH121                                     DELIMITED BY SIZE
RVH121                  WS-VDL-DEELNR      DELIMITED BY SIZE
RVH121                             INTO MOTQ-DIAG
RVH121           END-STRING
RVH121        WHEN 3
RVH121           STRING "GETEILTE ZAHLUNG - KONTO "
RVH121                                     DELIMITED BY SIZE
RVH121                  WS-VDL-DEELNR      DELIMITED BY SIZE
RVH121                             INTO MOTQ-DIAG
RVH121           END-STRING
RVH121        WHEN OTHER
RVH121           STRING "PAIEMENT REPARTI - COMPTE "
RVH121                                     DELIMITED BY SIZE
RVH121                  WS-VDL-DEELNR      DELIMITED BY SIZE
RVH121                             INTO MOTQ-DIAG
RVH121           END-STRING
RVH121     END-EVALUATE
RVH121     .
      *
      *----------------------------------------------------------------
      *RVH051: BEREKENT DE GESTRUCTUREERDE MEDEDELING (OGM) VAN DE
      *        PPR IN BEHANDELING - ZIE DE TOELICHTING BIJ WS-OGM.
      *----------------------------------------------------------------
RVH031     IF NOT TRBFN-SIMULATIE
RVH031        PERFORM VOIR-BANQUE-HISTORIEK
RVH055        PERFORM VOIR-GEDEELD-IBAN
RVH111        IF WS-BET-GEDAAN
RVH111           PERFORM BIJWERKEN-VELOCITEIT
RVH111        END-IF
RVH031     END-IF
RVH053     MOVE WS-INH-BEDRAG      TO BBF-N51-INHOUDING
RVH065     IF WS-CHQ-OMGEZET
MIS01            COPY ADLOGDBD REPLACING LOGT1-REC BY BFN56CXR .
MIS01         END-IF
RVH015        PERFORM AUD-COMPTE-DISCORDANCE
RVH123*       DE LEDENADMINISTRATIE KENT EEN ANDERE REKENING DAN DE
RVH123*       PPR - TERUGKOPPELEN, ANDERS KOMT DEZELFDE AFWIJKING BIJ
RVH123*       ELKE RUN TERUG.
RVH123        IF NOT TRBFN-SIMULATIE
RVH123           MOVE SAV-IBAN         TO WS-RKC-IBAN-OUD
RVH123           MOVE TRBFN-IBAN       TO WS-RKC-IBAN-NIEUW
RVH123           MOVE "DIS"            TO WS-RKC-BRON
RVH123           MOVE SPACES           TO WS-RKC-BEWIJS
RVH123           STRING "500006 KONST "  DELIMITED BY SIZE
RVH123                  TRBFN-CONSTANTE  DELIMITED BY SIZE
RVH123                  "/"              DELIMITED BY SIZE
RVH123                  TRBFN-NO-SUITE   DELIMITED BY SIZE
RVH123                            INTO WS-RKC-BEWIJS
RVH123           END-STRING
RVH123           PERFORM ECRIRE-RKCQ
RVH123        END-IF
           END-IF
           .
      *----------------------------------------------------------------
RVH082     .
      *
      *----------------------------------------------------------------
      *RVH127: TOETST DE BETALING AAN DE ENVELOPPE VAN HAAR FEDERATIE
      *        EN CODE-LIBELLE. HET REGISTERREKORD BLIJFT IN BUDQ-REC
      *        STAAN VOOR BOEKEN-BUDGET.
      *----------------------------------------------------------------
RVH127 CONTROLE-BUDGET.
RVH127******************
RVH127     MOVE "N" TO WS-BUD-HIT-SW
RVH127     COMPUTE WS-BUD-MAAND = WS-BET-CCYY * 100 + WS-BET-MM
RVH127     MOVE TRBFN-PPR-FED    TO BUDQ-FED
RVH127     MOVE TRBFN-CODE-LIBEL TO BUDQ-LIBEL
RVH127     READ BUDQ-FILE
RVH127        INVALID KEY
RVH127           CONTINUE
RVH127        NOT INVALID KEY
RVH127           SET WS-BUD-GEKEND TO TRUE
RVH127     END-READ
RVH127     IF WS-BUD-GEKEND
RVH127        IF BUDQ-MAAND = WS-BUD-MAAND
RVH127           MOVE BUDQ-VERBRUIK TO WS-BUD-VERBRUIK
RVH127        ELSE
RVH127           MOVE ZERO          TO WS-BUD-VERBRUIK
RVH127        END-IF
RVH127        IF TRBFN-CODE-LIBEL NOT = 50 AND NOT = 60
RVH127           AND WS-BUD-VERBRUIK + TRBFN-MONTANT > BUDQ-ENVELOP
RVH127           SET WS-BUD-PARKEREN TO TRUE
RVH127        ELSE
RVH127           MOVE TRBFN-MONTANT TO WS-BUD-BEDRAG
RVH127        END-IF
RVH127     END-IF
RVH127     .
RVH127*
      *----------------------------------------------------------------
      *RVH127: HET GETOETSTE BEDRAG OP HET VERBRUIK VAN DE MAAND
      *        BOEKEN - ENKEL NA EEN JOURNAALINSCHRIJVING (CREER-BBF),
      *        ZODAT EEN NADIEN NOG VERWORPEN PPR NIET MEETELT.
      *----------------------------------------------------------------
RVH127 BOEKEN-BUDGET.
RVH127****************
RVH127     IF WS-BUD-BEDRAG NOT = ZERO
RVH127        IF BUDQ-MAAND NOT = WS-BUD-MAAND
RVH127           MOVE WS-BUD-MAAND TO BUDQ-MAAND
RVH127           MOVE ZERO         TO BUDQ-VERBRUIK
RVH127        END-IF
RVH127        ADD WS-BUD-BEDRAG TO BUDQ-VERBRUIK
RVH127        REWRITE BUDQ-REC
RVH127           INVALID KEY
RVH127              CONTINUE
RVH127        END-REWRITE
RVH127        MOVE ZERO TO WS-BUD-BEDRAG
RVH127     END-IF
RVH127     .
RVH127*
      *----------------------------------------------------------------
      *RVH127: WEGSCHRIJVEN VAN DE GEPARKEERDE PPR NAAR DE BUDGET-
      *        WACHTRIJ (OPENT HET BESTAND BIJ DE EERSTE AANROEP;
      *        GESLOTEN VANUIT PAR-FIN-RUN).
      *----------------------------------------------------------------
RVH127 ECRIRE-BUWQ.
RVH127**************
RVH127     IF NOT BUWQ-OPEN
RVH127        OPEN EXTEND BUWQ-FILE
RVH127        IF WS-BUWQ-STATUS = "05" OR = "35"
RVH127           CLOSE BUWQ-FILE
RVH127           OPEN OUTPUT BUWQ-FILE
RVH127        END-IF
RVH127        IF WS-BUWQ-STATUS NOT = "00"
RVH127           MOVE SPACES TO BTMMSG
RVH127           STRING "ERREUR OPEN BUWQ STATUS = " DELIMITED BY SIZE
RVH127                  WS-BUWQ-STATUS              DELIMITED BY SIZE
RVH127                              INTO BTMMSG
RVH127           END-STRING
RVH127           PERFORM PPRNVW
RVH127        END-IF
RVH127        SET BUWQ-OPEN TO TRUE
RVH127     END-IF
RVH127     MOVE PPR-RECORD TO BUWQ-REC
RVH127     WRITE BUWQ-REC
RVH127     .
RVH127*
      *----------------------------------------------------------------
RVH082**** AUD-DEKKING ***
      *----------------------------------------------------------------
RVH082 AUD-DEKKING.
RVH053     END-IF
RVH053     .
      *
      *----------------------------------------------------------------
      *RVH114: OPZOEKEN VAN DE SCHIJF VOOR TRBFN-CODE-LIBEL IN TABLE-
      *        BEDRIJFSVOORHEFFING EN INHOUDEN VAN DE VOORHEFFING OP
      *        TRBFN-MONTANT. OOK IN SIMULATIE, ZODAT DE SIMULATIE
      *        HET NETTO BEDRAG TOONT; ER WORDT GEEN REGISTER
      *        BIJGEWERKT.
      *----------------------------------------------------------------
RVH114 BEREKEN-VOORHEFFING.
RVH114**********************
RVH114     MOVE ZERO TO WS-BVH-BEDRAG
RVH114     IF TRBFN-MONTANT > ZERO
RVH114        SET BVH-IDX TO 1
RVH114        SEARCH BVH-ENTRY
RVH114           AT END
RVH114              CONTINUE
RVH114           WHEN BVH-LIBEL (BVH-IDX) = TRBFN-CODE-LIBEL
RVH114            AND TRBFN-MONTANT NOT > BVH-BEDRAG-TOT (BVH-IDX)
RVH114              COMPUTE WS-BVH-BEDRAG ROUNDED =
RVH114                    TRBFN-MONTANT * BVH-TARIEF (BVH-IDX) / 10000
RVH114        END-SEARCH
RVH114        IF WS-BVH-BEDRAG > ZERO
RVH114           SUBTRACT WS-BVH-BEDRAG FROM TRBFN-MONTANT
RVH114        END-IF
RVH114     END-IF
RVH114     .
      *
      *----------------------------------------------------------------
      *RVH119: MICROBETALINGEN OPSPAREN I.P.V. ZE NAAR DE BANK TE
      *        STUREN. HAALT HET NETTO BEDRAG SAMEN MET HET
      *        OVERGEDRAGEN SALDO VAN HET LID (MICQ) HET MINIMUM VAN
      *        DE CODE-LIBELLE (TABLE-MINIMUM-BETALING) NIET, DAN GAAT
      *        HET BEDRAG HET REGISTER IN: DE TOEKENNING WORDT WEL
      *        GEJOURNALISEERD (CREER-BBF, ZODAT CUMQ HET BEDRAG IN
      *        HET JAAR VAN TOEKENNING TELT), MAAR ER KOMT GEEN
      *        5N0001-BANDREKORD; WEL EEN ACCRUAL (SOORT "M") EN EEN
      *        MELDING "OVERGEDRAGEN" (STATUS "U") AAN HET LID.
      *        HAALT HET GEHEEL HET MINIMUM WEL, DAN GAAT HET SALDO
      *        MEE OP DE BANDLIJN VAN DEZE BETALING (WS-MIC-VRIJ),
      *        WORDT HET TEGENGEBOEKT EN IN HET REGISTER OP NUL GEZET.
      *        DE UITBETALING BIJ DE PERIODE-AFSLUITING (TRBFN-NAZICHT
      *        "M", GIRMICX4) BETAALT HET VOLLEDIGE SALDO ONGEACHT HET
      *        MINIMUM. NIET IN SIMULATIE.
      *----------------------------------------------------------------
RVH119 BEPALEN-MICROBETALING.
RVH119************************
RVH119     MOVE "N"    TO WS-MIC-SW
RVH119     MOVE ZERO   TO WS-MIC-VRIJ
RVH119     MOVE SPACES TO WS-MIC-DIAG
RVH119     IF MICQ-OPEN AND NOT TRBFN-SIMULATIE
RVH119        AND (TRBFN-MONTANT > ZERO OR TRBFN-MICRO-UITBETALING)
RVH119        PERFORM ZOEK-MINIMUM-BETALING
RVH119        MOVE WS-RIJKSNUMMER TO MICQ-RNR
RVH119        READ MICQ-FILE
RVH119           INVALID KEY
RVH119              MOVE "N"            TO WS-MICQ-BESTAAT-SW
RVH119              MOVE WS-RIJKSNUMMER TO MICQ-RNR
RVH119              MOVE ZERO           TO MICQ-SALDO
RVH119                                     MICQ-AANTAL
RVH119                                     MICQ-EERSTE-DATUM
RVH119                                     MICQ-LAATSTE-DATUM
RVH119              MOVE SPACES         TO MICQ-PPR
RVH119           NOT INVALID KEY
RVH119              SET WS-MICQ-BESTAAT TO TRUE
RVH119        END-READ
RVH119        COMPUTE WS-MIC-TOTAAL = MICQ-SALDO + TRBFN-MONTANT
RVH119        EVALUATE TRUE
RVH119        WHEN TRBFN-MICRO-UITBETALING
RVH119           PERFORM UITBETALEN-MICROSALDO
RVH119        WHEN WS-MIC-TOTAAL < WS-MIC-MINIMUM
RVH119           PERFORM OVERDRAGEN-MICROBETALING
RVH119        WHEN MICQ-SALDO > ZERO
RVH119           PERFORM VRIJGEVEN-MICROSALDO
RVH119        WHEN OTHER
RVH119           CONTINUE
RVH119        END-EVALUATE
RVH119     END-IF
RVH119     .
      *
RVH119 ZOEK-MINIMUM-BETALING.
RVH119************************
RVH119     MOVE ZERO TO WS-MIC-MINIMUM
RVH119     SET MIN-IDX TO 1
RVH119     SEARCH MIN-ENTRY
RVH119        AT END
RVH119           CONTINUE
RVH119        WHEN MIN-LIBEL (MIN-IDX) = TRBFN-CODE-LIBEL
RVH119           MOVE MIN-BEDRAG (MIN-IDX) TO WS-MIC-MINIMUM
RVH119     END-SEARCH
RVH119     .
      *
      *----------------------------------------------------------------
      *RVH119: DE BETALING BLIJFT ONDER HET MINIMUM - BIJ HET SALDO
      *        TELLEN EN DE PPR BEWAREN VOOR DE PERIODE-AFSLUITING.
      *----------------------------------------------------------------
RVH119 OVERDRAGEN-MICROBETALING.
RVH119***************************
RVH119     SET WS-MIC-UITGESTELD TO TRUE
RVH119     ADD TRBFN-MONTANT TO MICQ-SALDO
RVH119     ADD 1             TO MICQ-AANTAL
RVH119     IF MICQ-EERSTE-DATUM = ZERO
RVH119        MOVE WS-BETAALDATUM TO MICQ-EERSTE-DATUM
RVH119     END-IF
RVH119     MOVE WS-BETAALDATUM TO MICQ-LAATSTE-DATUM
RVH119     MOVE PPR-RECORD     TO MICQ-PPR
RVH119     PERFORM SCHRIJVEN-MICROREGISTER
RVH119     MOVE "M"           TO WS-ACC-SOORT
RVH119     MOVE TRBFN-MONTANT TO WS-ACC-BEDRAG
RVH119     PERFORM ECRIRE-GLPQ-PARK
RVH119     ADD 1             TO WS-MIC-UIT-CNT
RVH119     ADD TRBFN-MONTANT TO WS-MIC-UIT-TOTAAL
RVH119     EVALUATE ADM-TAAL
RVH119        WHEN 1
RVH119           MOVE "KLEIN BEDRAG - OVERGEDRAGEN"
RVH119                                     TO WS-MIC-DIAG
RVH119        WHEN 3
RVH119           MOVE "KLEINBETRAG - UEBERTRAGEN"
RVH119                                     TO WS-MIC-DIAG
RVH119        WHEN OTHER
RVH119           MOVE "PETIT MONTANT - REPORTE"
RVH119                                     TO WS-MIC-DIAG
RVH119     END-EVALUATE
RVH119     .
      *
      *----------------------------------------------------------------
      *RVH119: HET GEHEEL HAALT HET MINIMUM - HET OVERGEDRAGEN SALDO
      *        GAAT MEE OP DE BANDLIJN VAN DEZE BETALING.
      *----------------------------------------------------------------
RVH119 VRIJGEVEN-MICROSALDO.
RVH119***********************
RVH119     MOVE MICQ-SALDO TO WS-MIC-VRIJ
RVH119     PERFORM AFBOEKEN-MICROSALDO
RVH119     EVALUATE ADM-TAAL
RVH119        WHEN 1
RVH119           MOVE "INCL. OVERGEDRAGEN SALDO"
RVH119                                     TO WS-MIC-DIAG
RVH119        WHEN 3
RVH119           MOVE "INKL. UEBERTRAGENER SALDO"
RVH119                                     TO WS-MIC-DIAG
RVH119        WHEN OTHER
RVH119           MOVE "SOLDE REPORTE INCLUS"
RVH119                                     TO WS-MIC-DIAG
RVH119     END-EVALUATE
RVH119     .
      *
      *----------------------------------------------------------------
      *RVH119: UITBETALING BIJ DE PERIODE-AFSLUITING - DE BAND DRAAGT
      *        HET SALDO VAN HET REGISTER (NIET HET BEDRAG OP DE
      *        AANGEBODEN PPR). CREER-BBF LOOPT NIET; DE MELDING EN DE
      *        RESULTAATLIJN WORDEN HIER GESCHREVEN. EEN INTUSSEN AL
      *        VRIJGEGEVEN SALDO LEVERT GEEN BANDLIJN MEER OP.
      *----------------------------------------------------------------
RVH119 UITBETALEN-MICROSALDO.
RVH119************************
RVH119     MOVE MICQ-SALDO TO TRBFN-MONTANT
RVH119     IF MICQ-SALDO > ZERO
RVH119        PERFORM AFBOEKEN-MICROSALDO
RVH119        EVALUATE ADM-TAAL
RVH119           WHEN 1
RVH119              MOVE "OVERGEDRAGEN SALDO UITBETAALD"
RVH119                                        TO WS-MIC-DIAG
RVH119           WHEN 3
RVH119              MOVE "UEBERTRAGENER SALDO GEZAHLT"
RVH119                                        TO WS-MIC-DIAG
RVH119           WHEN OTHER
RVH119              MOVE "SOLDE REPORTE PAYE"
RVH119                                        TO WS-MIC-DIAG
RVH119        END-EVALUATE
RVH119        MOVE "B"         TO MOTQ-STATUS
RVH119        MOVE WS-MIC-DIAG TO MOTQ-DIAG
RVH119        PERFORM ECRIRE-MOTQ
RVH119        MOVE "P"         TO WS-RSL-STATUS
RVH119        MOVE WS-MIC-DIAG TO WS-RSL-DIAG
RVH119        PERFORM ECRIRE-RSLQ
RVH119     END-IF
RVH119     .
      *
      *----------------------------------------------------------------
      *RVH119: TEGENBOEKING VAN DE ACCRUAL (SOORT "M", NEGATIEF) EN HET
      *        SALDO IN HET REGISTER OP NUL ZETTEN. DE TEGENBOEKING
      *        VALT OP HET RIJKSNUMMER VAN HET LID, NIET OP DE
      *        KONSTANTE VAN DE OORSPRONKELIJKE BETALINGEN.
      *----------------------------------------------------------------
RVH119 AFBOEKEN-MICROSALDO.
RVH119**********************
RVH119     MOVE "M" TO WS-ACC-SOORT
RVH119     COMPUTE WS-ACC-BEDRAG = ZERO - MICQ-SALDO
RVH119     END-COMPUTE
RVH119     PERFORM ECRIRE-GLPQ-PARK
RVH119     ADD 1          TO WS-MIC-VRIJ-CNT
RVH119     ADD MICQ-SALDO TO WS-MIC-VRIJ-TOTAAL
RVH119     MOVE ZERO      TO MICQ-SALDO
RVH119                       MICQ-AANTAL
RVH119                       MICQ-EERSTE-DATUM
RVH119     MOVE WS-BETAALDATUM TO MICQ-LAATSTE-DATUM
RVH119     PERFORM SCHRIJVEN-MICROREGISTER
RVH119     .
      *
RVH119 SCHRIJVEN-MICROREGISTER.
RVH119**************************
RVH119     IF WS-MICQ-BESTAAT
RVH119        REWRITE MICQ-REC
RVH119           INVALID KEY
RVH119              CONTINUE
RVH119        END-REWRITE
RVH119     ELSE
RVH119        WRITE MICQ-REC
RVH119           INVALID KEY
RVH119              CONTINUE
RVH119        END-WRITE
RVH119        SET WS-MICQ-BESTAAT TO TRUE
RVH119     END-IF
RVH119     .
      *
RVH054 VERWERK-INVORDERING.
RVH054**********************
RVH051     PERFORM BEREKEN-OGM
RVH054     END-IF
RVH054     MOVE PPR-RECORD   TO INVQ-PPR
RVH054     MOVE WS-INV-WIJZE TO INVQ-WIJZE
RVH115     MOVE SPACE        TO INVQ-FASE
RVH115     MOVE ZERO         TO INVQ-FASEDATUM
RVH054     WRITE INVQ-REC
RVH054     .
      *
RVH046     MOVE WS-SCR-HIT-NAAM TO CPLQ-LIJSTNAAM
RVH071     MOVE WS-SCREEN-NAAM  TO CPLQ-NAAM
RVH071     MOVE ADM-LND         TO CPLQ-LND
RVH113     MOVE WS-CPL-REDEN    TO CPLQ-REDEN
RVH046     WRITE CPLQ-REC
RVH092     MOVE "C" TO WS-ACC-SOORT
RVH092     MOVE TRBFN-MONTANT TO WS-ACC-BEDRAG
RVH093     MOVE SP-ACTDAT TO WS-MOT-WACHT-DATUM
RVH093     PERFORM ECRIRE-MOTQ-WACHT
RVH080     MOVE "PARK" TO WS-PLS-EVENT
RVH113     IF CPLQ-REDEN-IBAN
RVH113        MOVE "CPLQ IBAN WATCHLIST" TO WS-PLS-DETAIL
RVH113     ELSE
RVH080     MOVE "CPLQ COMPLIANCE" TO WS-PLS-DETAIL
RVH113     END-IF
RVH080     PERFORM ECRIRE-PLSQ
RVH046     .
      *
      *----------------------------------------------------------------
      *RVH110: NAGAAN OF DE BETALING BOVEN WS-FRD-DREMPEL NAAR EEN
      *        NOG NOOIT VOOR DIT RIJKSNUMMER BETAALD IBAN GAAT.
      *        GEEN CONTROLE VOOR EEN PPR DIE DE FRAUDECEL AL
      *        BEVESTIGDE (TRBFN-VRIJ-FRAUDE, GEZET DOOR GIRFRDX4),
      *        VOOR EEN UITBETALING UIT DE NALATENSCHAPSWACHTRIJ EN
      *        VOOR EEN OMLEIDING NAAR DE BEWINDVOERDER - DIE
      *        REKENINGEN KOMEN NIET VAN HET LID MAAR VAN EEN DIENST
      *        OF EEN VONNIS. EEN CHEQUE (GEEN IBAN) PASSEERT.
      *----------------------------------------------------------------
RVH110 CONTROLE-FRAUDE.
RVH110******************
RVH110     MOVE "N" TO WS-FRD-SW
RVH110     IF TRBFN-IBAN NOT = SPACES
RVH110        AND TRBFN-MONTANT > WS-FRD-DREMPEL
RVH110        AND NOT TRBFN-VRIJ-FRAUDE
RVH110        AND NOT TRBFN-NALATENSCHAP
RVH110        AND NOT WS-BWR-TREFFER
RVH110        MOVE TRBFN-IBAN     TO IBRQ-IBAN
RVH110        MOVE WS-RIJKSNUMMER TO IBRQ-RNR
RVH110        READ IBRQ-FILE
RVH110           INVALID KEY
RVH110              SET WS-FRD-NIEUW-IBAN TO TRUE
RVH110           NOT INVALID KEY
RVH110              CONTINUE
RVH110        END-READ
RVH110     END-IF
RVH110     .
      *
RVH110 ECRIRE-FRDQ.
RVH110**************
RVH110     IF NOT FRDQ-OPEN
RVH110        OPEN EXTEND FRDQ-FILE
RVH110        IF WS-FRDQ-STATUS = "05" OR = "35"
RVH110           CLOSE FRDQ-FILE
RVH110           OPEN OUTPUT FRDQ-FILE
RVH110        END-IF
RVH110        IF WS-FRDQ-STATUS NOT = "00"
RVH110           MOVE SPACES TO BTMMSG
RVH110           STRING "ERREUR OPEN FRDQ STATUS = " DELIMITED BY SIZE
RVH110                  WS-FRDQ-STATUS              DELIMITED BY SIZE
RVH110                              INTO BTMMSG
RVH110           END-STRING
RVH110           PERFORM PPRNVW
RVH110        END-IF
RVH110        SET FRDQ-OPEN TO TRUE
RVH110     END-IF
RVH110     MOVE PPR-RECORD      TO FRDQ-PPR
RVH110     MOVE WS-FRD-DREMPEL  TO FRDQ-DREMPEL
RVH110     MOVE SP-ACTDAT       TO FRDQ-DATUM
RVH110     WRITE FRDQ-REC
RVH110     MOVE "T" TO WS-ACC-SOORT
RVH110     MOVE TRBFN-MONTANT TO WS-ACC-BEDRAG
RVH110     PERFORM ECRIRE-GLPQ-PARK
RVH110     MOVE "BETALING IN ONDERZOEK" TO WS-MOT-WACHT-REDEN
RVH110     MOVE SP-ACTDAT TO WS-MOT-WACHT-DATUM
RVH110     PERFORM ECRIRE-MOTQ-WACHT
RVH110     MOVE "PARK" TO WS-PLS-EVENT
RVH110     MOVE "FRDQ FRAUDE NIEUW IBAN" TO WS-PLS-DETAIL
RVH110     PERFORM ECRIRE-PLSQ
RVH110     .
      *
      *----------------------------------------------------------------
      *RVH112: ACTIEVE STOP ZOEKEN OP HET RIJKSNUMMER OF HET IBAN VAN
      *        DE PPR - EEN STOP GELDT T.E.M. ZIJN VERVALDATUM.
      *----------------------------------------------------------------
RVH112 CONTROLE-STOP.
RVH112****************
RVH112     MOVE "N" TO WS-STP-SW
RVH112     IF WS-STP-COUNT > ZERO
RVH112        SET WS-STP-IDX TO 1
RVH112        SEARCH WS-STP-ENTRY
RVH112           AT END
RVH112              CONTINUE
RVH112           WHEN WS-STP-IDX > WS-STP-COUNT
RVH112              CONTINUE
RVH112           WHEN WS-STP-VERVALDATUM (WS-STP-IDX) >= SP-ACTDAT
RVH112            AND ((WS-STP-SOORT (WS-STP-IDX) = "R"
RVH112            AND WS-STP-SLEUTEL (WS-STP-IDX) = WS-RIJKSNUMMER)
RVH112             OR (WS-STP-SOORT (WS-STP-IDX) = "I"
RVH112            AND TRBFN-IBAN NOT = SPACES
RVH112            AND WS-STP-SLEUTEL (WS-STP-IDX) = TRBFN-IBAN))
RVH112              SET WS-STP-TREFFER TO TRUE
RVH112              MOVE WS-STP-SOORT (WS-STP-IDX)
RVH112                                     TO WS-STP-HIT-SOORT
RVH112              MOVE WS-STP-SLEUTEL (WS-STP-IDX)
RVH112                                     TO WS-STP-HIT-SLEUTEL
RVH112              MOVE WS-STP-VERVALDATUM (WS-STP-IDX)
RVH112                                     TO WS-STP-HIT-VERVALDATUM
RVH112        END-SEARCH
RVH112     END-IF
RVH112     .
      *
RVH112 ECRIRE-SPKQ.
RVH112**************
RVH112     IF NOT SPKQ-OPEN
RVH112        OPEN EXTEND SPKQ-FILE
RVH112        IF WS-SPKQ-STATUS = "05" OR = "35"
RVH112           CLOSE SPKQ-FILE
RVH112           OPEN OUTPUT SPKQ-FILE
RVH112        END-IF
RVH112        IF WS-SPKQ-STATUS NOT = "00"
RVH112           MOVE SPACES TO BTMMSG
RVH112           STRING "ERREUR OPEN SPKQ STATUS = " DELIMITED BY SIZE
RVH112                  WS-SPKQ-STATUS              DELIMITED BY SIZE
RVH112                              INTO BTMMSG
RVH112           END-STRING
RVH112           PERFORM PPRNVW
RVH112        END-IF
RVH112        SET SPKQ-OPEN TO TRUE
RVH112     END-IF
RVH112     MOVE PPR-RECORD             TO SPKQ-PPR
RVH112     MOVE WS-STP-HIT-SOORT       TO SPKQ-SOORT
RVH112     MOVE WS-STP-HIT-SLEUTEL     TO SPKQ-SLEUTEL
RVH112     MOVE WS-STP-HIT-VERVALDATUM TO SPKQ-VERVALDATUM
RVH112     MOVE SP-ACTDAT              TO SPKQ-DATUM
RVH112     WRITE SPKQ-REC
RVH112     MOVE "K" TO WS-ACC-SOORT
RVH112     MOVE TRBFN-MONTANT TO WS-ACC-BEDRAG
RVH112     PERFORM ECRIRE-GLPQ-PARK
RVH112     MOVE "BETALING TIJDELIJK GESTOPT" TO WS-MOT-WACHT-REDEN
RVH112     MOVE SP-ACTDAT TO WS-MOT-WACHT-DATUM
RVH112     PERFORM ECRIRE-MOTQ-WACHT
RVH112     MOVE "PARK" TO WS-PLS-EVENT
RVH112     MOVE "SPKQ BETALINGSSTOP" TO WS-PLS-DETAIL
RVH112     PERFORM ECRIRE-PLSQ
RVH112     .
      *
      *----------------------------------------------------------------
      *RVH135: BEVRIEZING ZOEKEN OP DE FEDERATIE EN DE OMSCHRIJVINGS-
      *        KODE VAN DE PPR ("***" EN "**" GELDEN VOOR ALLE).
      *----------------------------------------------------------------
RVH135 CONTROLE-BEVRIEZING.
RVH135**********************
RVH135     MOVE "N" TO WS-FRZ-SW
RVH135     IF WS-FRZ-COUNT > ZERO
RVH135        MOVE TRBFN-DEST       TO WS-FRZ-W-DEST
RVH135        MOVE TRBFN-CODE-LIBEL TO WS-FRZ-W-LIBEL
RVH135        SET WS-FRZ-IDX TO 1
RVH135        SEARCH WS-FRZ-ENTRY
RVH135           AT END
RVH135              CONTINUE
RVH135           WHEN WS-FRZ-IDX > WS-FRZ-COUNT
RVH135              CONTINUE
RVH135           WHEN (WS-FRZ-FEDERATIE (WS-FRZ-IDX) = "***"
RVH135             OR WS-FRZ-FEDERATIE (WS-FRZ-IDX) = WS-FRZ-W-DEST-X)
RVH135            AND (WS-FRZ-LIBEL (WS-FRZ-IDX) = "**"
RVH135             OR WS-FRZ-LIBEL (WS-FRZ-IDX) = WS-FRZ-W-LIBEL-X)
RVH135              SET WS-FRZ-TREFFER TO TRUE
RVH135              MOVE WS-FRZ-FEDERATIE (WS-FRZ-IDX)
RVH135                                     TO WS-FRZ-HIT-FEDERATIE
RVH135              MOVE WS-FRZ-LIBEL (WS-FRZ-IDX)
RVH135                                     TO WS-FRZ-HIT-LIBEL
RVH135              MOVE WS-FRZ-REDEN (WS-FRZ-IDX)
RVH135                                     TO WS-FRZ-HIT-REDEN
RVH135        END-SEARCH
RVH135     END-IF
RVH135     .
      *
RVH135 ECRIRE-FZPQ.
RVH135**************
RVH135     IF NOT FZPQ-OPEN
RVH135        OPEN EXTEND FZPQ-FILE
RVH135        IF WS-FZPQ-STATUS = "05" OR = "35"
RVH135           CLOSE FZPQ-FILE
RVH135           OPEN OUTPUT FZPQ-FILE
RVH135        END-IF
RVH135        IF WS-FZPQ-STATUS NOT = "00"
RVH135           MOVE SPACES TO BTMMSG
RVH135           STRING "ERREUR OPEN FZPQ STATUS = " DELIMITED BY SIZE
RVH135                  WS-FZPQ-STATUS              DELIMITED BY SIZE
RVH135                              INTO BTMMSG
RVH135           END-STRING
RVH135           PERFORM PPRNVW
RVH135        END-IF
RVH135        SET FZPQ-OPEN TO TRUE
RVH135     END-IF
RVH135     MOVE PPR-RECORD             TO FZPQ-PPR
RVH135     MOVE WS-FRZ-HIT-FEDERATIE   TO FZPQ-FEDERATIE
RVH135     MOVE WS-FRZ-HIT-LIBEL       TO FZPQ-LIBEL
RVH135     MOVE WS-FRZ-HIT-REDEN       TO FZPQ-REDEN
RVH135     MOVE SP-ACTDAT              TO FZPQ-DATUM
RVH135     WRITE FZPQ-REC
RVH135     MOVE "Z" TO WS-ACC-SOORT
RVH135     MOVE TRBFN-MONTANT TO WS-ACC-BEDRAG
RVH135     PERFORM ECRIRE-GLPQ-PARK
RVH135     MOVE "BETALING TIJDELIJK BEVROREN" TO WS-MOT-WACHT-REDEN
RVH135     MOVE SP-ACTDAT TO WS-MOT-WACHT-DATUM
RVH135     PERFORM ECRIRE-MOTQ-WACHT
RVH135     MOVE "PARK" TO WS-PLS-EVENT
RVH135     MOVE "FZPQ BEVRIEZING" TO WS-PLS-DETAIL
RVH135     PERFORM ECRIRE-PLSQ
RVH135     .
      *
      *----------------------------------------------------------------
      *RVH138: EEN LID GELDT ALS BUITENLANDS BIJ EEN ADRESLAND
      *        VERSCHILLEND VAN "B" OF EEN IBAN MET EEN ANDERE LAND-
      *        KODE DAN "BE" (ZELFDE CRITERIA ALS DE CC/LAND-CONTROLE
      *        EN DE SEPQ-OPZOEKING); ENKEL DAN WORDT EEN OPENSTAANDE
      *        AANVRAAG IN HET REGISTER OPGEZOCHT. DE OUDERDOM VAN DE
      *        AANVRAAG LOOPT TOT DE BETAALDATUM VAN DE RUN.
      *----------------------------------------------------------------
RVH138 CONTROLE-LEVENSBEWIJS.
RVH138************************
RVH138     MOVE "N" TO WS-LVB-SW
RVH138     IF WS-LVB-COUNT > ZERO
RVH138        AND (ADM-LND NOT = "B  "
RVH138         OR (TRBFN-IBAN NOT = SPACES
RVH138             AND TRBFN-IBAN (1:2) NOT = "BE"))
RVH138        MOVE ZERO TO WS-LVB-AANVRAAG
RVH138        SET WS-LVB-IDX TO 1
RVH138        SEARCH WS-LVB-ENTRY
RVH138           AT END
RVH138              CONTINUE
RVH138           WHEN WS-LVB-IDX > WS-LVB-COUNT
RVH138              CONTINUE
RVH138           WHEN WS-LVB-RNR (WS-LVB-IDX) = WS-RIJKSNUMMER
RVH138              MOVE WS-LVB-AANGEVRAAGD (WS-LVB-IDX)
RVH138                                  TO WS-LVB-AANVRAAG
RVH138        END-SEARCH
RVH138        IF WS-LVB-AANVRAAG > ZERO
RVH138           COMPUTE WS-LVB-OUDERDOM =
RVH138                   (WS-BET-CCYY - WS-LVB-AANV-CCYY) * 360
RVH138                 + (WS-BET-MM - WS-LVB-AANV-MM) * 30
RVH138                 + (WS-BET-DD - WS-LVB-AANV-DD)
RVH138           END-COMPUTE
RVH138           IF WS-LVB-OUDERDOM > WS-LVB-RESPIJT
RVH138              SET WS-LVB-ACHTERSTALLIG TO TRUE
RVH138           END-IF
RVH138        END-IF
RVH138     END-IF
RVH138     .
      *
RVH138 ECRIRE-LVWQ.
RVH138**************
RVH138     IF NOT LVWQ-OPEN
RVH138        OPEN EXTEND LVWQ-FILE
RVH138        IF WS-LVWQ-STATUS = "05" OR = "35"
RVH138           CLOSE LVWQ-FILE
RVH138           OPEN OUTPUT LVWQ-FILE
RVH138        END-IF
RVH138        IF WS-LVWQ-STATUS NOT = "00"
RVH138           MOVE SPACES TO BTMMSG
RVH138           STRING "ERREUR OPEN LVWQ STATUS = " DELIMITED BY SIZE
RVH138                  WS-LVWQ-STATUS              DELIMITED BY SIZE
RVH138                              INTO BTMMSG
RVH138           END-STRING
RVH138           PERFORM PPRNVW
RVH138        END-IF
RVH138        SET LVWQ-OPEN TO TRUE
RVH138     END-IF
RVH138     MOVE PPR-RECORD      TO LVWQ-PPR
RVH138     MOVE WS-LVB-AANVRAAG TO LVWQ-AANGEVRAAGD
RVH138     MOVE SP-ACTDAT       TO LVWQ-DATUM
RVH138     WRITE LVWQ-REC
RVH138     MOVE "LEVENSBEWIJS NIET ONTVANGEN" TO WS-MOT-WACHT-REDEN
RVH138     MOVE SP-ACTDAT TO WS-MOT-WACHT-DATUM
RVH138     PERFORM ECRIRE-MOTQ-WACHT
RVH138     MOVE "PARK" TO WS-PLS-EVENT
RVH138     MOVE "LVWQ LEVENSBEWIJS" TO WS-PLS-DETAIL
RVH138     PERFORM ECRIRE-PLSQ
RVH138     .
      *
      *----------------------------------------------------------------
      *RVH139: CUMULCONTROLE RVA - ENKEL VOOR CODE-LIBELLE 50/60 EN
      *        NIET VOOR EEN NA NAZICHT VRIJGEGEVEN PPR (TRBFN-NAZICHT
      *        "V", ZOALS GROOT-BEDRAG- EN CUMULCONTROLE) NOCH VOOR
      *        EEN UITBETALING UIT DE NALATENSCHAPSWACHTRIJ. TELT OVER
      *        ALLE RVA-PERIODES VAN HET RIJKSNUMMER DE DAGEN DIE
      *        BINNEN DE UITKERINGSPERIODE VAN DE PPR VALLEN.
      *----------------------------------------------------------------
RVH139 CONTROLE-CUMUL-RVA.
RVH139*********************
RVH139     MOVE "N"  TO WS-RVA-SW
RVH139     MOVE ZERO TO WS-RVA-DAGEN
RVH139     IF WS-RVA-COUNT > ZERO
RVH139        AND (TRBFN-CODE-LIBEL = 50 OR = 60)
RVH139        AND NOT TRBFN-NAZICHT-VRIJGEGEVEN
RVH139        AND NOT TRBFN-NALATENSCHAP
RVH139        MOVE SAV-PER-DATVAN-CCYY TO WS-RVA-PPR-VAN-CCYY
RVH139        MOVE SAV-PER-DATVAN-MM   TO WS-RVA-PPR-VAN-MM
RVH139        MOVE SAV-PER-DATVAN-DD   TO WS-RVA-PPR-VAN-DD
RVH139        MOVE SAV-PER-DATTOT-CCYY TO WS-RVA-PPR-TOT-CCYY
RVH139        MOVE SAV-PER-DATTOT-MM   TO WS-RVA-PPR-TOT-MM
RVH139        MOVE SAV-PER-DATTOT-DD   TO WS-RVA-PPR-TOT-DD
RVH139        PERFORM VARYING WS-RVA-SUB FROM 1 BY 1
RVH139                UNTIL WS-RVA-SUB > WS-RVA-COUNT
RVH139           PERFORM BEPALEN-OVERLAP-RVA
RVH139           IF WS-RVA-OVERLAP > ZERO
RVH139              SET WS-RVA-CUMUL TO TRUE
RVH139              ADD WS-RVA-OVERLAP TO WS-RVA-DAGEN
RVH139           END-IF
RVH139        END-PERFORM
RVH139     END-IF
RVH139     .
      *
      *----------------------------------------------------------------
      *RVH139: OVERLAPPENDE DAGEN TUSSEN DE UITKERINGSPERIODE VAN DE
      *        PPR EN DE RVA-PERIODE WS-RVA-SUB (NUL ALS HET EEN ANDER
      *        RIJKSNUMMER IS OF ALS DE PERIODES ELKAAR NIET RAKEN).
      *----------------------------------------------------------------
RVH139 BEPALEN-OVERLAP-RVA.
RVH139**********************
RVH139     MOVE ZERO TO WS-RVA-OVERLAP
RVH139     IF WS-RVA-RNR (WS-RVA-SUB) = WS-RIJKSNUMMER
RVH139        AND WS-RVA-DATVAN (WS-RVA-SUB) NOT > WS-RVA-PPR-TOT
RVH139        AND WS-RVA-DATTOT (WS-RVA-SUB) NOT < WS-RVA-PPR-VAN
RVH139        IF WS-RVA-DATVAN (WS-RVA-SUB) > WS-RVA-PPR-VAN
RVH139           MOVE WS-RVA-DATVAN (WS-RVA-SUB) TO WS-RVA-VAN
RVH139        ELSE
RVH139           MOVE WS-RVA-PPR-VAN TO WS-RVA-VAN
RVH139        END-IF
RVH139        IF WS-RVA-DATTOT (WS-RVA-SUB) < WS-RVA-PPR-TOT
RVH139           MOVE WS-RVA-DATTOT (WS-RVA-SUB) TO WS-RVA-TOT
RVH139        ELSE
RVH139           MOVE WS-RVA-PPR-TOT TO WS-RVA-TOT
RVH139        END-IF
RVH139        COMPUTE WS-RVA-OVERLAP =
RVH139                (WS-RVA-TOT-CCYY - WS-RVA-VAN-CCYY) * 360
RVH139              + (WS-RVA-TOT-MM - WS-RVA-VAN-MM) * 30
RVH139              + (WS-RVA-TOT-DD - WS-RVA-VAN-DD) + 1
RVH139        END-COMPUTE
RVH139     END-IF
RVH139     .
      *
      *----------------------------------------------------------------
      *RVH139: EEN RVOQ-REKORD PER OVERLAPPENDE RVA-PERIODE (OPENT HET
      *        BESTAND BIJ DE EERSTE AANROEP; GESLOTEN VANUIT
      *        PAR-FIN-RUN).
      *----------------------------------------------------------------
RVH139 ECRIRE-RVOQ.
RVH139**************
RVH139     IF NOT RVOQ-OPEN
RVH139        OPEN EXTEND RVOQ-FILE
RVH139        IF WS-RVOQ-STATUS = "05" OR = "35"
RVH139           CLOSE RVOQ-FILE
RVH139           OPEN OUTPUT RVOQ-FILE
RVH139        END-IF
RVH139        IF WS-RVOQ-STATUS NOT = "00"
RVH139           MOVE SPACES TO BTMMSG
RVH139           STRING "ERREUR OPEN RVOQ STATUS = " DELIMITED BY SIZE
RVH139                  WS-RVOQ-STATUS              DELIMITED BY SIZE
RVH139                              INTO BTMMSG
RVH139           END-STRING
RVH139           PERFORM PPRNVW
RVH139        END-IF
RVH139        SET RVOQ-OPEN TO TRUE
RVH139     END-IF
RVH139     PERFORM VARYING WS-RVA-SUB FROM 1 BY 1
RVH139             UNTIL WS-RVA-SUB > WS-RVA-COUNT
RVH139        PERFORM BEPALEN-OVERLAP-RVA
RVH139        IF WS-RVA-OVERLAP > ZERO
RVH139           MOVE SPACES                     TO RVOQ-REC
RVH139           MOVE TRBFN-DEST                 TO RVOQ-DEST
RVH139           MOVE WS-RIJKSNUMMER             TO RVOQ-RNR
RVH139           MOVE TRBFN-CONSTANTE            TO RVOQ-KONST
RVH139           MOVE TRBFN-NO-SUITE             TO RVOQ-VOLGNR
RVH139           MOVE TRBFN-CODE-LIBEL           TO RVOQ-LIBEL
RVH139           MOVE WS-RVA-PPR-VAN             TO RVOQ-PPR-VAN
RVH139           MOVE WS-RVA-PPR-TOT             TO RVOQ-PPR-TOT
RVH139           MOVE WS-RVA-DATVAN (WS-RVA-SUB) TO RVOQ-RVA-VAN
RVH139           MOVE WS-RVA-DATTOT (WS-RVA-SUB) TO RVOQ-RVA-TOT
RVH139           MOVE WS-RVA-OVERLAP             TO RVOQ-DAGEN
RVH139           MOVE TRBFN-MONTANT              TO RVOQ-BEDRAG
RVH139           MOVE SP-ACTDAT                  TO RVOQ-DATUM
RVH139           WRITE RVOQ-REC
RVH139        END-IF
RVH139     END-PERFORM
RVH139     .
      *
      *----------------------------------------------------------------
      *RVH113: HET IBAN VAN DE PPR IN DE IBAN-WATCHLIST ZOEKEN. EEN
      *        CHEQUE (GEEN IBAN) PASSEERT, EVENALS EEN DOOR
      *        COMPLIANCE VRIJGEGEVEN HERAANBIEDING (TRBFN-VRIJ-
      *        SCREENING, GEZET DOOR GIRCPLX4) - COMPLIANCE HEEFT DE
      *        VOLLEDIGE PPR, MET HET IBAN, DAN AL BEOORDEELD. DE
      *        REDEN UIT DE WATCHLIST GAAT VIA WS-SCR-HIT-NAAM MEE
      *        NAAR CPLQ-LIJSTNAAM.
      *----------------------------------------------------------------
RVH113 CONTROLE-IBAN-WATCHLIST.
RVH113**************************
RVH113     MOVE "N" TO WS-IBW-SW
RVH113     IF WS-IBW-COUNT > ZERO
RVH113        AND TRBFN-IBAN NOT = SPACES
RVH113        AND NOT TRBFN-VRIJ-SCREENING
RVH113        SET WS-IBW-IDX TO 1
RVH113        SEARCH WS-IBW-ENTRY
RVH113           AT END
RVH113              CONTINUE
RVH113           WHEN WS-IBW-IDX > WS-IBW-COUNT
RVH113              CONTINUE
RVH113           WHEN WS-IBW-IBAN (WS-IBW-IDX) = TRBFN-IBAN
RVH113              SET WS-IBW-TREFFER TO TRUE
RVH113              MOVE SPACES TO WS-SCR-HIT-NAAM
RVH113              MOVE WS-IBW-REDEN (WS-IBW-IDX) TO WS-SCR-HIT-NAAM
RVH113        END-SEARCH
RVH113     END-IF
RVH113     .
      *
      *----------------------------------------------------------------
RVH015**** AUD-COMPTE-DISCORDANCE ***
      *----------------------------------------------------------------
RVH015 AUD-COMPTE-DISCORDANCE.
RVH068        MOVE ZEROES            TO STAQ-BEDRAG
RVH068        WRITE STAQ-REC
RVH068     END-IF
      *----------------------------------------------------------------
      *RVH114: AANTAL BETALINGEN MET BEDRIJFSVOORHEFFING EN HET
      *        TOTAAL INGEHOUDEN BEDRAG.
      *----------------------------------------------------------------
RVH114     IF WS-BVH-CNT > ZERO
RVH114        SET STAQ-VOORHEFFING TO TRUE
RVH114        MOVE "BEDRIJFSVOORHEFFING" TO STAQ-DIAG
RVH114        MOVE WS-BVH-CNT    TO STAQ-AANTAL
RVH114        MOVE WS-BVH-TOTAAL TO STAQ-BEDRAG
RVH114        WRITE STAQ-REC
RVH114     END-IF
      *----------------------------------------------------------------
      *RVH119: OVERGEDRAGEN MICROBETALINGEN EN VRIJGEGEVEN SALDI.
      *----------------------------------------------------------------
RVH119     IF WS-MIC-UIT-CNT > ZERO
RVH119        SET STAQ-MICROBETALING TO TRUE
RVH119        MOVE "MICROBETALING OVERGEDRAGEN" TO STAQ-DIAG
RVH119        MOVE WS-MIC-UIT-CNT    TO STAQ-AANTAL
RVH119        MOVE WS-MIC-UIT-TOTAAL TO STAQ-BEDRAG
RVH119        WRITE STAQ-REC
RVH119     END-IF
RVH119     IF WS-MIC-VRIJ-CNT > ZERO
RVH119        SET STAQ-MICROBETALING TO TRUE
RVH119        MOVE "OVERGEDRAGEN SALDO VRIJGEGEVEN" TO STAQ-DIAG
RVH119        MOVE WS-MIC-VRIJ-CNT    TO STAQ-AANTAL
RVH119        MOVE WS-MIC-VRIJ-TOTAAL TO STAQ-BEDRAG
RVH119        WRITE STAQ-REC
RVH119     END-IF
      *----------------------------------------------------------------
      *RVH127: WEGENS OVERSCHRIJDING VAN DE ENVELOPPE GEPARKEERDE
      *        BETALINGEN.
      *----------------------------------------------------------------
RVH127     IF WS-BUD-PARK-CNT > ZERO
RVH127        SET STAQ-BUDGET TO TRUE
RVH127        MOVE "BUDGET OVERSCHREDEN - GEPARKEERD" TO STAQ-DIAG
RVH127        MOVE WS-BUD-PARK-CNT    TO STAQ-AANTAL
RVH127        MOVE WS-BUD-PARK-TOTAAL TO STAQ-BEDRAG
RVH127        WRITE STAQ-REC
RVH127     END-IF
      *----------------------------------------------------------------
      *RVH121: VERDEELDE BETALINGEN (MET HET TOTAAL NAAR DE TWEEDE
      *        REKENING) EN VERDELINGEN DIE NIET KONDEN WORDEN
      *        UITGEVOERD.
      *----------------------------------------------------------------
RVH121     IF WS-VDL-CNT > ZERO
RVH121        SET STAQ-VERDELING TO TRUE
RVH121        MOVE "VERDEELD OVER TWEE REKENINGEN" TO STAQ-DIAG
RVH121        MOVE WS-VDL-CNT        TO STAQ-AANTAL
RVH121        MOVE WS-VDL-TOTAAL-2DE TO STAQ-BEDRAG
RVH121        WRITE STAQ-REC
RVH121     END-IF
RVH121     IF WS-VDL-NIET-CNT > ZERO
RVH121        SET STAQ-VERDELING TO TRUE
RVH121        MOVE "VERDELING NIET UITGEVOERD" TO STAQ-DIAG
RVH121        MOVE WS-VDL-NIET-CNT TO STAQ-AANTAL
RVH121        MOVE ZEROES          TO STAQ-BEDRAG
RVH121        WRITE STAQ-REC
RVH121     END-IF
RVH022     CLOSE STAQ-FILE
RVH022     .
      *
RVH018        END-IF
RVH036     END-IF
RVH018     .
      *
      *----------------------------------------------------------------
      *RVH111: CUMULCONTROLE - TELT VOOR HET LID EN DE CODE-LIBELLE
      *        DE UITBETAALDE BEDRAGEN EN AANTALLEN VAN DE LAATSTE 7 EN
      *        30 DAGEN (VELQ-FILE) SAMEN MET DEZE BETALING EN TOETST
      *        ZE AAN TABLE-VELOCITEIT. NIET VOOR EEN NA NAZICHT
      *        VRIJGEGEVEN PPR (TRBFN-NAZICHT "V", ZOALS GROOT-BEDRAG-
      *        CONTROLE) NOCH VOOR EEN UITBETALING UIT DE
      *        NALATENSCHAPSWACHTRIJ.
      *----------------------------------------------------------------
RVH111 CONTROLE-VELOCITEIT.
RVH111**********************
RVH111     MOVE "N" TO WS-VEL-SW
RVH111     IF VELQ-OPEN
RVH111        AND TRBFN-MONTANT > ZERO
RVH111        AND NOT TRBFN-NAZICHT-VRIJGEGEVEN
RVH111        AND NOT TRBFN-NALATENSCHAP
RVH111        PERFORM ZOEK-VELOCITEIT-LIMIET
RVH111        PERFORM BEPALEN-VELOCITEIT-DAGNR
RVH111        MOVE TRBFN-MONTANT TO WS-VEL-BEDRAG-7 WS-VEL-BEDRAG-30
RVH111        MOVE 1             TO WS-VEL-AANTAL-7 WS-VEL-AANTAL-30
RVH111        MOVE WS-RIJKSNUMMER   TO VELQ-RNR
RVH111        MOVE TRBFN-CODE-LIBEL TO VELQ-LIBEL
RVH111        READ VELQ-FILE
RVH111           INVALID KEY
RVH111              CONTINUE
RVH111           NOT INVALID KEY
RVH111              PERFORM VARYING WS-VEL-SUB FROM 1 BY 1
RVH111                      UNTIL WS-VEL-SUB > 30
RVH111                 COMPUTE WS-VEL-VERSCHIL =
RVH111                         WS-VEL-DAGNR - VELQ-DAG-NR (WS-VEL-SUB)
RVH111                 END-COMPUTE
RVH111                 IF WS-VEL-VERSCHIL >= ZERO
RVH111                    AND WS-VEL-VERSCHIL < 30
RVH111                    ADD VELQ-DAG-BEDRAG (WS-VEL-SUB)
RVH111                                      TO WS-VEL-BEDRAG-30
RVH111                    ADD VELQ-DAG-AANTAL (WS-VEL-SUB)
RVH111                                      TO WS-VEL-AANTAL-30
RVH111                    IF WS-VEL-VERSCHIL < 7
RVH111                       ADD VELQ-DAG-BEDRAG (WS-VEL-SUB)
RVH111                                      TO WS-VEL-BEDRAG-7
RVH111                       ADD VELQ-DAG-AANTAL (WS-VEL-SUB)
RVH111                                      TO WS-VEL-AANTAL-7
RVH111                    END-IF
RVH111                 END-IF
RVH111              END-PERFORM
RVH111        END-READ
RVH111        EVALUATE TRUE
RVH111           WHEN WS-VEL-BEDRAG-7 > VEL-BEDRAG-7 (VEL-IDX)
RVH111           WHEN WS-VEL-AANTAL-7 > VEL-AANTAL-7 (VEL-IDX)
RVH111              MOVE "Y" TO WS-VEL-SW
RVH111              MOVE VEL-BEDRAG-7 (VEL-IDX) TO WS-VEL-LIMIET
RVH111           WHEN WS-VEL-BEDRAG-30 > VEL-BEDRAG-30 (VEL-IDX)
RVH111           WHEN WS-VEL-AANTAL-30 > VEL-AANTAL-30 (VEL-IDX)
RVH111              MOVE "Y" TO WS-VEL-SW
RVH111              MOVE VEL-BEDRAG-30 (VEL-IDX) TO WS-VEL-LIMIET
RVH111           WHEN OTHER
RVH111              CONTINUE
RVH111        END-EVALUATE
RVH111     END-IF
RVH111     .
      *
      *----------------------------------------------------------------
      *RVH111: NA EEN GESLAAGDE CREER-USER-500001-BETALING HET BEDRAG
      *        IN HET DAGVAK VAN SP-ACTDAT BIJTELLEN. EEN DAGVAK DAT
      *        NOG EEN DAG VAN MEER DAN 30 DAGEN GELEDEN DRAAGT, WORDT
      *        EERST LEEGGEMAAKT. DE LIMIETEN VAN DE CODE-LIBELLE
      *        WORDEN MEEGESCHREVEN VOOR GIRVELX4.
      *        HET DEEL VAN DE TWEEDE REKENING VAN EEN VERDEELDE
      *        BETALING WORDT VANUIT VERWERK-VERDELING BIJGETELD.
      *----------------------------------------------------------------
RVH111 BIJWERKEN-VELOCITEIT.
RVH111***********************
RVH111     IF VELQ-OPEN AND TRBFN-MONTANT > ZERO
RVH111        PERFORM ZOEK-VELOCITEIT-LIMIET
RVH111        PERFORM BEPALEN-VELOCITEIT-DAGNR
RVH111        MOVE WS-RIJKSNUMMER   TO VELQ-RNR
RVH111        MOVE TRBFN-CODE-LIBEL TO VELQ-LIBEL
RVH111        READ VELQ-FILE
RVH111           INVALID KEY
RVH111              PERFORM VARYING WS-VEL-SUB FROM 1 BY 1
RVH111                      UNTIL WS-VEL-SUB > 30
RVH111                 MOVE ZERO TO VELQ-DAG-NR (WS-VEL-SUB)
RVH111                              VELQ-DAG-BEDRAG (WS-VEL-SUB)
RVH111                              VELQ-DAG-AANTAL (WS-VEL-SUB)
RVH111              END-PERFORM
RVH111              PERFORM VULLEN-VELOCITEIT-REKORD
RVH111              WRITE VELQ-REC
RVH111                 INVALID KEY
RVH111                    CONTINUE
RVH111              END-WRITE
RVH111           NOT INVALID KEY
RVH111              PERFORM VULLEN-VELOCITEIT-REKORD
RVH111              REWRITE VELQ-REC
RVH111                 INVALID KEY
RVH111                    CONTINUE
RVH111              END-REWRITE
RVH111        END-READ
RVH111     END-IF
RVH111     .
      *
RVH111 VULLEN-VELOCITEIT-REKORD.
RVH111***************************
RVH111     IF VELQ-DAG-NR (WS-VEL-VAK) NOT = WS-VEL-DAGNR
RVH111        MOVE WS-VEL-DAGNR TO VELQ-DAG-NR (WS-VEL-VAK)
RVH111        MOVE ZERO         TO VELQ-DAG-BEDRAG (WS-VEL-VAK)
RVH111                             VELQ-DAG-AANTAL (WS-VEL-VAK)
RVH111     END-IF
RVH111     ADD TRBFN-MONTANT  TO VELQ-DAG-BEDRAG (WS-VEL-VAK)
RVH111     ADD WS-VEL-TELLING TO VELQ-DAG-AANTAL (WS-VEL-VAK)
RVH111     MOVE VEL-BEDRAG-7 (VEL-IDX)  TO VELQ-LIM-BEDRAG-7
RVH111     MOVE VEL-AANTAL-7 (VEL-IDX)  TO VELQ-LIM-AANTAL-7
RVH111     MOVE VEL-BEDRAG-30 (VEL-IDX) TO VELQ-LIM-BEDRAG-30
RVH111     MOVE VEL-AANTAL-30 (VEL-IDX) TO VELQ-LIM-AANTAL-30
RVH111     MOVE SP-ACTDAT               TO VELQ-LAATSTE-DATUM
RVH111     .
      *
RVH111 ZOEK-VELOCITEIT-LIMIET.
RVH111*************************
RVH111     SET VEL-IDX TO 1
RVH111     SEARCH VEL-ENTRY
RVH111        AT END
RVH111           SET VEL-IDX TO WS-VEL-COUNT
RVH111        WHEN VEL-LIBEL (VEL-IDX) = TRBFN-CODE-LIBEL
RVH111           CONTINUE
RVH111     END-SEARCH
RVH111     .
      *
RVH111 BEPALEN-VELOCITEIT-DAGNR.
RVH111***************************
RVH111     MOVE SP-ACTDAT TO WS-VEL-DATUM
RVH111     COMPUTE WS-VEL-DAGNR = WS-VEL-CCYY * 360
RVH111                          + (WS-VEL-MM - 1) * 30
RVH111                          + WS-VEL-DD
RVH111     END-COMPUTE
RVH111     DIVIDE WS-VEL-DAGNR BY 30 GIVING WS-VEL-QUOT
RVH111                               REMAINDER WS-VEL-VAK
RVH111     ADD 1 TO WS-VEL-VAK
RVH111     .
      *
      *----------------------------------------------------------------
      *RVH024: ALS TRBFN-CODE-LIBEL IN TABLE-INSTANT-LIBEL ALS EEN
RVH018        SET REVQ-OPEN TO TRUE
RVH018     END-IF
RVH018     MOVE PPR-RECORD           TO REVQ-PPR
RVH111*    RVH111: OOK DE CUMULCONTROLE PARKEERT HIER - REVQ-SEUIL
RVH111*    DRAAGT DAN DE OVERSCHREDEN CUMULLIMIET.
RVH139*    RVH139: EN DE CUMULCONTROLE RVA - REVQ-SEUIL DRAAGT DAN HET
RVH139*    AANTAL OVERLAPPENDE DAGEN.
RVH139     EVALUATE TRUE
RVH139        WHEN WS-SEUIL-OVERSCHREDEN
RVH018           MOVE SEUIL-BEDRAG (SEUIL-IDX) TO REVQ-SEUIL
RVH139        WHEN WS-VEL-OVERSCHREDEN
RVH111           MOVE WS-VEL-LIMIET TO REVQ-SEUIL
RVH139        WHEN OTHER
RVH139           MOVE WS-RVA-DAGEN TO REVQ-SEUIL
RVH139     END-EVALUATE
RVH018     WRITE REVQ-REC
RVH092     MOVE "R" TO WS-ACC-SOORT
RVH092     MOVE TRBFN-MONTANT TO WS-ACC-BEDRAG
RVH092     PERFORM ECRIRE-GLPQ-PARK
RVH139     EVALUATE TRUE
RVH139        WHEN WS-SEUIL-OVERSCHREDEN
RVH093           MOVE "IN NAZICHT GROOT BEDRAG" TO WS-MOT-WACHT-REDEN
RVH139        WHEN WS-VEL-OVERSCHREDEN
RVH111           MOVE "IN NAZICHT CUMULLIMIET" TO WS-MOT-WACHT-REDEN
RVH139        WHEN OTHER
RVH139           MOVE "IN NAZICHT CUMUL RVA" TO WS-MOT-WACHT-REDEN
RVH139     END-EVALUATE
RVH093     MOVE SP-ACTDAT TO WS-MOT-WACHT-DATUM
RVH093     PERFORM ECRIRE-MOTQ-WACHT
RVH080     MOVE "PARK" TO WS-PLS-EVENT
RVH139     EVALUATE TRUE
RVH139        WHEN WS-SEUIL-OVERSCHREDEN
RVH080           MOVE "REVQ GROOT BEDRAG" TO WS-PLS-DETAIL
RVH139        WHEN WS-VEL-OVERSCHREDEN
RVH111           MOVE "REVQ CUMULLIMIET" TO WS-PLS-DETAIL
RVH139        WHEN OTHER
RVH139           MOVE "REVQ CUMUL RVA" TO WS-PLS-DETAIL
RVH139     END-EVALUATE
RVH080     PERFORM ECRIRE-PLSQ
RVH018     .
      *
RVH068        MOVE SPACE TO GLPQ-VERSCHOVEN
RVH068     END-IF
RVH025     WRITE GLPQ-REC
RVH133     PERFORM ECRIRE-JOVQ
RVH053     IF WS-INH-BEDRAG > ZERO
RVH053*       EIGEN BOEKINGSLIJN VOOR DE INGEHOUDEN SCHULD, ZODAT
RVH053*       FINANCE DE VERREKENING AFZONDERLIJK KAN BOEKEN.
RVH053        SET GLPQ-SOORT-INHOUDING TO TRUE
RVH053        WRITE GLPQ-REC
RVH053     END-IF
RVH114     IF WS-BVH-BEDRAG > ZERO
RVH114*       EIGEN BOEKINGSLIJN VOOR DE INGEHOUDEN VOORHEFFING (SCHULD
RVH114*       AAN DE FISCUS), BRON VAN DE MAANDAANGIFTE IN GIRBVHX4.
RVH114        MOVE WS-BVH-BEDRAG     TO GLPQ-BEDRAG
RVH114        SET GLPQ-SOORT-VOORHEFFING TO TRUE
RVH114        WRITE GLPQ-REC
RVH114        ADD 1             TO WS-BVH-CNT
RVH114        ADD WS-BVH-BEDRAG TO WS-BVH-TOTAAL
RVH114     END-IF
RVH025     .
      *
      *----------------------------------------------------------------
      *RVH133: EEN BETALING DIE IN EEN VROEGER JAAR WERD TOEGEKEND
      *        (JAAR VAN TRBFN-DATMEMO VOOR HET JAAR VAN BBF-DATINB)
      *        ALS JAAROVERSCHRIJDEND MARKEREN IN JOVQ.
      *----------------------------------------------------------------
RVH133 ECRIRE-JOVQ.
RVH133***************
RVH133     MOVE BBF-DATINB TO WS-JOV-DATINB
RVH133     IF TRBFN-DATMEMO NUMERIC
RVH133        AND TRBFN-DATMEMO NOT = ZERO
RVH133        AND TRBFN-DATMEMO (1:4) < WS-JOV-INB-CCYY
RVH133        IF NOT JOVQ-OPEN
RVH133           OPEN EXTEND JOVQ-FILE
RVH133           IF WS-JOVQ-STATUS = "05" OR = "35"
RVH133              CLOSE JOVQ-FILE
RVH133              OPEN OUTPUT JOVQ-FILE
RVH133           END-IF
RVH133           IF WS-JOVQ-STATUS NOT = "00"
RVH133              MOVE SPACES TO BTMMSG
RVH133              STRING "ERREUR OPEN JOVQ STATUS = "
RVH133                                           DELIMITED BY SIZE
RVH133                     WS-JOVQ-STATUS        DELIMITED BY SIZE
RVH133                                INTO BTMMSG
RVH133              END-STRING
RVH133              PERFORM PPRNVW
RVH133           END-IF
RVH133           SET JOVQ-OPEN TO TRUE
RVH133        END-IF
RVH133        MOVE WS-RIJKSNUMMER    TO JOVQ-RNR
RVH133        MOVE BBF-LIBEL         TO JOVQ-LIBEL
RVH133        MOVE BBF-KONST         TO JOVQ-KONST
RVH133        MOVE BBF-VOLGNR        TO JOVQ-VOLGNR
RVH133        MOVE BBF-VERB          TO JOVQ-FEDERATIE
RVH133        MOVE BBF-BEDRAG        TO JOVQ-BEDRAG
RVH133        MOVE BBF-BEDRAG-DV     TO JOVQ-BEDRAG-DV
RVH133        MOVE TRBFN-DATMEMO     TO JOVQ-DATMEMO
RVH133        MOVE BBF-DATINB        TO JOVQ-DATINB
RVH133        MOVE WS-RUN-SEQ        TO JOVQ-RUNSEQ
RVH133        WRITE JOVQ-REC
RVH133        ADD 1 TO WS-JOV-CNT
RVH133     END-IF
RVH133     .
      *
RVH054 ECRIRE-GLPQ-OPEN.
RVH054*******************
RVH054     OPEN EXTEND GLPQ-FILE
RVH030              MOVE KPTQ-RUN-SEQ   TO WS-CKP-RUN-SEQ
RVH005           END-IF
RVH005           CLOSE KPTQ-FILE
RVH120           IF WS-CKP-LAST-NUMBER NOT = ZEROES
RVH120              PERFORM HERLADEN-BUNDELS
RVH120           END-IF
RVH005        END-IF
RVH005     END-IF
RVH005     .
      *
RVH005 CKP-SCHRIJF.
RVH005**************
RVH120     PERFORM BEWAREN-BUNDELS
RVH005     MOVE WS-CKP-CUR-NUMBER TO KPTQ-NUMBER
RVH005     MOVE WS-CKP-CUR-RNR    TO KPTQ-PPR-RNR
RVH030     MOVE SP-ACTDAT         TO KPTQ-RUN-DATUM
RVH005     CLOSE KPTQ-FILE
RVH058     PERFORM HBT-SCHRIJF
RVH005     .
      *
      *----------------------------------------------------------------
      *RVH120: DE SINDS HET VORIGE CHECKPOINT VASTGEHOUDEN BUNDELS EN
      *        ONDERDELEN ACHTERAAN IN BUNW-FILE ZETTEN, MET HET
      *        NUMMER VAN DIT CHECKPOINT (VOOR KPTQ WORDT GESCHREVEN).
      *        NA SCHRIJVEN-BUNDELS (WS-BUN-BEWAARD NUL) BEGINT HET
      *        BESTAND OPNIEUW.
      *----------------------------------------------------------------
RVH120 BEWAREN-BUNDELS.
RVH120******************
RVH120     IF WS-BUN-BEWAARD = ZERO
RVH120        AND WS-BUO-BEWAARD = ZERO
RVH120        OPEN OUTPUT BUNW-FILE
RVH120     ELSE
RVH120        OPEN EXTEND BUNW-FILE
RVH120     END-IF
RVH120     IF WS-BUNW-STATUS NOT = "00"
RVH120        MOVE SPACES TO BTMMSG
RVH120        STRING "ERREUR OPEN BUNW STATUS = " DELIMITED BY SIZE
RVH120               WS-BUNW-STATUS              DELIMITED BY SIZE
RVH120                           INTO BTMMSG
RVH120        END-STRING
RVH120        PERFORM PPRNVW
RVH120     END-IF
RVH120     MOVE WS-CKP-CUR-NUMBER TO BUNW-CKP-NUMBER
RVH120     ADD 1 TO WS-BUN-BEWAARD GIVING WS-BUNW-SUB
RVH120     PERFORM WITH TEST BEFORE
RVH120             UNTIL WS-BUNW-SUB > WS-BUN-COUNT
RVH120        SET BUNW-BUNDEL TO TRUE
RVH120        MOVE WS-BUN-RNR (WS-BUNW-SUB)    TO BUNW-RNR
RVH120        MOVE WS-BUN-IBAN (WS-BUNW-SUB)   TO BUNW-IBAN
RVH120        MOVE WS-BUN-BANK (WS-BUNW-SUB)   TO BUNW-BANK
RVH120        MOVE WS-BUN-BETWYZ (WS-BUNW-SUB) TO BUNW-BETWYZ
RVH120        MOVE WS-BUN-FED (WS-BUNW-SUB)    TO BUNW-FED
RVH120        MOVE WS-BUN-SEPA (WS-BUNW-SUB)   TO BUNW-SEPA
RVH120        WRITE BUNW-REC
RVH120        ADD 1 TO WS-BUNW-SUB
RVH120     END-PERFORM
RVH120     ADD 1 TO WS-BUO-BEWAARD GIVING WS-BUNW-SUB
RVH120     PERFORM WITH TEST BEFORE
RVH120             UNTIL WS-BUNW-SUB > WS-BUO-COUNT
RVH120        SET BUNW-ONDERDEEL TO TRUE
RVH120        MOVE SPACES                      TO BUNW-DETAIL
RVH120        MOVE WS-BUO-BUNDEL (WS-BUNW-SUB) TO BUNW-BUNDEL-NR
RVH120        MOVE WS-BUO-KEY (WS-BUNW-SUB)    TO BUNW-KEY
RVH120        MOVE WS-BUO-LIBEL (WS-BUNW-SUB)  TO BUNW-LIBEL
RVH120        MOVE WS-BUO-BEDRAG (WS-BUNW-SUB) TO BUNW-BEDRAG
RVH120        WRITE BUNW-REC
RVH120        ADD 1 TO WS-BUNW-SUB
RVH120     END-PERFORM
RVH120     CLOSE BUNW-FILE
RVH120     MOVE WS-BUN-COUNT TO WS-BUN-BEWAARD
RVH120     MOVE WS-BUO-COUNT TO WS-BUO-BEWAARD
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: HERSTART - DE VASTGEHOUDEN BUNDELS UIT BUNW-FILE
      *        TERUGLADEN. REKORDS VAN EEN CHECKPOINT DAT NA HET
      *        LAATSTE KPTQ-CHECKPOINT KWAM (ABEND TUSSEN BUNW EN
      *        KPTQ) VALLEN WEG: DE PPR'S ERVAN WORDEN OPNIEUW
      *        VERWERKT. EEN H-REKORD SLUIT ZO'N STUK AF, ZODAT HET
      *        OOK BIJ EEN VOLGENDE HERSTART WEGVALT. AANTAL, TOTAAL,
      *        LEIDER EN CODES-LIBELLE VAN ELKE BUNDEL WORDEN UIT DE
      *        ONDERDELEN OPNIEUW OPGEBOUWD.
      *----------------------------------------------------------------
RVH120 HERLADEN-BUNDELS.
RVH120*******************
RVH120     MOVE ZERO TO WS-BUN-COUNT
RVH120                  WS-BUO-COUNT
RVH120     OPEN INPUT BUNW-FILE
RVH120     IF WS-BUNW-STATUS = "00"
RVH120        PERFORM LEZEN-BUNW
RVH120        PERFORM WITH TEST BEFORE
RVH120                UNTIL WS-BUNW-STATUS NOT = "00"
RVH120           EVALUATE TRUE
RVH120              WHEN BUNW-HERSTART
RVH120                 MOVE BUNW-CKP-NUMBER TO WS-BUNW-GRENS
RVH120                 PERFORM INKORTEN-BUNDELS
RVH120              WHEN BUNW-BUNDEL
RVH120                 AND WS-BUN-COUNT < 5000
RVH120                 ADD 1 TO WS-BUN-COUNT
RVH120                 MOVE WS-BUN-COUNT TO WS-BUN-SUB
RVH120                 MOVE BUNW-RNR     TO WS-BUN-RNR (WS-BUN-SUB)
RVH120                 MOVE BUNW-IBAN    TO WS-BUN-IBAN (WS-BUN-SUB)
RVH120                 MOVE BUNW-BANK    TO WS-BUN-BANK (WS-BUN-SUB)
RVH120                 MOVE BUNW-BETWYZ  TO WS-BUN-BETWYZ (WS-BUN-SUB)
RVH120                 MOVE BUNW-FED     TO WS-BUN-FED (WS-BUN-SUB)
RVH120                 MOVE BUNW-SEPA    TO WS-BUN-SEPA (WS-BUN-SUB)
RVH120                 MOVE BUNW-CKP-NUMBER
RVH120                                   TO WS-BUN-CKP (WS-BUN-SUB)
RVH120              WHEN BUNW-ONDERDEEL
RVH120                 AND WS-BUO-COUNT < 5000
RVH120                 ADD 1 TO WS-BUO-COUNT
RVH120                 MOVE WS-BUO-COUNT TO WS-BUO-SUB
RVH120                 MOVE BUNW-BUNDEL-NR
RVH120                                   TO WS-BUO-BUNDEL (WS-BUO-SUB)
RVH120                 MOVE BUNW-KEY     TO WS-BUO-KEY (WS-BUO-SUB)
RVH120                 MOVE BUNW-LIBEL   TO WS-BUO-LIBEL (WS-BUO-SUB)
RVH120                 MOVE BUNW-BEDRAG  TO WS-BUO-BEDRAG (WS-BUO-SUB)
RVH120                 MOVE BUNW-CKP-NUMBER
RVH120                                   TO WS-BUO-CKP (WS-BUO-SUB)
RVH120           END-EVALUATE
RVH120           PERFORM LEZEN-BUNW
RVH120        END-PERFORM
RVH120        CLOSE BUNW-FILE
RVH120        MOVE WS-CKP-LAST-NUMBER TO WS-BUNW-GRENS
RVH120        PERFORM INKORTEN-BUNDELS
RVH120        PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120                UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120           MOVE ZERO     TO WS-BUN-AANTAL (WS-BUN-SUB)
RVH120                            WS-BUN-TOTAAL (WS-BUN-SUB)
RVH120                            WS-BUN-NLIB (WS-BUN-SUB)
RVH120           MOVE ALL "9"  TO WS-BUN-LEIDER (WS-BUN-SUB)
RVH120           MOVE SPACES   TO WS-BUN-LIBELS (WS-BUN-SUB)
RVH120        END-PERFORM
RVH120        PERFORM VARYING WS-BUO-SUB FROM 1 BY 1
RVH120                UNTIL WS-BUO-SUB > WS-BUO-COUNT
RVH120           MOVE WS-BUO-BUNDEL (WS-BUO-SUB) TO WS-BUN-SUB
RVH120           ADD 1 TO WS-BUN-AANTAL (WS-BUN-SUB)
RVH120           ADD WS-BUO-BEDRAG (WS-BUO-SUB)
RVH120                             TO WS-BUN-TOTAAL (WS-BUN-SUB)
RVH120           IF WS-BUO-KEY (WS-BUO-SUB) < WS-BUN-LEIDER (WS-BUN-SUB)
RVH120              MOVE WS-BUO-KEY (WS-BUO-SUB)
RVH120                             TO WS-BUN-LEIDER (WS-BUN-SUB)
RVH120           END-IF
RVH120           MOVE WS-BUO-LIBEL (WS-BUO-SUB) TO WS-BUN-LIB
RVH120           PERFORM BIJVOEGEN-BUNDEL-LIBEL
RVH120        END-PERFORM
RVH120        MOVE WS-BUN-COUNT TO WS-BUN-BEWAARD
RVH120        MOVE WS-BUO-COUNT TO WS-BUO-BEWAARD
RVH120        OPEN EXTEND BUNW-FILE
RVH120        IF WS-BUNW-STATUS = "00"
RVH120           MOVE WS-CKP-LAST-NUMBER TO BUNW-CKP-NUMBER
RVH120           SET BUNW-HERSTART TO TRUE
RVH120           MOVE SPACES             TO BUNW-DETAIL
RVH120           WRITE BUNW-REC
RVH120           CLOSE BUNW-FILE
RVH120        END-IF
RVH120     END-IF
RVH120     .
      *
RVH120 LEZEN-BUNW.
RVH120*************
RVH120     READ BUNW-FILE
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: DE BUNDELS EN ONDERDELEN VAN EEN CHECKPOINT NA WS-BUNW-
      *        GRENS (ALTIJD ACHTERAAN IN DE TABELLEN) LATEN VALLEN.
      *----------------------------------------------------------------
RVH120 INKORTEN-BUNDELS.
RVH120*******************
RVH120     PERFORM WITH TEST BEFORE
RVH120             UNTIL WS-BUO-COUNT = ZERO
RVH120                OR WS-BUO-CKP (WS-BUO-COUNT) NOT > WS-BUNW-GRENS
RVH120        SUBTRACT 1 FROM WS-BUO-COUNT
RVH120     END-PERFORM
RVH120     PERFORM WITH TEST BEFORE
RVH120             UNTIL WS-BUN-COUNT = ZERO
RVH120                OR WS-BUN-CKP (WS-BUN-COUNT) NOT > WS-BUNW-GRENS
RVH120        SUBTRACT 1 FROM WS-BUN-COUNT
RVH120     END-PERFORM
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH058: HARTSLAG HERSCHRIJVEN - MEELIFTEND OP HET CHECKPOINT-
RVH037                          WS-TBL-TYPE        (WS-TBL-SUB)
RVH037        END-PERFORM
RVH037        OPEN INPUT TBLIBQ-FILE
RVH125        MOVE "TBLIBQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-TBLIBQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH037        IF WS-TBLIBQ-STATUS NOT = "00"
RVH037           MOVE SPACES TO BTMMSG
RVH037           STRING "ERREUR OPEN TBLIBQ STATUS = "
RVH037 LEZEN-TBLIBQ.
RVH037***************
RVH037     READ TBLIBQ-FILE
RVH125     IF WS-TBLIBQ-STATUS = "00"
RVH125        MOVE TBLIBQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH037     .
      *
      *----------------------------------------------------------------
RVH096     IF NOT BSLQ-OPEN
RVH096        SET BSLQ-OPEN TO TRUE
RVH096        OPEN INPUT BSLQ-FILE
RVH125        MOVE "BSLQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-BSLQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH096        IF WS-BSLQ-STATUS = "00"
RVH096           SET BSLQ-AANWEZIG TO TRUE
RVH125           PERFORM LEZEN-BSLQ-VOLGEND
RVH125           PERFORM WITH TEST BEFORE
RVH125                   UNTIL WS-BSLQ-STATUS NOT = "00"
RVH125              PERFORM LEZEN-BSLQ-VOLGEND
RVH125           END-PERFORM
RVH096        END-IF
RVH096     END-IF
RVH045     .
RVH125 LEZEN-BSLQ-VOLGEND.
RVH125*********************
RVH125     READ BSLQ-FILE NEXT RECORD
RVH125     IF WS-BSLQ-STATUS = "00"
RVH125        MOVE BSLQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH125     .
      *
      *----------------------------------------------------------------
      *RVH046: SCREENINGLIJST (SCRQ) VOLLEDIG INLEZEN IN WS-SCR-TABLE.
RVH046     IF NOT SCRQ-GELADEN
RVH046        SET SCRQ-GELADEN TO TRUE
RVH046        OPEN INPUT SCRQ-FILE
RVH125        MOVE "SCRQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-SCRQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH046        IF WS-SCRQ-STATUS = "00"
RVH046           PERFORM LEZEN-SCRQ
RVH046           PERFORM WITH TEST BEFORE
RVH046 LEZEN-SCRQ.
RVH046**************
RVH046     READ SCRQ-FILE
RVH125     IF WS-SCRQ-STATUS = "00"
RVH125        MOVE SCRQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH046     .
      *
      *----------------------------------------------------------------
      *RVH112: BETALINGSSTOPREGISTER (STPQ) VOLLEDIG INLEZEN IN
      *        WS-STP-TABLE; REEDS VERVALLEN STOPS WORDEN OVERGESLAGEN.
      *        EEN ONTBREKEND BESTAND IS GEEN FOUT - DAN IS ER GEEN
      *        ENKELE STOP.
      *----------------------------------------------------------------
RVH112 LADEN-STOPREGISTER.
RVH112*********************
RVH112     IF NOT STPQ-GELADEN
RVH112        SET STPQ-GELADEN TO TRUE
RVH112        OPEN INPUT STPQ-FILE
RVH125        MOVE "STPQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-STPQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH112        IF WS-STPQ-STATUS = "00"
RVH112           PERFORM LEZEN-STPQ
RVH112           PERFORM WITH TEST BEFORE
RVH112                   UNTIL WS-STPQ-STATUS NOT = "00"
RVH112              IF STPQ-VERVALDATUM >= SP-ACTDAT
RVH112                 IF WS-STP-COUNT < 2000
RVH112                    ADD 1 TO WS-STP-COUNT
RVH112                    MOVE STPQ-SOORT
RVH112                      TO WS-STP-SOORT (WS-STP-COUNT)
RVH112                    MOVE STPQ-SLEUTEL
RVH112                      TO WS-STP-SLEUTEL (WS-STP-COUNT)
RVH112                    MOVE STPQ-VERVALDATUM
RVH112                      TO WS-STP-VERVALDATUM (WS-STP-COUNT)
RVH112                 ELSE
RVH112                    MOVE SPACES TO BTMMSG
RVH112                    MOVE "STOPREGISTER VOL - STPQ > 2000"
RVH112                                          TO BTMMSG
RVH112                    PERFORM PPRNVW
RVH112                 END-IF
RVH112              END-IF
RVH112              PERFORM LEZEN-STPQ
RVH112           END-PERFORM
RVH112           CLOSE STPQ-FILE
RVH112        END-IF
RVH112     END-IF
RVH112     .
RVH112 LEZEN-STPQ.
RVH112*************
RVH112     READ STPQ-FILE
RVH125     IF WS-STPQ-STATUS = "00"
RVH125        MOVE STPQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH112     .
      *
      *----------------------------------------------------------------
      *RVH135: BEVRIEZINGSREGISTER (FRZQ) VOLLEDIG INLEZEN IN
      *        WS-FRZ-TABLE. EEN ONTBREKEND BESTAND IS GEEN FOUT - DAN
      *        IS ER NIETS BEVROREN. HET REGISTER WORDT EENMAAL PER RUN
      *        GELADEN: EEN BEVRIEZING GEZET TIJDENS DE DAG GELDT VANAF
      *        DE VOLGENDE GIRBET-RUN.
      *----------------------------------------------------------------
RVH135 LADEN-BEVRIEZINGEN.
RVH135*********************
RVH135     IF NOT FRZQ-GELADEN
RVH135        SET FRZQ-GELADEN TO TRUE
RVH135        OPEN INPUT FRZQ-FILE
RVH135        MOVE "FRZQ" TO WS-MAN-DDNAAM
RVH135        MOVE WS-FRZQ-STATUS TO WS-MAN-OPENSTATUS
RVH135        PERFORM MANIFEST-REGISTER
RVH135        IF WS-FRZQ-STATUS = "00"
RVH135           PERFORM LEZEN-FRZQ
RVH135           PERFORM WITH TEST BEFORE
RVH135                   UNTIL WS-FRZQ-STATUS NOT = "00"
RVH135              IF WS-FRZ-COUNT < 500
RVH135                 ADD 1 TO WS-FRZ-COUNT
RVH135                 MOVE FRZQ-FEDERATIE
RVH135                   TO WS-FRZ-FEDERATIE (WS-FRZ-COUNT)
RVH135                 MOVE FRZQ-LIBEL
RVH135                   TO WS-FRZ-LIBEL (WS-FRZ-COUNT)
RVH135                 MOVE FRZQ-REDEN
RVH135                   TO WS-FRZ-REDEN (WS-FRZ-COUNT)
RVH135              ELSE
RVH135                 MOVE SPACES TO BTMMSG
RVH135                 MOVE "BEVRIEZINGSREGISTER VOL - FRZQ > 500"
RVH135                                          TO BTMMSG
RVH135                 PERFORM PPRNVW
RVH135              END-IF
RVH135              PERFORM LEZEN-FRZQ
RVH135           END-PERFORM
RVH135           CLOSE FRZQ-FILE
RVH135        END-IF
RVH135     END-IF
RVH135     .
RVH135 LEZEN-FRZQ.
RVH135*************
RVH135     READ FRZQ-FILE
RVH135     IF WS-FRZQ-STATUS = "00"
RVH135        MOVE FRZQ-REC TO WS-MAN-BUFFER
RVH135        PERFORM MANIFEST-TELLEN
RVH135     END-IF
RVH135     .
      *
      *----------------------------------------------------------------
      *RVH138: LEVENSBEWIJSREGISTER (LVBQ) INLEZEN - ENKEL DE
      *        OPENSTAANDE AANVRAGEN (AANVRAAGDATUM NA DE DATUM VAN
      *        HET LAATST ONTVANGEN LEVENSBEWIJS) GAAN IN WS-LVB-TABLE.
      *        EEN ONTBREKEND BESTAND IS GEEN FOUT; EEN VOLLE TABEL
      *        WEL, ANDERS ZOU EEN ACHTERSTALLIG LID WORDEN BETAALD.
      *----------------------------------------------------------------
RVH138 LADEN-LEVENSBEWIJZEN.
RVH138***********************
RVH138     IF NOT LVBQ-GELADEN
RVH138        SET LVBQ-GELADEN TO TRUE
RVH138        OPEN INPUT LVBQ-FILE
RVH138        MOVE "LVBQ" TO WS-MAN-DDNAAM
RVH138        MOVE WS-LVBQ-STATUS TO WS-MAN-OPENSTATUS
RVH138        PERFORM MANIFEST-REGISTER
RVH138        IF WS-LVBQ-STATUS = "00"
RVH138           PERFORM LEZEN-LVBQ
RVH138           PERFORM WITH TEST BEFORE
RVH138                   UNTIL WS-LVBQ-STATUS NOT = "00"
RVH138              IF LVBQ-AANGEVRAAGD > LVBQ-ONTVANGEN
RVH138                 IF WS-LVB-COUNT < 5000
RVH138                    ADD 1 TO WS-LVB-COUNT
RVH138                    MOVE LVBQ-RNR
RVH138                      TO WS-LVB-RNR (WS-LVB-COUNT)
RVH138                    MOVE LVBQ-AANGEVRAAGD
RVH138                      TO WS-LVB-AANGEVRAAGD (WS-LVB-COUNT)
RVH138                 ELSE
RVH138                    MOVE SPACES TO BTMMSG
RVH138                    MOVE "LEVENSBEWIJSREGISTER VOL - LVBQ > 5000"
RVH138                                          TO BTMMSG
RVH138                    PERFORM PPRNVW
RVH138                 END-IF
RVH138              END-IF
RVH138              PERFORM LEZEN-LVBQ
RVH138           END-PERFORM
RVH138           CLOSE LVBQ-FILE
RVH138        END-IF
RVH138     END-IF
RVH138     .
RVH138 LEZEN-LVBQ.
RVH138*************
RVH138     READ LVBQ-FILE
RVH138     IF WS-LVBQ-STATUS = "00"
RVH138        MOVE LVBQ-REC TO WS-MAN-BUFFER
RVH138        PERFORM MANIFEST-TELLEN
RVH138     END-IF
RVH138     .
      *
      *----------------------------------------------------------------
      *RVH139: WERKLOOSHEIDSPERIODES VAN DE RVA (RVAQ) INLEZEN IN
      *        WS-RVA-TABLE. EEN PERIODE MET EEN ONGELDIGE DATUM WORDT
      *        OVERGESLAGEN. EEN ONTBREKEND BESTAND IS GEEN FOUT - DAN
      *        IS ER GEEN CUMULCONTROLE; EEN VOLLE TABEL WEL, ANDERS
      *        ZOU EEN CUMUL ONGEMERKT WORDEN UITBETAALD.
      *----------------------------------------------------------------
RVH139 LADEN-RVA-PERIODES.
RVH139*********************
RVH139     IF NOT RVAQ-GELADEN
RVH139        SET RVAQ-GELADEN TO TRUE
RVH139        OPEN INPUT RVAQ-FILE
RVH139        MOVE "RVAQ" TO WS-MAN-DDNAAM
RVH139        MOVE WS-RVAQ-STATUS TO WS-MAN-OPENSTATUS
RVH139        PERFORM MANIFEST-REGISTER
RVH139        IF WS-RVAQ-STATUS = "00"
RVH139           PERFORM LEZEN-RVAQ
RVH139           PERFORM WITH TEST BEFORE
RVH139                   UNTIL WS-RVAQ-STATUS NOT = "00"
RVH139              IF RVAQ-DATVAN NUMERIC
RVH139                 AND RVAQ-DATTOT NUMERIC
RVH139                 AND RVAQ-DATVAN > ZERO
RVH139                 AND RVAQ-DATTOT NOT < RVAQ-DATVAN
RVH139                 IF WS-RVA-COUNT < 20000
RVH139                    ADD 1 TO WS-RVA-COUNT
RVH139                    MOVE RVAQ-RNR
RVH139                      TO WS-RVA-RNR (WS-RVA-COUNT)
RVH139                    MOVE RVAQ-DATVAN
RVH139                      TO WS-RVA-DATVAN (WS-RVA-COUNT)
RVH139                    MOVE RVAQ-DATTOT
RVH139                      TO WS-RVA-DATTOT (WS-RVA-COUNT)
RVH139                 ELSE
RVH139                    MOVE SPACES TO BTMMSG
RVH139                    MOVE "RVA-PERIODES VOL - RVAQ > 20000"
RVH139                                          TO BTMMSG
RVH139                    PERFORM PPRNVW
RVH139                 END-IF
RVH139              END-IF
RVH139              PERFORM LEZEN-RVAQ
RVH139           END-PERFORM
RVH139           CLOSE RVAQ-FILE
RVH139        END-IF
RVH139     END-IF
RVH139     .
RVH139 LEZEN-RVAQ.
RVH139*************
RVH139     READ RVAQ-FILE
RVH139     IF WS-RVAQ-STATUS = "00"
RVH139        MOVE RVAQ-REC TO WS-MAN-BUFFER
RVH139        PERFORM MANIFEST-TELLEN
RVH139     END-IF
RVH139     .
      *
      *----------------------------------------------------------------
      *RVH121: VERDELINGSREGISTER (VDLQ) VOLLEDIG INLEZEN IN
      *        WS-VDL-TABLE; REEDS VERSTREKEN VERDELINGEN WORDEN
      *        OVERGESLAGEN. EEN ONTBREKEND BESTAND IS GEEN FOUT -
      *        DAN WORDT ER NIETS VERDEELD.
      *----------------------------------------------------------------
RVH121 LADEN-VERDELINGEN.
RVH121********************
RVH121     IF NOT VDLQ-GELADEN
RVH121        SET VDLQ-GELADEN TO TRUE
RVH121        OPEN INPUT VDLQ-FILE
RVH125        MOVE "VDLQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-VDLQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH121        IF WS-VDLQ-STATUS = "00"
RVH121           PERFORM LEZEN-VDLQ
RVH121           PERFORM WITH TEST BEFORE
RVH121                   UNTIL WS-VDLQ-STATUS NOT = "00"
RVH121              IF VDLQ-EINDDATUM NOT < SP-ACTDAT
RVH121                 IF WS-VDL-COUNT < 2000
RVH121                    ADD 1 TO WS-VDL-COUNT
RVH121                    MOVE VDLQ-RNR
RVH121                      TO WS-VDL-RNR (WS-VDL-COUNT)
RVH121                    MOVE VDLQ-LIBEL
RVH121                      TO WS-VDL-LIBEL (WS-VDL-COUNT)
RVH121                    MOVE VDLQ-SOORT
RVH121                      TO WS-VDL-SOORT (WS-VDL-COUNT)
RVH121                    MOVE VDLQ-BEDRAG
RVH121                      TO WS-VDL-VAST (WS-VDL-COUNT)
RVH121                    MOVE VDLQ-PERCENT
RVH121                      TO WS-VDL-PERCENT (WS-VDL-COUNT)
RVH121                    MOVE VDLQ-IBAN
RVH121                      TO WS-VDL-IBAN (WS-VDL-COUNT)
RVH121                    MOVE VDLQ-BEGINDATUM
RVH121                      TO WS-VDL-BEGINDATUM (WS-VDL-COUNT)
RVH121                    MOVE VDLQ-EINDDATUM
RVH121                      TO WS-VDL-EINDDATUM (WS-VDL-COUNT)
RVH121                 ELSE
RVH121                    MOVE SPACES TO BTMMSG
RVH121                    MOVE "VERDELINGSREGISTER VOL - VDLQ > 2000"
RVH121                                          TO BTMMSG
RVH121                    PERFORM PPRNVW
RVH121                 END-IF
RVH121              END-IF
RVH121              PERFORM LEZEN-VDLQ
RVH121           END-PERFORM
RVH121           CLOSE VDLQ-FILE
RVH121        END-IF
RVH121     END-IF
RVH121     .
RVH121 LEZEN-VDLQ.
RVH121*************
RVH121     READ VDLQ-FILE
RVH125     IF WS-VDLQ-STATUS = "00"
RVH125        MOVE VDLQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH121     .
      *
      *----------------------------------------------------------------
      *RVH122: ALIASREGISTER (ALSQ, GIRRNRX4) VOLLEDIG INLEZEN IN
      *        WS-ALS-TABLE. EEN ONTBREKEND BESTAND IS GEEN FOUT -
      *        DAN IS ER GEEN ENKELE ALIAS.
      *----------------------------------------------------------------
RVH122 LADEN-ALIASSEN.
RVH122*****************
RVH122     IF NOT ALSQ-GELADEN
RVH122        SET ALSQ-GELADEN TO TRUE
RVH122        OPEN INPUT ALSQ-FILE
RVH125        MOVE "ALSQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-ALSQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH122        IF WS-ALSQ-STATUS = "00"
RVH122           PERFORM LEZEN-ALSQ
RVH122           PERFORM WITH TEST BEFORE
RVH122                   UNTIL WS-ALSQ-STATUS NOT = "00"
RVH122              IF WS-ALS-COUNT < 2000
RVH122                 ADD 1 TO WS-ALS-COUNT
RVH122                 MOVE ALSQ-RNR-OUD
RVH122                   TO WS-ALS-RNR-OUD (WS-ALS-COUNT)
RVH122                 MOVE ALSQ-RNR-NIEUW
RVH122                   TO WS-ALS-RNR-NIEUW (WS-ALS-COUNT)
RVH122              ELSE
RVH122                 MOVE SPACES TO BTMMSG
RVH122                 MOVE "ALIASREGISTER VOL - ALSQ > 2000"
RVH122                                       TO BTMMSG
RVH122                 PERFORM PPRNVW
RVH122              END-IF
RVH122              PERFORM LEZEN-ALSQ
RVH122           END-PERFORM
RVH122           CLOSE ALSQ-FILE
RVH122        END-IF
RVH122     END-IF
RVH122     .
RVH122 LEZEN-ALSQ.
RVH122*************
RVH122     READ ALSQ-FILE
RVH125     IF WS-ALSQ-STATUS = "00"
RVH125        MOVE ALSQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH122     .
      *
      *----------------------------------------------------------------
      *RVH113: IBAN-WATCHLIST (IBWQ) VOLLEDIG INLEZEN IN WS-IBW-TABLE.
      *        EEN ONTBREKEND BESTAND IS GEEN FOUT - DAN IS DE LIJST
      *        LEEG.
      *----------------------------------------------------------------
RVH113 LADEN-IBANWATCHLIST.
RVH113**********************
RVH113     IF NOT IBWQ-GELADEN
RVH113        SET IBWQ-GELADEN TO TRUE
RVH113        OPEN INPUT IBWQ-FILE
RVH125        MOVE "IBWQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-IBWQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH113        IF WS-IBWQ-STATUS = "00"
RVH113           PERFORM LEZEN-IBWQ
RVH113           PERFORM WITH TEST BEFORE
RVH113                   UNTIL WS-IBWQ-STATUS NOT = "00"
RVH113              IF WS-IBW-COUNT < 2000
RVH113                 ADD 1 TO WS-IBW-COUNT
RVH113                 MOVE IBWQ-IBAN  TO WS-IBW-IBAN (WS-IBW-COUNT)
RVH113                 MOVE IBWQ-REDEN TO WS-IBW-REDEN (WS-IBW-COUNT)
RVH113              ELSE
RVH113                 MOVE SPACES TO BTMMSG
RVH113                 MOVE "IBAN-WATCHLIST VOL - IBWQ > 2000"
RVH113                                       TO BTMMSG
RVH113                 PERFORM PPRNVW
RVH113              END-IF
RVH113              PERFORM LEZEN-IBWQ
RVH113           END-PERFORM
RVH113           CLOSE IBWQ-FILE
RVH113        END-IF
RVH113     END-IF
RVH113     .
RVH113 LEZEN-IBWQ.
RVH113*************
RVH113     READ IBWQ-FILE
RVH125     IF WS-IBWQ-STATUS = "00"
RVH125        MOVE IBWQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH113     .
      *
      *----------------------------------------------------------------
      *RVH071: WHITELISTREGISTER (WHLQ) VOLLEDIG INLEZEN IN
RVH071     IF NOT WHLQ-GELADEN
RVH071        SET WHLQ-GELADEN TO TRUE
RVH071        OPEN INPUT WHLQ-FILE
RVH125        MOVE "WHLQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-WHLQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH071        IF WS-WHLQ-STATUS = "00"
RVH071           PERFORM LEZEN-WHLQ
RVH071           PERFORM WITH TEST BEFORE
RVH071 LEZEN-WHLQ.
RVH071**************
RVH071     READ WHLQ-FILE
RVH125     IF WS-WHLQ-STATUS = "00"
RVH125        MOVE WHLQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH071     .
      *
      *----------------------------------------------------------------
RVH096     END-IF
RVH053     .
      *
      *----------------------------------------------------------------
      *RVH111: CUMULREGISTER EENMALIG I-O OPENEN - ZELFDE OPZET ALS
      *        LADEN-SCHULDREGISTER. EEN NOG ONBESTAANDE MASTER WORDT
      *        LEEG AANGEMAAKT.
      *----------------------------------------------------------------
RVH111 LADEN-CUMULREGISTER.
RVH111**********************
RVH111     IF NOT VELQ-OPEN
RVH111        OPEN I-O VELQ-FILE
RVH111        IF WS-VELQ-STATUS = "05" OR = "35"
RVH111           CLOSE VELQ-FILE
RVH111           OPEN OUTPUT VELQ-FILE
RVH111           CLOSE VELQ-FILE
RVH111           OPEN I-O VELQ-FILE
RVH111        END-IF
RVH111        IF WS-VELQ-STATUS NOT = "00"
RVH111           MOVE SPACES TO BTMMSG
RVH111           STRING "ERREUR OPEN VELQ STATUS = " DELIMITED BY SIZE
RVH111                  WS-VELQ-STATUS              DELIMITED BY SIZE
RVH111                              INTO BTMMSG
RVH111           END-STRING
RVH111           PERFORM PPRNVW
RVH111        END-IF
RVH111        SET VELQ-OPEN TO TRUE
RVH111     END-IF
RVH111     .
      *
      *----------------------------------------------------------------
      *RVH119: OVERDRACHTREGISTER MICROBETALINGEN EENMALIG I-O OPENEN -
      *        ZELFDE OPZET ALS LADEN-SCHULDREGISTER. EEN NOG
      *        ONBESTAANDE MASTER WORDT LEEG AANGEMAAKT.
      *----------------------------------------------------------------
RVH119 LADEN-MICROREGISTER.
RVH119**********************
RVH119     IF NOT MICQ-OPEN
RVH119        OPEN I-O MICQ-FILE
RVH119        IF WS-MICQ-STATUS = "05" OR = "35"
RVH119           CLOSE MICQ-FILE
RVH119           OPEN OUTPUT MICQ-FILE
RVH119           CLOSE MICQ-FILE
RVH119           OPEN I-O MICQ-FILE
RVH119        END-IF
RVH119        IF WS-MICQ-STATUS NOT = "00"
RVH119           MOVE SPACES TO BTMMSG
RVH119           STRING "ERREUR OPEN MICQ STATUS = " DELIMITED BY SIZE
RVH119                  WS-MICQ-STATUS              DELIMITED BY SIZE
RVH119                              INTO BTMMSG
RVH119           END-STRING
RVH119           PERFORM PPRNVW
RVH119        END-IF
RVH119        SET MICQ-OPEN TO TRUE
RVH119     END-IF
RVH119     .
RVH127*
      *----------------------------------------------------------------
      *RVH127: BUDGETREGISTER OPENEN - EEN ONTBREKEND BESTAND WORDT
      *        LEEG AANGEMAAKT (GEEN ENKELE ENVELOPPE).
      *----------------------------------------------------------------
RVH127 LADEN-BUDGETREGISTER.
RVH127***********************
RVH127     IF NOT BUDQ-OPEN
RVH127        OPEN I-O BUDQ-FILE
RVH127        MOVE "BUDQ" TO WS-MAN-DDNAAM
RVH127        MOVE WS-BUDQ-STATUS TO WS-MAN-OPENSTATUS
RVH127        PERFORM MANIFEST-REGISTER
RVH127        IF WS-BUDQ-STATUS = "05" OR = "35"
RVH127           CLOSE BUDQ-FILE
RVH127           OPEN OUTPUT BUDQ-FILE
RVH127           CLOSE BUDQ-FILE
RVH127           OPEN I-O BUDQ-FILE
RVH127        END-IF
RVH127        IF WS-BUDQ-STATUS NOT = "00"
RVH127           MOVE SPACES TO BTMMSG
RVH127           STRING "ERREUR OPEN BUDQ STATUS = " DELIMITED BY SIZE
RVH127                  WS-BUDQ-STATUS              DELIMITED BY SIZE
RVH127                              INTO BTMMSG
RVH127           END-STRING
RVH127           PERFORM PPRNVW
RVH127        END-IF
RVH127        SET BUDQ-OPEN TO TRUE
RVH127*       DE ENVELOPPES WORDEN EENMAAL SEQUENTIEEL DOORLOPEN
RVH127*       VOOR HET MANIFEST; DAARNA ENKEL GESLEUTELDE TOEGANG.
RVH127        PERFORM LEZEN-BUDQ-VOLGEND
RVH127        PERFORM WITH TEST BEFORE
RVH127                UNTIL WS-BUDQ-STATUS NOT = "00"
RVH127           PERFORM LEZEN-BUDQ-VOLGEND
RVH127        END-PERFORM
RVH127     END-IF
RVH127     .
RVH127 LEZEN-BUDQ-VOLGEND.
RVH127*********************
RVH127     READ BUDQ-FILE NEXT RECORD
RVH127     IF WS-BUDQ-STATUS = "00"
RVH127        MOVE BUDQ-REC TO WS-MAN-BUFFER
RVH127        PERFORM MANIFEST-TELLEN
RVH127     END-IF
RVH127     .
      *
RVH054 LADEN-MANDATEN.
RVH054*****************
RVH054     IF NOT MNDQ-GELADEN
RVH054        SET MNDQ-GELADEN TO TRUE
RVH054        OPEN INPUT MNDQ-FILE
RVH125        MOVE "MNDQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-MNDQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH054        IF WS-MNDQ-STATUS = "00"
RVH054           PERFORM LEZEN-MNDQ
RVH054           PERFORM WITH TEST BEFORE
RVH054                   UNTIL WS-MNDQ-STATUS NOT = "00"
RVH115*          EEN DOOR GIRMNDX4 VERVALLEN (SLAPEND) MANDAAT TELT
RVH115*          NIET MEER: DE TERUGVORDERING GAAT DAN PER BRIEF.
RVH054              IF WS-MND-COUNT < 1000
RVH115                 AND NOT MNDQ-VERVALLEN
RVH054              THEN
RVH054                 ADD 1 TO WS-MND-COUNT
RVH054                 MOVE MNDQ-RNR TO WS-MND-RNR (WS-MND-COUNT)
RVH054 LEZEN-MNDQ.
RVH054**************
RVH054     READ MNDQ-FILE
RVH125     IF WS-MNDQ-STATUS = "00"
RVH125        MOVE MNDQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH054     .
      *
RVH055 LADEN-IBANREGISTER.
RVH066     IF NOT BICQ-GELADEN
RVH066        SET BICQ-GELADEN TO TRUE
RVH066        OPEN INPUT BICQ-FILE
RVH125        MOVE "BICQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-BICQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH066        IF WS-BICQ-STATUS = "00"
RVH066           PERFORM LEZEN-BICQ
RVH066           PERFORM WITH TEST BEFORE
RVH066 LEZEN-BICQ.
RVH066**************
RVH066     READ BICQ-FILE
RVH125     IF WS-BICQ-STATUS = "00"
RVH125        MOVE BICQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH066     .
      *
      *----------------------------------------------------------------
RVH081     IF NOT SEPQ-GELADEN
RVH081        SET SEPQ-GELADEN TO TRUE
RVH081        OPEN INPUT SEPQ-FILE
RVH125        MOVE "SEPQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-SEPQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH081        IF WS-SEPQ-STATUS = "00"
RVH081           PERFORM LEZEN-SEPQ
RVH081           PERFORM WITH TEST BEFORE
RVH081 LEZEN-SEPQ.
RVH081**************
RVH081     READ SEPQ-FILE
RVH125     IF WS-SEPQ-STATUS = "00"
RVH125        MOVE SEPQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH081     .
      *
      *----------------------------------------------------------------
RVH082                     WS-DKG-SALDO (2)
RVH082                     WS-DKG-SALDO (3)
RVH082        OPEN INPUT DKGQ-FILE
RVH125        MOVE "DKGQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-DKGQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH082        IF WS-DKGQ-STATUS = "00"
RVH082           SET WS-DKG-ACTIEF TO TRUE
RVH082           PERFORM LEZEN-DKGQ
RVH082 LEZEN-DKGQ.
RVH082**************
RVH082     READ DKGQ-FILE
RVH125     IF WS-DKGQ-STATUS = "00"
RVH125        MOVE DKGQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH082     .
      *
      *----------------------------------------------------------------
RVH098           MOVE ZERO TO WS-KNS-REST (WS-KNS-SUB)
RVH098        END-PERFORM
RVH098        OPEN INPUT KNSQ-FILE
RVH125        MOVE "KNSQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-KNSQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH098        IF WS-KNSQ-STATUS = "00"
RVH098           SET WS-KNS-ACTIEF TO TRUE
RVH098           PERFORM LEZEN-KNSQ
RVH098 LEZEN-KNSQ.
RVH098**************
RVH098     READ KNSQ-FILE
RVH125     IF WS-KNSQ-STATUS = "00"
RVH125        MOVE KNSQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH098     .
      *
      *----------------------------------------------------------------
RVH083     IF NOT OVLQ-GELADEN
RVH083        SET OVLQ-GELADEN TO TRUE
RVH083        OPEN INPUT OVLQ-FILE
RVH125        MOVE "OVLQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-OVLQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH083        IF WS-OVLQ-STATUS = "00"
RVH083           PERFORM LEZEN-OVLQ
RVH083           PERFORM WITH TEST BEFORE
RVH083 LEZEN-OVLQ.
RVH083**************
RVH083     READ OVLQ-FILE
RVH125     IF WS-OVLQ-STATUS = "00"
RVH125        MOVE OVLQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH083     .
      *
      *----------------------------------------------------------------
RVH084     IF NOT PSTQ-GELADEN
RVH084        SET PSTQ-GELADEN TO TRUE
RVH084        OPEN INPUT PSTQ-FILE
RVH125        MOVE "PSTQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-PSTQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH084        IF WS-PSTQ-STATUS = "00"
RVH084           PERFORM LEZEN-PSTQ
RVH084           PERFORM WITH TEST BEFORE
RVH084 LEZEN-PSTQ.
RVH084**************
RVH084     READ PSTQ-FILE
RVH125     IF WS-PSTQ-STATUS = "00"
RVH125        MOVE PSTQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH084     .
      *
      *----------------------------------------------------------------
RVH086     IF NOT CNVQ-GELADEN
RVH086        SET CNVQ-GELADEN TO TRUE
RVH086        OPEN INPUT CNVQ-FILE
RVH125        MOVE "CNVQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-CNVQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH086        IF WS-CNVQ-STATUS = "00"
RVH086           PERFORM LEZEN-CNVQ
RVH086           PERFORM WITH TEST BEFORE
RVH086 LEZEN-CNVQ.
RVH086**************
RVH086     READ CNVQ-FILE
RVH125     IF WS-CNVQ-STATUS = "00"
RVH125        MOVE CNVQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH086     .
      *
      *----------------------------------------------------------------
RVH087     IF NOT BWRQ-GELADEN
RVH087        SET BWRQ-GELADEN TO TRUE
RVH087        OPEN INPUT BWRQ-FILE
RVH125        MOVE "BWRQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-BWRQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH087        IF WS-BWRQ-STATUS = "00"
RVH087           PERFORM LEZEN-BWRQ
RVH087           PERFORM WITH TEST BEFORE
RVH087 LEZEN-BWRQ.
RVH087**************
RVH087     READ BWRQ-FILE
RVH125     IF WS-BWRQ-STATUS = "00"
RVH125        MOVE BWRQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH087     .
      *
      *----------------------------------------------------------------
RVH068     IF NOT KALQ-GELADEN
RVH068        SET KALQ-GELADEN TO TRUE
RVH068        OPEN INPUT KALQ-FILE
RVH125        MOVE "KALQ" TO WS-MAN-DDNAAM
RVH125        MOVE WS-KALQ-STATUS TO WS-MAN-OPENSTATUS
RVH125        PERFORM MANIFEST-REGISTER
RVH068        IF WS-KALQ-STATUS = "00"
RVH068           PERFORM LEZEN-KALQ
RVH068           PERFORM WITH TEST BEFORE
RVH068 LEZEN-KALQ.
RVH068**************
RVH068     READ KALQ-FILE
RVH125     IF WS-KALQ-STATUS = "00"
RVH125        MOVE KALQ-REC TO WS-MAN-BUFFER
RVH125        PERFORM MANIFEST-TELLEN
RVH125     END-IF
RVH068     .
      *
RVH068 ZOEK-KALENDERDAG.
RVH027        END-IF
RVH027     END-IF
RVH027     .
      *
      *----------------------------------------------------------------
      *RVH125: EEN INGELADEN REGISTER IN HET MANIFEST OPNEMEN EN
      *        WS-MAN-SUB ERNAAR LATEN WIJZEN VOOR MANIFEST-TELLEN.
      *        AANWEZIG "N" = HET BESTAND KON NIET GEOPEND WORDEN.
      *----------------------------------------------------------------
RVH125 MANIFEST-REGISTER.
RVH125********************
RVH138     IF WS-MAN-COUNT < 30
RVH125        ADD 1 TO WS-MAN-COUNT
RVH125        MOVE WS-MAN-COUNT  TO WS-MAN-SUB
RVH125        MOVE WS-MAN-DDNAAM TO WS-MAN-DD (WS-MAN-SUB)
RVH125        MOVE "ONBEKEND"    TO WS-MAN-GENERATIE (WS-MAN-SUB)
RVH125        MOVE ZERO          TO WS-MAN-AANTAL (WS-MAN-SUB)
RVH125                              WS-MAN-CONTROLE (WS-MAN-SUB)
RVH125        IF WS-MAN-OPENSTATUS = "00"
RVH125           MOVE "J" TO WS-MAN-AANWEZIG (WS-MAN-SUB)
RVH125        ELSE
RVH125           MOVE "N" TO WS-MAN-AANWEZIG (WS-MAN-SUB)
RVH125        END-IF
RVH125     ELSE
RVH125        MOVE ZERO TO WS-MAN-SUB
RVH125     END-IF
RVH125     .
      *
      *----------------------------------------------------------------
      *RVH125: HET GELEZEN REKORD (IN WS-MAN-BUFFER) TELLEN EN IN HET
      *        CONTROLEGETAL VAN HET REGISTER WS-MAN-SUB VERWERKEN.
      *----------------------------------------------------------------
RVH125 MANIFEST-TELLEN.
RVH125******************
RVH125     IF WS-MAN-SUB > ZERO
RVH125        ADD 1 TO WS-MAN-AANTAL (WS-MAN-SUB)
RVH125        MOVE ZERO TO WS-MAN-REKSOM
RVH125        PERFORM VARYING WS-MAN-POS FROM 1 BY 1
RVH125                UNTIL WS-MAN-POS > 100
RVH125           COMPUTE WS-MAN-REKSOM = WS-MAN-REKSOM
RVH125                 + WS-MAN-HALF (WS-MAN-POS) * WS-MAN-POS
RVH125        END-PERFORM
RVH125        COMPUTE WS-MAN-WERK =
RVH125                WS-MAN-CONTROLE (WS-MAN-SUB) * 31 + WS-MAN-REKSOM
RVH125        DIVIDE WS-MAN-WERK BY 999999937
RVH125               GIVING WS-MAN-QUOT
RVH125               REMAINDER WS-MAN-CONTROLE (WS-MAN-SUB)
RVH125     END-IF
RVH125     .
      *
      *----------------------------------------------------------------
      *RVH125: DE GENERATIELIJST (MGNQ) TOEPASSEN EN HET MANIFEST
      *        SCHRIJVEN. EEN MANIFEST DAT NIET GESCHREVEN KAN WORDEN
      *        IS FATAAL: ZONDER MANIFEST WORDT DE RUN TOCH NIET
      *        GECERTIFICEERD.
      *----------------------------------------------------------------
RVH125 SCHRIJVEN-MANIFEST.
RVH125*********************
RVH125     IF NOT MANQ-GESCHREVEN
RVH125        SET MANQ-GESCHREVEN TO TRUE
RVH125        OPEN INPUT MGNQ-FILE
RVH125        IF WS-MGNQ-STATUS = "00"
RVH125           PERFORM LEZEN-MGNQ
RVH125           PERFORM WITH TEST BEFORE
RVH125                   UNTIL WS-MGNQ-STATUS NOT = "00"
RVH125              SET WS-MAN-IDX TO 1
RVH125              SEARCH WS-MAN-ENTRY
RVH125                 AT END
RVH125                    CONTINUE
RVH125                 WHEN WS-MAN-IDX > WS-MAN-COUNT
RVH125                    CONTINUE
RVH125                 WHEN WS-MAN-DD (WS-MAN-IDX) = MGNQ-DDNAAM
RVH125                    MOVE MGNQ-GENERATIE
RVH125                      TO WS-MAN-GENERATIE (WS-MAN-IDX)
RVH125              END-SEARCH
RVH125              PERFORM LEZEN-MGNQ
RVH125           END-PERFORM
RVH125           CLOSE MGNQ-FILE
RVH125        END-IF
RVH125        OPEN OUTPUT MANQ-FILE
RVH125        IF WS-MANQ-STATUS NOT = "00"
RVH125           MOVE SPACES TO BTMMSG
RVH125           STRING "ERREUR OPEN MANQ STATUS = " DELIMITED BY SIZE
RVH125                  WS-MANQ-STATUS              DELIMITED BY SIZE
RVH125                              INTO BTMMSG
RVH125           END-STRING
RVH125           PERFORM PPRNVW
RVH125        END-IF
RVH125        ACCEPT WS-MAN-VERWERKDATUM FROM DATE YYYYMMDD
RVH125        MOVE SPACES            TO MANQ-REC
RVH125        SET MANQ-KOP           TO TRUE
RVH125        MOVE SP-ACTDAT         TO MANQ-RUNDATUM
RVH125        MOVE WS-RUN-SEQ        TO MANQ-RUNSEQ
RVH125        MOVE WS-MAN-VERWERKDATUM TO MANQ-VERWERKDATUM
RVH125        MOVE WS-AS-OF-DATE     TO MANQ-ASOF
RVH125        MOVE WS-MAN-VERSIE     TO MANQ-VERSIE
RVH125        MOVE WHEN-COMPILED     TO MANQ-GECOMPILEERD
RVH125        IF TRBFN-SIMULATIE
RVH125           MOVE "J" TO MANQ-SIMULATIE
RVH125        ELSE
RVH125           MOVE "N" TO MANQ-SIMULATIE
RVH125        END-IF
RVH125        MOVE WS-MAN-COUNT      TO MANQ-AANTAL-REG
RVH125        WRITE MANQ-REC
RVH125        PERFORM VARYING WS-MAN-SUB FROM 1 BY 1
RVH125                UNTIL WS-MAN-SUB > WS-MAN-COUNT
RVH125           MOVE SPACES        TO MANQ-REC
RVH125           SET MANQ-REGISTER  TO TRUE
RVH125           MOVE SP-ACTDAT     TO MANQ-RUNDATUM
RVH125           MOVE WS-RUN-SEQ    TO MANQ-RUNSEQ
RVH125           MOVE WS-MAN-DD (WS-MAN-SUB)       TO MANQ-DDNAAM
RVH125           MOVE WS-MAN-GENERATIE (WS-MAN-SUB)
RVH125                                            TO MANQ-GENERATIE
RVH125           MOVE WS-MAN-AANTAL (WS-MAN-SUB)   TO MANQ-AANTAL
RVH125           MOVE WS-MAN-CONTROLE (WS-MAN-SUB) TO MANQ-CONTROLE
RVH125           MOVE WS-MAN-AANWEZIG (WS-MAN-SUB) TO MANQ-AANWEZIG
RVH125           WRITE MANQ-REC
RVH125        END-PERFORM
RVH125        CLOSE MANQ-FILE
RVH125        MOVE ZERO TO WS-MAN-SUB
RVH125     END-IF
RVH125     .
RVH125 LEZEN-MGNQ.
RVH125*************
RVH125     READ MGNQ-FILE
RVH125     .
      *
      *----------------------------------------------------------------
      *RVH132: KETENBEWAKING - AANMELDING VAN DE GIRBET-STAP BIJ DE
      *        EERSTE GIRBETPP-AANROEP (NIET IN SIMULATIEMODUS). EEN
      *        GEWEIGERDE START BREEKT DE RUN AF VOOR ER IETS WORDT
      *        GESCHREVEN. BIJ HET EINDE WORDT DE STAP MET HET RUN-
      *        VOLGNUMMER EN DE RETURN-CODE AFGEMELD.
      *----------------------------------------------------------------
RVH132 KETEN-START.
RVH132**************
RVH132     IF NOT KETEN-GEMELD AND NOT TRBFN-SIMULATIE
RVH132        SET KETEN-GEMELD TO TRUE
RVH132        MOVE "S"           TO WS-KET-FUNCTIE
RVH132        MOVE "TRBFNCX4"    TO WS-KET-PROGRAMMA
RVH132        MOVE ZERO          TO WS-KET-RUNSEQ
RVH132                              WS-KET-RC
RVH132        CALL "GIRKETX4" USING WS-KET-PARM
RVH132        IF NOT WS-KET-TOEGESTAAN
RVH132           MOVE SPACES TO BTMMSG
RVH132           STRING "KETEN: "       DELIMITED BY SIZE
RVH132                  WS-KET-MELDING  DELIMITED BY SIZE
RVH132                             INTO BTMMSG
RVH132           END-STRING
RVH132           PERFORM PPRNVW
RVH132        END-IF
RVH132     END-IF
RVH132     .
RVH132*
RVH132 KETEN-EINDE.
RVH132**************
RVH132     IF KETEN-GEMELD
RVH132        MOVE "E"           TO WS-KET-FUNCTIE
RVH132        MOVE "TRBFNCX4"    TO WS-KET-PROGRAMMA
RVH132        MOVE WS-RUN-SEQ    TO WS-KET-RUNSEQ
RVH132        MOVE RETURN-CODE   TO WS-KET-RC
RVH132        CALL "GIRKETX4" USING WS-KET-PARM
RVH132        MOVE WS-KET-RC     TO RETURN-CODE
RVH132     END-IF
RVH132     .
      *
      *----------------------------------------------------------------
      *RVH133: AFSLUITREGISTER INLEZEN (EENMAAL PER RUN; ZONDER
      *        REGISTER IS GEEN ENKEL JAAR AFGESLOTEN) EN DE RUN
      *        WEIGEREN ALS HET JAAR VAN SP-ACTDAT AFGESLOTEN IS. IN
      *        SIMULATIEMODUS WORDT NIETS GEBOEKT EN NIET GEWEIGERD.
      *----------------------------------------------------------------
RVH133 CONTROLE-JAARAFSLUITING.
RVH133**************************
RVH133     IF NOT JAFQ-GELADEN
RVH133        SET JAFQ-GELADEN TO TRUE
RVH133        OPEN INPUT JAFQ-FILE
RVH133        MOVE "JAFQ" TO WS-MAN-DDNAAM
RVH133        MOVE WS-JAFQ-STATUS TO WS-MAN-OPENSTATUS
RVH133        PERFORM MANIFEST-REGISTER
RVH133        IF WS-JAFQ-STATUS = "00"
RVH133           PERFORM LEZEN-JAFQ
RVH133           PERFORM WITH TEST BEFORE
RVH133                   UNTIL WS-JAFQ-STATUS NOT = "00"
RVH133              IF JAFQ-AFGESLOTEN AND WS-JAF-COUNT < 50
RVH133                 ADD 1 TO WS-JAF-COUNT
RVH133                 MOVE JAFQ-JAAR TO WS-JAF-JAAR (WS-JAF-COUNT)
RVH133              END-IF
RVH133              PERFORM LEZEN-JAFQ
RVH133           END-PERFORM
RVH133           CLOSE JAFQ-FILE
RVH133        END-IF
RVH133     END-IF
RVH133     IF WS-JAF-COUNT > ZERO AND NOT TRBFN-SIMULATIE
RVH133        MOVE SP-ACTDAT TO WS-JAF-ACTDAT
RVH133        SET WS-JAF-IDX TO 1
RVH133        SEARCH WS-JAF-JAAR
RVH133           AT END
RVH133              CONTINUE
RVH133           WHEN WS-JAF-JAAR (WS-JAF-IDX) = WS-JAF-ACT-CCYY
RVH133              MOVE SPACES TO BTMMSG
RVH133              STRING "JAAR "             DELIMITED BY SIZE
RVH133                     WS-JAF-ACT-CCYY     DELIMITED BY SIZE
RVH133                     " AFGESLOTEN - GIRBET-RUN GEWEIGERD"
RVH133                                         DELIMITED BY SIZE
RVH133                                    INTO BTMMSG
RVH133              END-STRING
RVH133              PERFORM PPRNVW
RVH133        END-SEARCH
RVH133     END-IF
RVH133     .
RVH133 LEZEN-JAFQ.
RVH133*************
RVH133     READ JAFQ-FILE
RVH133     IF WS-JAFQ-STATUS = "00"
RVH133        MOVE JAFQ-REC TO WS-MAN-BUFFER
RVH133        PERFORM MANIFEST-TELLEN
RVH133     END-IF
RVH133     .
      *
       FIN-BTM.
      *********

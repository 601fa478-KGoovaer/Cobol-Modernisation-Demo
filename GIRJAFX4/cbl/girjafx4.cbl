      ******************************************************************
      **  GIRJAFX4 : JAARAFSLUITING VAN DE BETAALKETEN                 *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - VOERT DE JAAREINDEHANDELINGEN SAMEN UIT TEGEN EEN          *
      **    AFSLUITDATUM (JAFP, FUNCTIE "A"):                          *
      **      . DE CUMQ-JAARTOTALEN VAN HET JAAR WORDEN BEVROREN: ZE   *
      **        WORDEN NAAR CUMF GEKOPIEERD EN HUN AANTAL EN BEDRAG    *
      **        IN HET AFSLUITREGISTER (JAFQ) VASTGELEGD, NADAT ZE     *
      **        TEGEN DE JAAREXTRACT VAN HET BBF-JOURNAAL (BBFX, ZIE   *
      **        GIRKWSX4) ZIJN AFGESTEMD. GIRATTX4 MAAKT ENKEL NOG     *
      **        ATTESTEN UIT BEVROREN TOTALEN;                         *
      **      . DE PARKEERWACHTRIJEN (FWDQ, REVQ, BSHQ, CPLQ, FRDQ,    *
RVH135**        SPKQ, NALQ, DFRQ, BUWQ, TAALQ, FZPQ) WORDEN PER        *
RVH135**        FEDERATIE GEWAARDEERD VOOR DE JAAREINDE-ACCRUAL        *
RVH135**        (JAWQ);                                                *
      **      . DE MOTQ- EN GLPQ-GENERATIES WORDEN OP DE AFSLUITDATUM  *
      **        GEKNIPT: TOT EN MET DE AFSLUITDATUM NAAR DE JAAR-      *
      **        GENERATIE (MOTJ/GLPJ), DAARNA NAAR DE NIEUWE (MOTN/    *
      **        GLPN);                                                 *
      **      . GEPARKEERDE PPR'S DIE IN HET AFGESLOTEN JAAR WERDEN    *
      **        TOEGEKEND (TRBFN-DATMEMO) EN DUS PAS VOLGEND JAAR      *
      **        WORDEN BETAALD, WORDEN ALS JAAROVERSCHRIJDEND IN JAWQ  *
      **        GEMARKEERD.                                            *
      **  - EEN AFGESLOTEN JAAR BLOKKEERT GIRBET-RUNS MET EEN DATUM    *
      **    IN DAT JAAR (ZIE TRBFNCX4) TOT HET MET FUNCTIE "H"         *
      **    UITDRUKKELIJK WORDT HEROPEND; EEN HEROPEND JAAR WORDT MET  *
      **    FUNCTIE "A" OPNIEUW AFGESLOTEN EN BEVROREN.                *
      **  - HET AFSLUITCERTIFICAAT (JAFR) TOONT DE BEVROREN TOTALEN    *
      **    PER FEDERATIE MET DE WAARDERING VAN DE WACHTRIJEN.         *
      **    RETURN-CODE 8 ALS DE AFSLUITING WORDT GEWEIGERD.           *
      **                                                               *
      ******************************************************************
      *RVH133: NIEUW PROGRAMMA - JAARAFSLUITING VAN DE BETAALKETEN.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRJAFX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH133*
RVH133* RVH133 15/10/2026
RVH133*     NIEUW PROGRAMMA : JAARAFSLUITING - BEVRIEZEN VAN CUMQ,
RVH133*     WAARDERING VAN DE WACHTRIJEN, KNIP VAN MOTQ/GLPQ OP DE
RVH133*     AFSLUITDATUM EN HET AFSLUITCERTIFICAAT PER FEDERATIE.
RVH133*
RVH135* RVH135 15/10/2026
RVH135*     DE BEVRIEZINGSWACHTRIJ (FZPQ) MEE GEWAARDEERD.
RVH135*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH133: PARAMETER - FUNCTIE ("A" = AFSLUITEN, "H" = HEROPENEN)
      *        EN DE AFSLUITDATUM; HET JAAR IS DAT VAN DE DATUM.
      *----------------------------------------------------------------
           SELECT JAFP-FILE ASSIGN TO JAFP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JAFP-STATUS.
      *----------------------------------------------------------------
      *RVH133: AFSLUITREGISTER - EEN REKORD PER AFGESLOTEN OF HEROPEND
      *        JAAR; OOK GELEZEN DOOR TRBFNCX4, GIRCUMX4 EN GIRATTX4.
      *        VOLLEDIG INGELEZEN EN OPNIEUW GESCHREVEN.
      *----------------------------------------------------------------
           SELECT JAFQ-FILE ASSIGN TO JAFQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JAFQ-STATUS.
      *----------------------------------------------------------------
      *RVH133: JAARTOTALEN PER LID/CODE-LIBELLE (GIRCUMX4) EN DE
      *        BEVROREN KOPIE VAN HET AF TE SLUITEN JAAR.
      *----------------------------------------------------------------
           SELECT CUMQ-FILE ASSIGN TO CUMQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CUMQ-STATUS.
           SELECT CUMF-FILE ASSIGN TO CUMF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CUMF-STATUS.
      *----------------------------------------------------------------
      *RVH133: JAAREXTRACT VAN HET BBF-JOURNAAL, AANGEVULD MET
      *        BBF-VERB EN BBF-TAGREG-OP (ZELFDE INDELING ALS VOOR
      *        GIRKWSX4) - BRON VAN DE TOTALEN PER FEDERATIE.
      *----------------------------------------------------------------
           SELECT BBFX-FILE ASSIGN TO BBFX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BBFX-STATUS.
      *----------------------------------------------------------------
      *RVH133: KNIP VAN DE LOPENDE MOTQ/GLPQ-GENERATIE (ZELFDE
      *        DD-NAMEN ALS IN GIRHSKX4) IN EEN JAARGENERATIE EN EEN
      *        NIEUWE GENERATIE.
      *----------------------------------------------------------------
           SELECT MOTO-FILE ASSIGN TO MOTO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MOTO-STATUS.
           SELECT MOTJ-FILE ASSIGN TO MOTJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MOTJ-STATUS.
           SELECT MOTN-FILE ASSIGN TO MOTN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MOTN-STATUS.
           SELECT GLPO-FILE ASSIGN TO GLPO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPO-STATUS.
           SELECT GLPJ-FILE ASSIGN TO GLPJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPJ-STATUS.
           SELECT GLPN-FILE ASSIGN TO GLPN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPN-STATUS.
      *----------------------------------------------------------------
      *RVH133: DE PARKEERWACHTRIJEN VAN TRBFNCX4 (ENKEL GELEZEN; EEN
      *        ONTBREKENDE WACHTRIJ TELT ALS LEEG).
      *----------------------------------------------------------------
           SELECT FWDQ-FILE ASSIGN TO FWDQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT REVQ-FILE ASSIGN TO REVQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT BSHQ-FILE ASSIGN TO BSHQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT CPLQ-FILE ASSIGN TO CPLQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT FRDQ-FILE ASSIGN TO FRDQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT SPKQ-FILE ASSIGN TO SPKQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT NALQ-FILE ASSIGN TO NALQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT DFRQ-FILE ASSIGN TO DFRQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT BUWQ-FILE ASSIGN TO BUWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
           SELECT TAALQ-FILE ASSIGN TO TAALQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-WRQ-STATUS.
RVH135     SELECT FZPQ-FILE ASSIGN TO FZPQ
RVH135            ORGANIZATION IS SEQUENTIAL
RVH135            FILE STATUS  IS WS-WRQ-STATUS.
      *----------------------------------------------------------------
      *RVH133: WAARDERING VOOR DE JAAREINDE-ACCRUAL EN DE LIJST VAN
      *        JAAROVERSCHRIJDENDE PPR'S.
      *----------------------------------------------------------------
           SELECT JAWQ-FILE ASSIGN TO JAWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JAWQ-STATUS.
      *----------------------------------------------------------------
      *RVH133: AFSLUITCERTIFICAAT.
      *----------------------------------------------------------------
           SELECT JAFR-FILE ASSIGN TO JAFR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JAFR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  JAFP-FILE
           RECORDING MODE IS F.
       01  JAFP-REC.
           05  JAFP-FUNCTIE             PIC X(01).
               88  JAFP-AFSLUITEN       VALUE "A".
               88  JAFP-HEROPENEN       VALUE "H".
           05  JAFP-DATUM               PIC 9(08).
       FD  JAFQ-FILE
           RECORDING MODE IS F.
       01  JAFQ-REC.
           05  JAFQ-JAAR                PIC 9(04).
           05  JAFQ-STATUS              PIC X(01).
               88  JAFQ-AFGESLOTEN      VALUE "A".
               88  JAFQ-HEROPEND        VALUE "H".
           05  JAFQ-AFSLUITDATUM        PIC 9(08).
           05  JAFQ-VERWERKDATUM        PIC 9(08).
           05  JAFQ-HEROPEN-DATUM       PIC 9(08).
           05  JAFQ-CUM-AANTAL          PIC 9(09).
           05  JAFQ-CUM-BEDRAG          PIC S9(11).
           05  FILLER                   PIC X(11).
       FD  CUMQ-FILE
           RECORDING MODE IS F.
       01  CUMQ-REC.
           05  CUMQ-RNR                 PIC X(13).
           05  CUMQ-LIBEL               PIC 9(02).
           05  CUMQ-JAAR                PIC 9(04).
           05  CUMQ-TOTAAL-BEDRAG       PIC S9(09).
           05  CUMQ-AANTAL              PIC 9(05).
       FD  CUMF-FILE
           RECORDING MODE IS F.
       01  CUMF-REC                     PIC X(33).
       FD  BBFX-FILE
           RECORDING MODE IS F.
       01  BBFX-REC.
           05  BBFX-RNR                 PIC X(13).
           05  BBFX-LIBEL               PIC 9(02).
           05  BBFX-KONST               PIC 9(10).
           05  BBFX-VOLGNR              PIC 9(03).
           05  BBFX-BEDRAG              PIC S9(08).
           05  BBFX-DATINB              PIC 9(08).
           05  BBFX-VERB                PIC 9(03).
           05  BBFX-TAGREG-OP           PIC 9(02).
       FD  MOTO-FILE
           RECORDING MODE IS F.
       01  MOTO-REC.
           05  MOTO-PPR-RNR             PIC S9(08) COMP.
           05  MOTO-STATUS              PIC X(01).
           05  MOTO-NAAM                PIC X(18).
           05  MOTO-VOORN               PIC X(12).
           05  MOTO-LND                 PIC X(03).
           05  MOTO-TAAL                PIC 9(01).
           05  MOTO-LIBEL               PIC 9(02).
           05  MOTO-BEDRAG              PIC S9(08).
           05  MOTO-BEDRAG-DV           PIC X(01).
           05  MOTO-DATINB              PIC 9(08).
           05  MOTO-DIAG                PIC X(32).
       FD  MOTJ-FILE
           RECORDING MODE IS F.
       01  MOTJ-REC                     PIC X(90).
       FD  MOTN-FILE
           RECORDING MODE IS F.
       01  MOTN-REC                     PIC X(90).
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
       FD  GLPJ-FILE
           RECORDING MODE IS F.
       01  GLPJ-REC                     PIC X(64).
       FD  GLPN-FILE
           RECORDING MODE IS F.
       01  GLPN-REC                     PIC X(64).
       FD  FWDQ-FILE
           RECORDING MODE IS F.
       01  FWDQ-REC                     PIC X(186).
       FD  REVQ-FILE
           RECORDING MODE IS F.
       01  REVQ-REC.
           05  REVQ-PPR                 PIC X(186).
           05  REVQ-SEUIL               PIC S9(8).
       FD  BSHQ-FILE
           RECORDING MODE IS F.
       01  BSHQ-REC.
           05  BSHQ-PPR                 PIC X(186).
           05  BSHQ-DOSSIER             PIC X(12).
           05  BSHQ-SCHULDEISER         PIC X(30).
           05  BSHQ-PLAFOND             PIC S9(08).
           05  BSHQ-BEDRAG              PIC S9(08).
       FD  CPLQ-FILE
           RECORDING MODE IS F.
       01  CPLQ-REC.
           05  CPLQ-PPR                 PIC X(186).
           05  CPLQ-LIJSTNAAM           PIC X(30).
           05  CPLQ-NAAM                PIC X(30).
           05  CPLQ-LND                 PIC X(03).
           05  CPLQ-REDEN               PIC X(04).
       FD  FRDQ-FILE
           RECORDING MODE IS F.
       01  FRDQ-REC.
           05  FRDQ-PPR                 PIC X(186).
           05  FRDQ-DREMPEL             PIC S9(8).
           05  FRDQ-DATUM               PIC 9(08).
       FD  SPKQ-FILE
           RECORDING MODE IS F.
       01  SPKQ-REC.
           05  SPKQ-PPR                 PIC X(186).
           05  SPKQ-SOORT               PIC X(01).
           05  SPKQ-SLEUTEL             PIC X(34).
           05  SPKQ-VERVALDATUM         PIC 9(08).
           05  SPKQ-DATUM               PIC 9(08).
       FD  NALQ-FILE
           RECORDING MODE IS F.
       01  NALQ-REC.
           05  NALQ-PPR                 PIC X(186).
           05  NALQ-DATOVL              PIC 9(08).
       FD  DFRQ-FILE
           RECORDING MODE IS F.
       01  DFRQ-REC                     PIC X(186).
       FD  BUWQ-FILE
           RECORDING MODE IS F.
       01  BUWQ-REC                     PIC X(186).
       FD  TAALQ-FILE
           RECORDING MODE IS F.
       01  TAALQ-REC                    PIC X(186).
RVH135 FD  FZPQ-FILE
RVH135     RECORDING MODE IS F.
RVH135 01  FZPQ-REC.
RVH135     05  FZPQ-PPR                 PIC X(186).
RVH135     05  FZPQ-FEDERATIE           PIC X(03).
RVH135     05  FZPQ-LIBEL               PIC X(02).
RVH135     05  FZPQ-REDEN               PIC X(30).
RVH135     05  FZPQ-DATUM               PIC 9(08).
      *----------------------------------------------------------------
      *RVH133: "W" = WAARDERING PER FEDERATIE EN WACHTRIJ, "J" = EEN
      *        JAAROVERSCHRIJDENDE PPR (TOEGEKEND TOT EN MET DE
      *        AFSLUITDATUM, NOG NIET BETAALD).
      *----------------------------------------------------------------
       FD  JAWQ-FILE
           RECORDING MODE IS F.
       01  JAWQ-REC.
           05  JAWQ-TYPE                PIC X(01).
               88  JAWQ-WAARDERING      VALUE "W".
               88  JAWQ-JAAROVERSCHR    VALUE "J".
           05  JAWQ-JAAR                PIC 9(04).
           05  JAWQ-AFSLUITDATUM        PIC 9(08).
           05  JAWQ-FEDERATIE           PIC 9(03).
           05  JAWQ-WACHTRIJ            PIC X(05).
           05  JAWQ-AANTAL              PIC 9(07).
           05  JAWQ-BEDRAG              PIC S9(11).
           05  JAWQ-RNR                 PIC X(13).
           05  JAWQ-LIBEL               PIC 9(02).
           05  JAWQ-DATMEMO             PIC 9(08).
           05  FILLER                   PIC X(18).
       FD  JAFR-FILE
           RECORDING MODE IS F.
       01  JAFR-REC                     PIC X(132).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-JAFP-STATUS               PIC XX VALUE ZEROES.
       01  WS-JAFQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-CUMQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-CUMF-STATUS               PIC XX VALUE ZEROES.
       01  WS-BBFX-STATUS               PIC XX VALUE ZEROES.
       01  WS-MOTO-STATUS               PIC XX VALUE ZEROES.
       01  WS-MOTJ-STATUS               PIC XX VALUE ZEROES.
       01  WS-MOTN-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPO-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPJ-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPN-STATUS               PIC XX VALUE ZEROES.
       01  WS-WRQ-STATUS                PIC XX VALUE ZEROES.
       01  WS-JAWQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-JAFR-STATUS               PIC XX VALUE ZEROES.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-AFSLUITDATUM              PIC 9(08) VALUE ZERO.
       01  WS-AFSLUITDATUM-RED REDEFINES WS-AFSLUITDATUM.
           05  WS-AFS-CCYY              PIC 9(04).
           05  WS-AFS-MMDD              PIC 9(04).
       01  WS-JAAR                      PIC 9(04) VALUE ZERO.
       01  WS-DATUM                     PIC 9(08) VALUE ZERO.
       01  WS-DATUM-RED REDEFINES WS-DATUM.
           05  WS-DATUM-CCYY            PIC 9(04).
           05  WS-DATUM-MMDD            PIC 9(04).
       01  WS-FUNCTIE                   PIC X(01) VALUE SPACE.
      *----------------------------------------------------------------
      *RVH133: HET AFSLUITREGISTER IN HET GEHEUGEN.
      *----------------------------------------------------------------
       01  WS-JAF-TABLE.
           05  WS-JAF-ENTRY OCCURS 50 TIMES.
               10  WS-JAF-REC           PIC X(60).
       01  WS-JAF-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-JAF-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-JAF-HIT                   PIC 9(02) VALUE ZERO.
       01  WS-WEIGERING                 PIC X(60) VALUE SPACES.
      *----------------------------------------------------------------
      *RVH133: DE GEWAARDEERDE WACHTRIJEN, IN DE VOLGORDE VAN DE
      *        WAARDERING.
      *----------------------------------------------------------------
       01  TABLE-WACHTRIJ.
           05  FILLER                   PIC X(05) VALUE "FWDQ ".
           05  FILLER                   PIC X(05) VALUE "REVQ ".
           05  FILLER                   PIC X(05) VALUE "BSHQ ".
           05  FILLER                   PIC X(05) VALUE "CPLQ ".
           05  FILLER                   PIC X(05) VALUE "FRDQ ".
           05  FILLER                   PIC X(05) VALUE "SPKQ ".
           05  FILLER                   PIC X(05) VALUE "NALQ ".
           05  FILLER                   PIC X(05) VALUE "DFRQ ".
           05  FILLER                   PIC X(05) VALUE "BUWQ ".
           05  FILLER                   PIC X(05) VALUE "TAALQ".
RVH135     05  FILLER                   PIC X(05) VALUE "FZPQ ".
       01  TABLE-WACHTRIJ-RED REDEFINES TABLE-WACHTRIJ.
RVH135     05  WRQ-NAAM OCCURS 11 TIMES PIC X(05).
       01  WS-WRQ-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-WRQ-TOTALEN.
RVH135     05  WS-WRQ-TOT OCCURS 11 TIMES.
               10  WS-WRQ-TOT-AANTAL    PIC 9(07).
               10  WS-WRQ-TOT-BEDRAG    PIC S9(11).
      *----------------------------------------------------------------
      *RVH133: TOTALEN PER FEDERATIE, RECHTSTREEKS GESUBSCRIPTEERD OP
      *        DE FEDERATIEKODE + 1.
      *----------------------------------------------------------------
       01  WS-FED-TABLE.
           05  WS-FED-ENTRY OCCURS 1000 TIMES.
               10  WS-FED-AANWEZIG      PIC X(01).
               10  WS-FED-BET-AANTAL    PIC 9(07).
               10  WS-FED-BET-BEDRAG    PIC S9(11).
RVH135         10  WS-FED-WRQ OCCURS 11 TIMES.
                   15  WS-FED-WRQ-AANTAL
                                        PIC 9(07).
                   15  WS-FED-WRQ-BEDRAG
                                        PIC S9(11).
               10  WS-FED-JOV-AANTAL    PIC 9(07).
               10  WS-FED-JOV-BEDRAG    PIC S9(11).
       01  WS-FED-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-FED-KODE                  PIC 9(03) VALUE ZERO.
       01  WS-FED-PARK-AANTAL           PIC 9(07) VALUE ZERO.
       01  WS-FED-PARK-BEDRAG           PIC S9(11) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH133: PLAATSVERVANGEND PPR-RECORD VOOR DE WACHTRIJREKORDS.
      *----------------------------------------------------------------
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-PPR-BEDRAG                PIC S9(08) VALUE ZERO.
      *
       01  WS-CUM-REKORDS               PIC 9(09) VALUE ZERO.
       01  WS-CUM-AANTAL                PIC 9(09) VALUE ZERO.
       01  WS-CUM-BEDRAG                PIC S9(11) VALUE ZERO.
       01  WS-CUM-ANDER-JAAR            PIC 9(09) VALUE ZERO.
       01  WS-BBF-AANTAL                PIC 9(09) VALUE ZERO.
       01  WS-BBF-BEDRAG                PIC S9(11) VALUE ZERO.
       01  WS-AANSLUITING-SW            PIC X VALUE "N".
           88  WS-SLUITEND              VALUE "J".
       01  WS-PARK-AANTAL               PIC 9(09) VALUE ZERO.
       01  WS-PARK-BEDRAG               PIC S9(11) VALUE ZERO.
       01  WS-JOV-AANTAL                PIC 9(09) VALUE ZERO.
       01  WS-JOV-BEDRAG                PIC S9(11) VALUE ZERO.
       01  WS-CNT-MOT-JAAR              PIC 9(09) VALUE ZERO.
       01  WS-CNT-MOT-NIEUW             PIC 9(09) VALUE ZERO.
       01  WS-CNT-GLP-JAAR              PIC 9(09) VALUE ZERO.
       01  WS-CNT-GLP-NIEUW             PIC 9(09) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZZZZ9,99.
       01  WS-EDIT-BEDRAG2              PIC -ZZZZZZZZZZ9,99.
       01  WS-EDIT-BEDRAG3              PIC -ZZZZZZZZZZ9,99.
       01  WS-EDIT-AANTAL               PIC ZZZZZZZZ9.
       01  WS-EDIT-AANTAL2              PIC ZZZZZZZZ9.
       01  WS-EDIT-AANTAL3              PIC ZZZZZZZZ9.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-JAARAFSLUITING SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-JAARAFSLUITING.
      *---------------------------------
           PERFORM OPEN-AFSLUITING
           PERFORM LADEN-REGISTER
           PERFORM ZOEKEN-JAAR
           IF WS-FUNCTIE = "H"
              PERFORM HEROPENEN
           ELSE
              PERFORM CONTROLE-AFSLUITING
              IF WS-WEIGERING = SPACES
                 PERFORM BEVRIEZEN-CUMQ
                 PERFORM AANSLUITEN-JOURNAAL
              END-IF
              IF WS-WEIGERING = SPACES
                 PERFORM WAARDEREN-WACHTRIJEN
                 PERFORM KNIP-MOTQ
                 PERFORM KNIP-GLPQ
                 PERFORM AFSLUITEN-JAAR
              END-IF
              PERFORM SCHRIJVEN-CERTIFICAAT
           END-IF
           PERFORM FIN-AFSLUITING
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-AFSLUITING.
      ******************
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           OPEN INPUT JAFP-FILE
           IF WS-JAFP-STATUS NOT = "00"
              DISPLAY "GIRJAFX4 - ERREUR OPEN JAFP STATUS = "
                      WS-JAFP-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           READ JAFP-FILE
           IF WS-JAFP-STATUS NOT = "00"
              OR NOT (JAFP-AFSLUITEN OR JAFP-HEROPENEN)
              OR JAFP-DATUM NOT NUMERIC
              OR JAFP-DATUM = ZERO
              DISPLAY "GIRJAFX4 - ONGELDIGE PARAMETER JAFP"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE JAFP-FUNCTIE TO WS-FUNCTIE
           MOVE JAFP-DATUM   TO WS-AFSLUITDATUM
           MOVE WS-AFS-CCYY  TO WS-JAAR
           CLOSE JAFP-FILE
           OPEN OUTPUT JAFR-FILE
           IF WS-JAFR-STATUS NOT = "00"
              DISPLAY "GIRJAFX4 - ERREUR OPEN JAFR STATUS = "
                      WS-JAFR-STATUS
              STOP RUN
           END-IF
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              INITIALIZE WS-FED-ENTRY (WS-FED-SUB)
              MOVE "N" TO WS-FED-AANWEZIG (WS-FED-SUB)
           END-PERFORM
           INITIALIZE WS-WRQ-TOTALEN
           .
      *
      *----------------------------------------------------------------
      *RVH133: HET REGISTER VOLLEDIG INLEZEN - BIJ DE EERSTE
      *        AFSLUITING BESTAAT HET NOG NIET.
      *----------------------------------------------------------------
       LADEN-REGISTER.
      *****************
           MOVE ZERO TO WS-JAF-COUNT
           OPEN INPUT JAFQ-FILE
           IF WS-JAFQ-STATUS = "00"
              READ JAFQ-FILE
              PERFORM WITH TEST BEFORE
                      UNTIL WS-JAFQ-STATUS NOT = "00"
                         OR WS-JAF-COUNT NOT < 50
                 ADD 1 TO WS-JAF-COUNT
                 MOVE JAFQ-REC TO WS-JAF-REC (WS-JAF-COUNT)
                 READ JAFQ-FILE
              END-PERFORM
              CLOSE JAFQ-FILE
           END-IF
           .
      *
       ZOEKEN-JAAR.
      **************
           MOVE ZERO TO WS-JAF-HIT
           PERFORM VARYING WS-JAF-SUB FROM 1 BY 1
                   UNTIL WS-JAF-SUB > WS-JAF-COUNT
                      OR WS-JAF-HIT NOT = ZERO
              MOVE WS-JAF-REC (WS-JAF-SUB) TO JAFQ-REC
              IF JAFQ-JAAR = WS-JAAR
                 MOVE WS-JAF-SUB TO WS-JAF-HIT
              END-IF
           END-PERFORM
           IF WS-JAF-HIT NOT = ZERO
              MOVE WS-JAF-REC (WS-JAF-HIT) TO JAFQ-REC
           ELSE
              MOVE SPACES TO JAFQ-REC
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH133: EEN AFGESLOTEN JAAR WORDT NIET OPNIEUW AFGESLOTEN - HET
      *        MOET EERST UITDRUKKELIJK WORDEN HEROPEND.
      *----------------------------------------------------------------
       CONTROLE-AFSLUITING.
      **********************
           IF WS-JAF-HIT NOT = ZERO AND JAFQ-AFGESLOTEN
              MOVE SPACES TO WS-WEIGERING
              STRING "JAAR "                   DELIMITED BY SIZE
                     WS-JAAR                   DELIMITED BY SIZE
                     " REEDS AFGESLOTEN OP "   DELIMITED BY SIZE
                     JAFQ-VERWERKDATUM         DELIMITED BY SIZE
                     " - EERST HEROPENEN"      DELIMITED BY SIZE
                                          INTO WS-WEIGERING
              END-STRING
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH133: DE JAARTOTALEN VAN HET AF TE SLUITEN JAAR NAAR DE
      *        BEVROREN KOPIE; REKORDS VAN EEN ANDER JAAR WORDEN
      *        GETELD MAAR NIET MEEGENOMEN.
      *----------------------------------------------------------------
       BEVRIEZEN-CUMQ.
      *****************
           OPEN INPUT CUMQ-FILE
           IF WS-CUMQ-STATUS NOT = "00"
              DISPLAY "GIRJAFX4 - ERREUR OPEN CUMQ STATUS = "
                      WS-CUMQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT CUMF-FILE
           IF WS-CUMF-STATUS NOT = "00"
              DISPLAY "GIRJAFX4 - ERREUR OPEN CUMF STATUS = "
                      WS-CUMF-STATUS
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM LEZEN-CUMQ
           PERFORM WITH TEST BEFORE UNTIL WS-EOF
              IF CUMQ-JAAR = WS-JAAR
                 MOVE CUMQ-REC TO CUMF-REC
                 WRITE CUMF-REC
                 ADD 1                  TO WS-CUM-REKORDS
                 ADD CUMQ-AANTAL        TO WS-CUM-AANTAL
                 ADD CUMQ-TOTAAL-BEDRAG TO WS-CUM-BEDRAG
              ELSE
                 ADD 1 TO WS-CUM-ANDER-JAAR
              END-IF
              PERFORM LEZEN-CUMQ
           END-PERFORM
           CLOSE CUMQ-FILE CUMF-FILE
           IF WS-CUM-REKORDS = ZERO
              MOVE SPACES TO WS-WEIGERING
              STRING "GEEN CUMQ-TOTALEN VOOR HET JAAR "
                                               DELIMITED BY SIZE
                     WS-JAAR                   DELIMITED BY SIZE
                                          INTO WS-WEIGERING
              END-STRING
           END-IF
           .
       LEZEN-CUMQ.
      *************
           READ CUMQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH133: DE BETALINGEN VAN HET JAAR UIT HET JOURNAAL PER
      *        FEDERATIE (BBF-VERB), AFGESTEMD TEGEN DE BEVROREN CUMQ-
      *        TOTALEN: ZONDER SLUITENDE AANSLUITING GEEN AFSLUITING.
      *----------------------------------------------------------------
       AANSLUITEN-JOURNAAL.
      **********************
           IF WS-WEIGERING = SPACES
              OPEN INPUT BBFX-FILE
              IF WS-BBFX-STATUS NOT = "00"
                 DISPLAY "GIRJAFX4 - ERREUR OPEN BBFX STATUS = "
                         WS-BBFX-STATUS
                 STOP RUN
              END-IF
              MOVE "N" TO WS-EOF-SW
              PERFORM LEZEN-BBFX
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE BBFX-DATINB TO WS-DATUM
                 IF WS-DATUM-CCYY = WS-JAAR
                    COMPUTE WS-FED-SUB = BBFX-VERB + 1
                    END-COMPUTE
                    MOVE "J" TO WS-FED-AANWEZIG (WS-FED-SUB)
                    ADD 1           TO WS-FED-BET-AANTAL (WS-FED-SUB)
                                       WS-BBF-AANTAL
                    ADD BBFX-BEDRAG TO WS-FED-BET-BEDRAG (WS-FED-SUB)
                                       WS-BBF-BEDRAG
                 END-IF
                 PERFORM LEZEN-BBFX
              END-PERFORM
              CLOSE BBFX-FILE
              IF WS-BBF-AANTAL = WS-CUM-AANTAL
                 AND WS-BBF-BEDRAG = WS-CUM-BEDRAG
                 SET WS-SLUITEND TO TRUE
              ELSE
                 MOVE "CUMQ SLUIT NIET AAN OP HET JOURNAAL (BBFX)"
                                               TO WS-WEIGERING
              END-IF
           END-IF
           .
       LEZEN-BBFX.
      *************
           READ BBFX-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH133: WAARDERING VAN DE PARKEERWACHTRIJEN - EEN PARAGRAAF PER
      *        WACHTRIJ (EIGEN REKORDINDELING), DAARNA DE WAARDERING
      *        PER FEDERATIE EN WACHTRIJ NAAR JAWQ.
      *----------------------------------------------------------------
       WAARDEREN-WACHTRIJEN.
      ***********************
           OPEN OUTPUT JAWQ-FILE
           IF WS-JAWQ-STATUS NOT = "00"
              DISPLAY "GIRJAFX4 - ERREUR OPEN JAWQ STATUS = "
                      WS-JAWQ-STATUS
              STOP RUN
           END-IF
           PERFORM WAARDEREN-FWDQ
           PERFORM WAARDEREN-REVQ
           PERFORM WAARDEREN-BSHQ
           PERFORM WAARDEREN-CPLQ
           PERFORM WAARDEREN-FRDQ
           PERFORM WAARDEREN-SPKQ
           PERFORM WAARDEREN-NALQ
           PERFORM WAARDEREN-DFRQ
           PERFORM WAARDEREN-BUWQ
           PERFORM WAARDEREN-TAALQ
RVH135     PERFORM WAARDEREN-FZPQ
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              IF WS-FED-AANWEZIG (WS-FED-SUB) = "J"
                 PERFORM SCHRIJVEN-WAARDERING
              END-IF
           END-PERFORM
           CLOSE JAWQ-FILE
           .
      *
       SCHRIJVEN-WAARDERING.
      ***********************
           PERFORM VARYING WS-WRQ-SUB FROM 1 BY 1
RVH135             UNTIL WS-WRQ-SUB > 11
              IF WS-FED-WRQ-AANTAL (WS-FED-SUB, WS-WRQ-SUB) > ZERO
                 MOVE SPACES              TO JAWQ-REC
                 SET JAWQ-WAARDERING      TO TRUE
                 MOVE WS-JAAR             TO JAWQ-JAAR
                 MOVE WS-AFSLUITDATUM     TO JAWQ-AFSLUITDATUM
                 COMPUTE JAWQ-FEDERATIE = WS-FED-SUB - 1
                 END-COMPUTE
                 MOVE WRQ-NAAM (WS-WRQ-SUB) TO JAWQ-WACHTRIJ
                 MOVE WS-FED-WRQ-AANTAL (WS-FED-SUB, WS-WRQ-SUB)
                                          TO JAWQ-AANTAL
                 MOVE WS-FED-WRQ-BEDRAG (WS-FED-SUB, WS-WRQ-SUB)
                                          TO JAWQ-BEDRAG
                 MOVE ZERO                TO JAWQ-LIBEL JAWQ-DATMEMO
                 WRITE JAWQ-REC
              END-IF
           END-PERFORM
           .
      *
       WAARDEREN-FWDQ.
      *****************
           MOVE 1   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FWDQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-FWDQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE FWDQ-REC      TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-FWDQ
              END-PERFORM
              CLOSE FWDQ-FILE
           END-IF
           .
       LEZEN-FWDQ.
      *************
           READ FWDQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       WAARDEREN-REVQ.
      *****************
           MOVE 2   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REVQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-REVQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE REVQ-PPR      TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-REVQ
              END-PERFORM
              CLOSE REVQ-FILE
           END-IF
           .
       LEZEN-REVQ.
      *************
           READ REVQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH133: BIJ EEN DEELAANHOUDING IS ENKEL HET AANGEHOUDEN BEDRAG
      *        (BSHQ-BEDRAG) GEPARKEERD.
      *----------------------------------------------------------------
       WAARDEREN-BSHQ.
      *****************
           MOVE 3   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BSHQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-BSHQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE BSHQ-PPR      TO PPR-RECORD
                 MOVE BSHQ-BEDRAG   TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-BSHQ
              END-PERFORM
              CLOSE BSHQ-FILE
           END-IF
           .
       LEZEN-BSHQ.
      *************
           READ BSHQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       WAARDEREN-CPLQ.
      *****************
           MOVE 4   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CPLQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-CPLQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE CPLQ-PPR      TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-CPLQ
              END-PERFORM
              CLOSE CPLQ-FILE
           END-IF
           .
       LEZEN-CPLQ.
      *************
           READ CPLQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       WAARDEREN-FRDQ.
      *****************
           MOVE 5   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FRDQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-FRDQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE FRDQ-PPR      TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-FRDQ
              END-PERFORM
              CLOSE FRDQ-FILE
           END-IF
           .
       LEZEN-FRDQ.
      *************
           READ FRDQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       WAARDEREN-SPKQ.
      *****************
           MOVE 6   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SPKQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-SPKQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE SPKQ-PPR      TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-SPKQ
              END-PERFORM
              CLOSE SPKQ-FILE
           END-IF
           .
       LEZEN-SPKQ.
      *************
           READ SPKQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       WAARDEREN-NALQ.
      *****************
           MOVE 7   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT NALQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-NALQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE NALQ-PPR      TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-NALQ
              END-PERFORM
              CLOSE NALQ-FILE
           END-IF
           .
       LEZEN-NALQ.
      *************
           READ NALQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       WAARDEREN-DFRQ.
      *****************
           MOVE 8   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DFRQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-DFRQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE DFRQ-REC      TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-DFRQ
              END-PERFORM
              CLOSE DFRQ-FILE
           END-IF
           .
       LEZEN-DFRQ.
      *************
           READ DFRQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       WAARDEREN-BUWQ.
      *****************
           MOVE 9   TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BUWQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-BUWQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE BUWQ-REC      TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-BUWQ
              END-PERFORM
              CLOSE BUWQ-FILE
           END-IF
           .
       LEZEN-BUWQ.
      *************
           READ BUWQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       WAARDEREN-TAALQ.
      ******************
           MOVE 10  TO WS-WRQ-SUB
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TAALQ-FILE
           IF WS-WRQ-STATUS = "00"
              PERFORM LEZEN-TAALQ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE TAALQ-REC     TO PPR-RECORD
                 MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
                 PERFORM WAARDEREN-PPR
                 PERFORM LEZEN-TAALQ
              END-PERFORM
              CLOSE TAALQ-FILE
           END-IF
           .
       LEZEN-TAALQ.
      **************
           READ TAALQ-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
RVH135 WAARDEREN-FZPQ.
RVH135*****************
RVH135     MOVE 11  TO WS-WRQ-SUB
RVH135     MOVE "N" TO WS-EOF-SW
RVH135     OPEN INPUT FZPQ-FILE
RVH135     IF WS-WRQ-STATUS = "00"
RVH135        PERFORM LEZEN-FZPQ
RVH135        PERFORM WITH TEST BEFORE UNTIL WS-EOF
RVH135           MOVE FZPQ-PPR      TO PPR-RECORD
RVH135           MOVE TRBFN-MONTANT TO WS-PPR-BEDRAG
RVH135           PERFORM WAARDEREN-PPR
RVH135           PERFORM LEZEN-FZPQ
RVH135        END-PERFORM
RVH135        CLOSE FZPQ-FILE
RVH135     END-IF
RVH135     .
RVH135 LEZEN-FZPQ.
RVH135*************
RVH135     READ FZPQ-FILE
RVH135        AT END
RVH135           SET WS-EOF TO TRUE
RVH135     END-READ
RVH135     .
      *
      *----------------------------------------------------------------
      *RVH133: EEN GEPARKEERDE PPR TELT MEE BIJ HAAR FEDERATIE (TRBFN-
      *        DEST) EN WACHTRIJ. IS ZE TOEGEKEND TOT EN MET DE
      *        AFSLUITDATUM (TRBFN-DATMEMO), DAN WORDT ZE PAS IN EEN
      *        VOLGEND JAAR BETAALD: JAAROVERSCHRIJDEND.
      *----------------------------------------------------------------
       WAARDEREN-PPR.
      ****************
           COMPUTE WS-FED-SUB = TRBFN-DEST + 1
           END-COMPUTE
           MOVE "J" TO WS-FED-AANWEZIG (WS-FED-SUB)
           ADD 1             TO WS-FED-WRQ-AANTAL (WS-FED-SUB,
                                                   WS-WRQ-SUB)
                                WS-WRQ-TOT-AANTAL (WS-WRQ-SUB)
           ADD WS-PPR-BEDRAG TO WS-FED-WRQ-BEDRAG (WS-FED-SUB,
                                                   WS-WRQ-SUB)
                                WS-WRQ-TOT-BEDRAG (WS-WRQ-SUB)
           IF TRBFN-DATMEMO NUMERIC
              AND TRBFN-DATMEMO NOT = ZERO
              AND TRBFN-DATMEMO NOT > WS-AFSLUITDATUM
              ADD 1             TO WS-FED-JOV-AANTAL (WS-FED-SUB)
              ADD WS-PPR-BEDRAG TO WS-FED-JOV-BEDRAG (WS-FED-SUB)
              MOVE SPACES              TO JAWQ-REC
              SET JAWQ-JAAROVERSCHR    TO TRUE
              MOVE WS-JAAR             TO JAWQ-JAAR
              MOVE WS-AFSLUITDATUM     TO JAWQ-AFSLUITDATUM
              MOVE TRBFN-DEST          TO JAWQ-FEDERATIE
              MOVE WRQ-NAAM (WS-WRQ-SUB) TO JAWQ-WACHTRIJ
              MOVE 1                   TO JAWQ-AANTAL
              MOVE WS-PPR-BEDRAG       TO JAWQ-BEDRAG
              MOVE TRBFN-RNR           TO JAWQ-RNR
              MOVE TRBFN-CODE-LIBEL    TO JAWQ-LIBEL
              MOVE TRBFN-DATMEMO       TO JAWQ-DATMEMO
              WRITE JAWQ-REC
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH133: KNIP OP DE AFSLUITDATUM - IN TEGENSTELLING TOT GIRHSKX4
      *        WORDT HIER NIETS GEPURGEERD.
      *----------------------------------------------------------------
       KNIP-MOTQ.
      ************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MOTO-FILE
           IF WS-MOTO-STATUS = "00"
              OPEN OUTPUT MOTJ-FILE MOTN-FILE
              IF WS-MOTJ-STATUS NOT = "00"
                 DISPLAY "GIRJAFX4 - ERREUR OPEN MOTJ STATUS = "
                         WS-MOTJ-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-MOTN-STATUS NOT = "00"
                 DISPLAY "GIRJAFX4 - ERREUR OPEN MOTN STATUS = "
                         WS-MOTN-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LEZEN-MOTO
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 IF MOTO-DATINB NOT > WS-AFSLUITDATUM
                    MOVE MOTO-REC TO MOTJ-REC
                    WRITE MOTJ-REC
                    ADD 1 TO WS-CNT-MOT-JAAR
                 ELSE
                    MOVE MOTO-REC TO MOTN-REC
                    WRITE MOTN-REC
                    ADD 1 TO WS-CNT-MOT-NIEUW
                 END-IF
                 PERFORM LEZEN-MOTO
              END-PERFORM
              CLOSE MOTO-FILE MOTJ-FILE MOTN-FILE
           END-IF
           .
       LEZEN-MOTO.
      *************
           READ MOTO-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
       KNIP-GLPQ.
      ************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GLPO-FILE
           IF WS-GLPO-STATUS = "00"
              OPEN OUTPUT GLPJ-FILE GLPN-FILE
              IF WS-GLPJ-STATUS NOT = "00"
                 DISPLAY "GIRJAFX4 - ERREUR OPEN GLPJ STATUS = "
                         WS-GLPJ-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-GLPN-STATUS NOT = "00"
                 DISPLAY "GIRJAFX4 - ERREUR OPEN GLPN STATUS = "
                         WS-GLPN-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LEZEN-GLPO
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 IF GLPO-DATINB NOT > WS-AFSLUITDATUM
                    MOVE GLPO-REC TO GLPJ-REC
                    WRITE GLPJ-REC
                    ADD 1 TO WS-CNT-GLP-JAAR
                 ELSE
                    MOVE GLPO-REC TO GLPN-REC
                    WRITE GLPN-REC
                    ADD 1 TO WS-CNT-GLP-NIEUW
                 END-IF
                 PERFORM LEZEN-GLPO
              END-PERFORM
              CLOSE GLPO-FILE GLPJ-FILE GLPN-FILE
           END-IF
           .
       LEZEN-GLPO.
      *************
           READ GLPO-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH133: HET JAAR IN HET REGISTER AFSLUITEN MET DE BEVROREN
      *        TOTALEN (EEN HEROPEND JAAR KRIJGT NIEUWE TOTALEN).
      *----------------------------------------------------------------
       AFSLUITEN-JAAR.
      *****************
           IF WS-JAF-HIT = ZERO
              IF WS-JAF-COUNT NOT < 50
                 DISPLAY "GIRJAFX4 - AFSLUITREGISTER VOL (50 JAREN)"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-JAF-COUNT
              MOVE WS-JAF-COUNT TO WS-JAF-HIT
              MOVE SPACES TO JAFQ-REC
              MOVE ZERO   TO JAFQ-HEROPEN-DATUM
           END-IF
           MOVE WS-JAAR          TO JAFQ-JAAR
           SET JAFQ-AFGESLOTEN   TO TRUE
           MOVE WS-AFSLUITDATUM  TO JAFQ-AFSLUITDATUM
           MOVE WS-VANDAAG       TO JAFQ-VERWERKDATUM
           MOVE WS-CUM-AANTAL    TO JAFQ-CUM-AANTAL
           MOVE WS-CUM-BEDRAG    TO JAFQ-CUM-BEDRAG
           MOVE JAFQ-REC         TO WS-JAF-REC (WS-JAF-HIT)
           PERFORM SCHRIJVEN-REGISTER
           .
      *
      *----------------------------------------------------------------
      *RVH133: UITDRUKKELIJK HEROPENEN - GIRBET-RUNS IN HET JAAR ZIJN
      *        WEER TOEGESTAAN TOT HET OPNIEUW WORDT AFGESLOTEN; DE
      *        ATTESTEN WACHTEN OP DIE NIEUWE AFSLUITING.
      *----------------------------------------------------------------
       HEROPENEN.
      ************
           MOVE SPACES TO JAFR-REC
           IF WS-JAF-HIT NOT = ZERO AND JAFQ-AFGESLOTEN
              SET JAFQ-HEROPEND   TO TRUE
              MOVE WS-VANDAAG     TO JAFQ-HEROPEN-DATUM
              MOVE JAFQ-REC       TO WS-JAF-REC (WS-JAF-HIT)
              PERFORM SCHRIJVEN-REGISTER
              STRING "GIRJAFX4 - JAAR "          DELIMITED BY SIZE
                     WS-JAAR                     DELIMITED BY SIZE
                     " HEROPEND OP "             DELIMITED BY SIZE
                     WS-VANDAAG                  DELIMITED BY SIZE
                     " - GIRBET-RUNS IN HET JAAR WEER TOEGESTAAN"
                                                 DELIMITED BY SIZE
                                            INTO JAFR-REC
              END-STRING
           ELSE
              STRING "GIRJAFX4 - JAAR "          DELIMITED BY SIZE
                     WS-JAAR                     DELIMITED BY SIZE
                     " IS NIET AFGESLOTEN - HEROPENING GEWEIGERD"
                                                 DELIMITED BY SIZE
                                            INTO JAFR-REC
              END-STRING
              MOVE 8 TO RETURN-CODE
           END-IF
           WRITE JAFR-REC
           DISPLAY JAFR-REC
           .
      *
       SCHRIJVEN-REGISTER.
      *********************
           OPEN OUTPUT JAFQ-FILE
           IF WS-JAFQ-STATUS NOT = "00"
              DISPLAY "GIRJAFX4 - ERREUR OPEN JAFQ STATUS = "
                      WS-JAFQ-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-JAF-SUB FROM 1 BY 1
                   UNTIL WS-JAF-SUB > WS-JAF-COUNT
              MOVE WS-JAF-REC (WS-JAF-SUB) TO JAFQ-REC
              WRITE JAFQ-REC
           END-PERFORM
           CLOSE JAFQ-FILE
           .
      *
      *----------------------------------------------------------------
      *RVH133: HET AFSLUITCERTIFICAAT - DE BEVROREN TOTALEN EN DE
      *        AANSLUITING, PER FEDERATIE DE BETALINGEN VAN HET JAAR,
      *        DE GEPARKEERDE EN DE JAAROVERSCHRIJDENDE BEDRAGEN MET
      *        DE WAARDERING PER WACHTRIJ, DAN DE TOTALEN EN DE KNIP.
      *----------------------------------------------------------------
       SCHRIJVEN-CERTIFICAAT.
      ************************
           MOVE SPACES TO JAFR-REC
           STRING "GIRJAFX4 - AFSLUITCERTIFICAAT BETAALKETEN  JAAR "
                                               DELIMITED BY SIZE
                  WS-JAAR                      DELIMITED BY SIZE
                  "  AFSLUITDATUM "            DELIMITED BY SIZE
                  WS-AFSLUITDATUM              DELIMITED BY SIZE
                  "  VERWERKT "                DELIMITED BY SIZE
                  WS-VANDAAG                   DELIMITED BY SIZE
                                          INTO JAFR-REC
           END-STRING
           WRITE JAFR-REC
           MOVE ALL "=" TO JAFR-REC
           WRITE JAFR-REC
           IF WS-WEIGERING NOT = SPACES
              MOVE SPACES TO JAFR-REC
              STRING "AFSLUITING GEWEIGERD: "  DELIMITED BY SIZE
                     WS-WEIGERING              DELIMITED BY SIZE
                                          INTO JAFR-REC
              END-STRING
              WRITE JAFR-REC
           END-IF
           IF WS-CUM-REKORDS NOT = ZERO
              PERFORM SCHRIJVEN-CERT-CUMQ
           END-IF
           IF WS-WEIGERING = SPACES
              PERFORM SCHRIJVEN-CERT-FEDERATIES
              PERFORM SCHRIJVEN-CERT-TOTALEN
           END-IF
           .
      *
       SCHRIJVEN-CERT-CUMQ.
      **********************
           MOVE SPACES TO JAFR-REC
           WRITE JAFR-REC
           MOVE WS-CUM-REKORDS TO WS-EDIT-AANTAL
           MOVE WS-CUM-AANTAL  TO WS-EDIT-AANTAL2
           MOVE WS-CUM-BEDRAG  TO WS-EDIT-BEDRAG
           STRING "BEVROREN JAARTOTALEN (CUMQ)  LID/LIBEL: "
                                               DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  "  BETALINGEN: "             DELIMITED BY SIZE
                  WS-EDIT-AANTAL2              DELIMITED BY SIZE
                  "  BEDRAG: "                 DELIMITED BY SIZE
                  WS-EDIT-BEDRAG               DELIMITED BY SIZE
                                          INTO JAFR-REC
           END-STRING
           WRITE JAFR-REC
           MOVE SPACES TO JAFR-REC
           MOVE WS-BBF-AANTAL  TO WS-EDIT-AANTAL2
           MOVE WS-BBF-BEDRAG  TO WS-EDIT-BEDRAG
           STRING "JOURNAAL VAN HET JAAR (BBFX)              "
                                               DELIMITED BY SIZE
                  "  BETALINGEN: "             DELIMITED BY SIZE
                  WS-EDIT-AANTAL2              DELIMITED BY SIZE
                  "  BEDRAG: "                 DELIMITED BY SIZE
                  WS-EDIT-BEDRAG               DELIMITED BY SIZE
                                          INTO JAFR-REC
           END-STRING
           WRITE JAFR-REC
           MOVE SPACES TO JAFR-REC
           MOVE WS-CUM-ANDER-JAAR TO WS-EDIT-AANTAL
           IF WS-SLUITEND
              STRING "AANSLUITING CUMQ/JOURNAAL: SLUITEND"
                                               DELIMITED BY SIZE
                     "   CUMQ-REKORDS VAN EEN ANDER JAAR: "
                                               DELIMITED BY SIZE
                     WS-EDIT-AANTAL            DELIMITED BY SIZE
                                          INTO JAFR-REC
              END-STRING
           ELSE
              STRING "AANSLUITING CUMQ/JOURNAAL: NIET SLUITEND"
                                               DELIMITED BY SIZE
                     "   CUMQ-REKORDS VAN EEN ANDER JAAR: "
                                               DELIMITED BY SIZE
                     WS-EDIT-AANTAL            DELIMITED BY SIZE
                                          INTO JAFR-REC
              END-STRING
           END-IF
           WRITE JAFR-REC
           .
      *
       SCHRIJVEN-CERT-FEDERATIES.
      ****************************
           MOVE SPACES TO JAFR-REC
           WRITE JAFR-REC
           MOVE SPACES TO JAFR-REC
           STRING "FED   BETALINGEN    BETAALD BEDRAG  "
                                               DELIMITED BY SIZE
                  " GEPARKEERD  GEPARKEERD BEDRAG  "
                                               DELIMITED BY SIZE
                  "   JAAROVER  JAAROVERSCHR BEDRAG"
                                               DELIMITED BY SIZE
                                          INTO JAFR-REC
           END-STRING
           WRITE JAFR-REC
           MOVE ALL "-" TO JAFR-REC
           WRITE JAFR-REC
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              IF WS-FED-AANWEZIG (WS-FED-SUB) = "J"
                 PERFORM SCHRIJVEN-CERT-FEDERATIE
              END-IF
           END-PERFORM
           MOVE ALL "-" TO JAFR-REC
           WRITE JAFR-REC
           .
      *
       SCHRIJVEN-CERT-FEDERATIE.
      ***************************
           COMPUTE WS-FED-KODE = WS-FED-SUB - 1
           END-COMPUTE
           MOVE ZERO TO WS-FED-PARK-AANTAL WS-FED-PARK-BEDRAG
           PERFORM VARYING WS-WRQ-SUB FROM 1 BY 1
RVH135             UNTIL WS-WRQ-SUB > 11
              ADD WS-FED-WRQ-AANTAL (WS-FED-SUB, WS-WRQ-SUB)
                                        TO WS-FED-PARK-AANTAL
              ADD WS-FED-WRQ-BEDRAG (WS-FED-SUB, WS-WRQ-SUB)
                                        TO WS-FED-PARK-BEDRAG
           END-PERFORM
           ADD WS-FED-PARK-AANTAL TO WS-PARK-AANTAL
           ADD WS-FED-PARK-BEDRAG TO WS-PARK-BEDRAG
           ADD WS-FED-JOV-AANTAL (WS-FED-SUB) TO WS-JOV-AANTAL
           ADD WS-FED-JOV-BEDRAG (WS-FED-SUB) TO WS-JOV-BEDRAG
           MOVE WS-FED-BET-AANTAL (WS-FED-SUB) TO WS-EDIT-AANTAL
           MOVE WS-FED-BET-BEDRAG (WS-FED-SUB) TO WS-EDIT-BEDRAG
           MOVE WS-FED-PARK-AANTAL             TO WS-EDIT-AANTAL2
           MOVE WS-FED-PARK-BEDRAG             TO WS-EDIT-BEDRAG2
           MOVE WS-FED-JOV-AANTAL (WS-FED-SUB) TO WS-EDIT-AANTAL3
           MOVE WS-FED-JOV-BEDRAG (WS-FED-SUB) TO WS-EDIT-BEDRAG3
           MOVE SPACES TO JAFR-REC
           STRING WS-FED-KODE                  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-BEDRAG               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-EDIT-AANTAL2              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-BEDRAG2              DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-EDIT-AANTAL3              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-BEDRAG3              DELIMITED BY SIZE
                                          INTO JAFR-REC
           END-STRING
           WRITE JAFR-REC
           PERFORM VARYING WS-WRQ-SUB FROM 1 BY 1
RVH135             UNTIL WS-WRQ-SUB > 11
              IF WS-FED-WRQ-AANTAL (WS-FED-SUB, WS-WRQ-SUB) > ZERO
                 MOVE WS-FED-WRQ-AANTAL (WS-FED-SUB, WS-WRQ-SUB)
                                        TO WS-EDIT-AANTAL2
                 MOVE WS-FED-WRQ-BEDRAG (WS-FED-SUB, WS-WRQ-SUB)
                                        TO WS-EDIT-BEDRAG2
                 MOVE SPACES TO JAFR-REC
                 STRING "      WACHTRIJ "      DELIMITED BY SIZE
                        WRQ-NAAM (WS-WRQ-SUB)  DELIMITED BY SIZE
                        "                   "  DELIMITED BY SIZE
                        WS-EDIT-AANTAL2        DELIMITED BY SIZE
                        " "                    DELIMITED BY SIZE
                        WS-EDIT-BEDRAG2        DELIMITED BY SIZE
                                          INTO JAFR-REC
                 END-STRING
                 WRITE JAFR-REC
              END-IF
           END-PERFORM
           .
      *
       SCHRIJVEN-CERT-TOTALEN.
      *************************
           MOVE WS-BBF-AANTAL  TO WS-EDIT-AANTAL
           MOVE WS-BBF-BEDRAG  TO WS-EDIT-BEDRAG
           MOVE WS-PARK-AANTAL TO WS-EDIT-AANTAL2
           MOVE WS-PARK-BEDRAG TO WS-EDIT-BEDRAG2
           MOVE WS-JOV-AANTAL  TO WS-EDIT-AANTAL3
           MOVE WS-JOV-BEDRAG  TO WS-EDIT-BEDRAG3
           MOVE SPACES TO JAFR-REC
           STRING "TOT "                       DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-BEDRAG               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-EDIT-AANTAL2              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-BEDRAG2              DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-EDIT-AANTAL3              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EDIT-BEDRAG3              DELIMITED BY SIZE
                                          INTO JAFR-REC
           END-STRING
           WRITE JAFR-REC
           MOVE SPACES TO JAFR-REC
           WRITE JAFR-REC
           MOVE "WAARDERING PER WACHTRIJ (JAAREINDE-ACCRUAL, JAWQ)"
                                                   TO JAFR-REC
           WRITE JAFR-REC
           PERFORM VARYING WS-WRQ-SUB FROM 1 BY 1
RVH135             UNTIL WS-WRQ-SUB > 11
              MOVE WS-WRQ-TOT-AANTAL (WS-WRQ-SUB) TO WS-EDIT-AANTAL2
              MOVE WS-WRQ-TOT-BEDRAG (WS-WRQ-SUB) TO WS-EDIT-BEDRAG2
              MOVE SPACES TO JAFR-REC
              STRING "      WACHTRIJ "         DELIMITED BY SIZE
                     WRQ-NAAM (WS-WRQ-SUB)     DELIMITED BY SIZE
                     "                   "     DELIMITED BY SIZE
                     WS-EDIT-AANTAL2           DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-EDIT-BEDRAG2           DELIMITED BY SIZE
                                          INTO JAFR-REC
              END-STRING
              WRITE JAFR-REC
           END-PERFORM
           MOVE SPACES TO JAFR-REC
           WRITE JAFR-REC
           MOVE SPACES TO JAFR-REC
           STRING "KNIP OP DE AFSLUITDATUM   MOTQ JAAR/NIEUW: "
                                               DELIMITED BY SIZE
                  WS-CNT-MOT-JAAR              DELIMITED BY SIZE
                  "/"                          DELIMITED BY SIZE
                  WS-CNT-MOT-NIEUW             DELIMITED BY SIZE
                  "   GLPQ JAAR/NIEUW: "       DELIMITED BY SIZE
                  WS-CNT-GLP-JAAR              DELIMITED BY SIZE
                  "/"                          DELIMITED BY SIZE
                  WS-CNT-GLP-NIEUW             DELIMITED BY SIZE
                                          INTO JAFR-REC
           END-STRING
           WRITE JAFR-REC
           MOVE SPACES TO JAFR-REC
           STRING "JAAR "                      DELIMITED BY SIZE
                  WS-JAAR                      DELIMITED BY SIZE
                  " AFGESLOTEN - GIRBET-RUNS MET EEN DATUM IN HET "
                                               DELIMITED BY SIZE
                  "JAAR WORDEN GEWEIGERD TOT HEROPENING (JAFP H)"
                                               DELIMITED BY SIZE
                                          INTO JAFR-REC
           END-STRING
           WRITE JAFR-REC
           .
      *
       FIN-AFSLUITING.
      *****************
           CLOSE JAFR-FILE
           IF WS-FUNCTIE = "A"
              IF WS-WEIGERING = SPACES
                 DISPLAY "GIRJAFX4 - JAAR " WS-JAAR " AFGESLOTEN"
                 MOVE WS-CUM-REKORDS TO WS-DISPLAY-CNT
                 DISPLAY "GIRJAFX4 - BEVROREN CUMQ-REKORDS : "
                         WS-DISPLAY-CNT
              ELSE
                 DISPLAY "GIRJAFX4 - AFSLUITING GEWEIGERD: "
                         WS-WEIGERING
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

      ******************************************************************
      **  GIRBVRX4 : VRIJGAVE VAN DE BEVRIEZINGSWACHTRIJ (FZPQ)        *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - LEEST DE VORIGE GENERATIE VAN DE BEVRIEZINGSWACHTRIJ       *
      **    (FZPQ, ZIE RVH135 IN TRBFNCX4: EEN BETALING NAAR EEN       *
      **    FEDERATIE OF VOOR EEN OMSCHRIJVINGSKODE DIE DOOR DE DIENST *
      **    BETALINGEN IN NOODSTOP WERD GEZET) SAMEN MET HET           *
      **    BEVRIEZINGSREGISTER (FRZQ, ONDERHOUDEN VIA GIRREGX4) EN    *
      **    HET BESLISSINGSBESTAND VAN DE DIENST BETALINGEN (FZPD).    *
      **  - BESLISSING "T" -> DE PPR GAAT TERUG NAAR DE FEDERATIE IN   *
      **    DE REJQ-INDELING (FZPF), OOK ALS DE BEVRIEZING NOG LOOPT.  *
      **  - IS DE BEVRIEZING DIE DE PPR TEGENHOUDT OPGEHEVEN (UIT HET  *
      **    REGISTER GESCHRAPT), DAN WORDT DE PPR OPNIEUW AANGEBODEN   *
      **    VIA GIRBETPP (OOK ZONDER BESLISSING, OF MET BESLISSING     *
      **    "H"). EEN ANDERE NOG LOPENDE BEVRIEZING PARKEERT DE PPR    *
      **    IN TRBFNCX4 GEWOON OPNIEUW.                                *
      **  - IN BEIDE GEVALLEN WORDT DE PARKEER-ACCRUAL (SOORT "Z")     *
      **    TEGENGEBOEKT EN VOLGT EEN LEVENSLOOP-GEBEURTENIS.          *
      **  - IS DE PPR NOG BEVROREN, DAN SCHUIFT ZE DOOR NAAR DE        *
      **    NIEUWE GENERATIE EN KOMT ZE OP DE OUDERDOMSLIJST.          *
      **  - ELKE BESLISSING WORDT GETOETST AAN HET AUTORISATIEREGISTER *
      **    (AUTQ): DE MEDEWERKER MOET GEMACHTIGD ZIJN VOOR FZPQ EN    *
      **    HET BEDRAG, EN MAG NIET DEZELFDE ZIJN ALS DE INVOERDER.    *
      **    EEN GEWEIGERDE BESLISSING WORDT NIET TOEGEPAST MAAR        *
      **    GEMELD OP HET WEIGERINGSRAPPORT (AUTR).                    *
      **                                                               *
      ******************************************************************
      *RVH135: NIEUW VRIJGAVEPROGRAMMA VOOR DE BEVRIEZINGSWACHTRIJ
      *        (ZIE HET RVH135-COMMENTAAR IN TRBFNCX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRBVRX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH135*
RVH135* RVH135 15/10/2026
RVH135*     NIEUW PROGRAMMA : VRIJGAVE VAN DE BEVRIEZINGSWACHTRIJ NA
RVH135*     HET OPHEFFEN VAN DE NOODSTOP (HERAANBIEDING) OF OP
RVH135*     BESLISSING TERUG NAAR DE FEDERATIE, MET OUDERDOMSLIJST,
RVH135*     GLPQ- EN PLSQ-UITVOER EN KETENBEWAKING.
RVH135*     BESLISSINGEN GETOETST AAN HET AUTORISATIEREGISTER AUTQ
RVH135*     EN AAN DE SCHEIDING INVOERDER/MEDEWERKER (ZOALS IN
RVH135*     GIRFRDX4); WEIGERINGEN NAAR AUTR.
RVH135*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH135: VORIGE GENERATIE VAN DE WACHTRIJ - DE JCL ALLOCEERT DE
      *        DOOR DE VORIGE RUN GESCHREVEN FZPQ ALS FZPO.
      *----------------------------------------------------------------
           SELECT FZPO-FILE ASSIGN TO FZPO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FZPO-STATUS.
      *----------------------------------------------------------------
      *RVH135: HET BEVRIEZINGSREGISTER.
      *----------------------------------------------------------------
           SELECT FRZQ-FILE ASSIGN TO FRZQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FRZQ-STATUS.
      *----------------------------------------------------------------
      *RVH135: BESLISSINGSBESTAND VAN DE DIENST BETALINGEN.
      *----------------------------------------------------------------
           SELECT FZPD-FILE ASSIGN TO FZPD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FZPD-STATUS.
      *----------------------------------------------------------------
      *RVH135: NIEUWE FZPQ-GENERATIE MET DE NOG BEVROREN REKORDS
      *        (ZELFDE INDELING ALS FZPQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT FZPQ-FILE ASSIGN TO FZPQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FZPQ-STATUS.
      *----------------------------------------------------------------
      *RVH135: TERUGMELDING AAN DE FEDERATIE IN DE REJQ-INDELING
      *        (PPR + DIAGNOSE), ZOALS FRDF VAN GIRFRDX4.
      *----------------------------------------------------------------
           SELECT FZPF-FILE ASSIGN TO FZPF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FZPF-STATUS.
      *----------------------------------------------------------------
      *RVH135: OUDERDOMSLIJST VAN DE NOG BEVROREN BETALINGEN.
      *----------------------------------------------------------------
           SELECT FZPR-FILE ASSIGN TO FZPR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FZPR-STATUS.
      *----------------------------------------------------------------
      *RVH135: TEGENBOEKINGEN IN DE GLPQ-INDELING (RVH025) VOOR DE
      *        PARKEERACCRUAL - DE JCL VOEGT ZE BIJ DE GLPQ-FEED.
      *----------------------------------------------------------------
           SELECT GLPZ-FILE ASSIGN TO GLPZ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPZ-STATUS.
      *----------------------------------------------------------------
      *RVH135: LEVENSLOOP-GEBEURTENISSEN IN DE PLSQ-INDELING - DE JCL
      *        VOEGT ZE BIJ DE STATUSMASTER DIE GIRPLSX4 BEVRAAGT.
      *----------------------------------------------------------------
           SELECT FZPL-FILE ASSIGN TO FZPL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FZPL-STATUS.
      *----------------------------------------------------------------
      *RVH135: AUTORISATIEREGISTER (AUTQ, ONDERHOUDEN VIA GIRREGX4) EN
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
       FD  FZPO-FILE
           RECORDING MODE IS F.
       01  FZPO-REC.
           05  FZPO-PPR                 PIC X(186).
           05  FZPO-FEDERATIE           PIC X(03).
           05  FZPO-LIBEL               PIC X(02).
           05  FZPO-REDEN               PIC X(30).
           05  FZPO-DATUM               PIC 9(08).
       FD  FRZQ-FILE
           RECORDING MODE IS F.
       01  FRZQ-REC.
           05  FRZQ-FEDERATIE           PIC X(03).
           05  FRZQ-LIBEL               PIC X(02).
           05  FRZQ-REDEN               PIC X(30).
           05  FRZQ-GEZET-DOOR          PIC X(08).
           05  FRZQ-DATUM               PIC 9(08).
           05  FILLER                   PIC X(09).
       FD  FZPD-FILE
           RECORDING MODE IS F.
       01  FZPD-REC.
           05  FZPD-KONST               PIC 9(10).
           05  FZPD-VOLGNR              PIC 9(04).
           05  FZPD-BESLIS              PIC X(01).
               88  FZPD-HERAANBIEDEN    VALUE "H".
               88  FZPD-TERUG           VALUE "T".
           05  FZPD-KLERK               PIC X(08).
           05  FZPD-DATUM               PIC 9(08).
           05  FZPD-NOTITIE             PIC X(30).
           05  FZPD-INVOERDER           PIC X(08).
       FD  FZPQ-FILE
           RECORDING MODE IS F.
       01  FZPQ-REC.
           05  FZPQ-PPR                 PIC X(186).
           05  FZPQ-FEDERATIE           PIC X(03).
           05  FZPQ-LIBEL               PIC X(02).
           05  FZPQ-REDEN               PIC X(30).
           05  FZPQ-DATUM               PIC 9(08).
       FD  FZPF-FILE
           RECORDING MODE IS F.
       01  FZPF-REC.
           05  FZPF-PPR                 PIC X(186).
           05  FZPF-DIAG                PIC X(32).
       FD  FZPR-FILE
           RECORDING MODE IS F.
       01  FZPR-REC                     PIC X(80).
       FD  GLPZ-FILE
           RECORDING MODE IS F.
       01  GLPZ-REC.
           05  GLPZ-RNR                 PIC X(13).
           05  GLPZ-LIBEL               PIC 9(02).
           05  GLPZ-KONST               PIC 9(10).
           05  GLPZ-VOLGNR              PIC 9(03).
           05  GLPZ-FEDERATIE           PIC 9(03).
           05  GLPZ-BEDRAG              PIC S9(08).
           05  GLPZ-BEDRAG-DV           PIC X(01).
           05  GLPZ-DATINB              PIC 9(08).
           05  GLPZ-RUNSEQ              PIC 9(02).
           05  GLPZ-OGM                 PIC X(12).
           05  GLPZ-SOORT               PIC X(01).
           05  GLPZ-VERSCHOVEN          PIC X(01).
       FD  FZPL-FILE
           RECORDING MODE IS F.
       01  FZPL-REC.
           05  FZPL-KONST               PIC 9(10).
           05  FZPL-VOLGNR              PIC 9(04).
           05  FZPL-DATUM               PIC 9(08).
           05  FZPL-TIJD                PIC 9(08).
           05  FZPL-PROGRAMMA           PIC X(08).
           05  FZPL-EVENT               PIC X(04).
           05  FZPL-DETAIL              PIC X(32).
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
       01  WS-FZPO-STATUS               PIC XX VALUE ZEROES.
       01  WS-FRZQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-FZPD-STATUS               PIC XX VALUE ZEROES.
       01  WS-FZPQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-FZPF-STATUS               PIC XX VALUE ZEROES.
       01  WS-FZPR-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPZ-STATUS               PIC XX VALUE ZEROES.
       01  WS-FZPL-STATUS               PIC XX VALUE ZEROES.
       01  WS-FZPO-EOF-SW               PIC X VALUE "N".
           88  WS-FZPO-EOF              VALUE "Y".
       01  WS-FRZQ-EOF-SW               PIC X VALUE "N".
           88  WS-FRZQ-EOF              VALUE "Y".
       01  WS-FZPD-EOF-SW               PIC X VALUE "N".
           88  WS-FZPD-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH135: DE LOPENDE BEVRIEZINGEN UIT HET REGISTER (ZELFDE
      *        PLAFOND ALS WS-FRZ-TABLE IN TRBFNCX4) EN DE BEVRIEZING
      *        DIE DE PPR NOG TEGENHOUDT.
      *----------------------------------------------------------------
       01  WS-FRZ-TABLE.
           05  WS-FRZ-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-FRZ-IDX.
               10  WS-FRZ-FEDERATIE     PIC X(03).
               10  WS-FRZ-LIBEL         PIC X(02).
               10  WS-FRZ-REDEN         PIC X(30).
       01  WS-FRZ-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-FRZ-SW                    PIC X VALUE "N".
           88  WS-FRZ-ACTIEF            VALUE "Y".
       01  WS-FRZ-W-DEST                PIC 9(03).
       01  WS-FRZ-W-DEST-X REDEFINES WS-FRZ-W-DEST
                                        PIC X(03).
       01  WS-FRZ-W-LIBEL               PIC 9(02).
       01  WS-FRZ-W-LIBEL-X REDEFINES WS-FRZ-W-LIBEL
                                        PIC X(02).
       01  WS-FRZ-HIT-FEDERATIE         PIC X(03).
       01  WS-FRZ-HIT-LIBEL             PIC X(02).
       01  WS-FRZ-HIT-REDEN             PIC X(30).
      *----------------------------------------------------------------
      *RVH135: BESLISSINGSTABEL - HET BESLISSINGSBESTAND WORDT IN ZIJN
      *        GEHEEL INGELEZEN EN PER WACHTRIJ-ENTRY OPGEZOCHT OP
      *        KONSTANTE/VOLGNUMMER (ZELFDE OPZET ALS GIRFRDX4).
      *----------------------------------------------------------------
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DEC-IDX.
               10  WS-DEC-KONST         PIC 9(10).
               10  WS-DEC-VOLGNR        PIC 9(04).
               10  WS-DEC-BESLIS        PIC X(01).
               10  WS-DEC-KLERK         PIC X(08).
               10  WS-DEC-INVOERDER     PIC X(08).
       01  WS-DEC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-DEC-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-DEC-GEVONDEN          VALUE "Y".
       01  WS-DEC-BESLIS-HOLD           PIC X(01).
           88  WS-HOLD-HERAANBIEDEN     VALUE "H".
           88  WS-HOLD-TERUG            VALUE "T".
       01  WS-DEC-KLERK-HOLD            PIC X(08).
       01  WS-DEC-INVOERDER-HOLD        PIC X(08).
      *----------------------------------------------------------------
      *RVH135: PLAATSVERVANGEND KOPPELGEBIED VOOR DE GIRBETPP/GIRBETFN-
      *        AANROEP, ZOALS IN GIRCPLX4/GIRNALX4.
      *----------------------------------------------------------------
       01  WS-USAREA1                   PIC X(256) VALUE SPACES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *----------------------------------------------------------------
      *RVH135: OUDERDOMSBEREKENING IN HANDELSDAGEN (360/30) T.O.V. DE
      *        PARKEERDATUM (FZPQ-DATUM).
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
       01  WS-CNT-VRIJGEGEVEN           PIC 9(07) VALUE ZERO.
       01  WS-CNT-TERUG                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-BEVROREN              PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH135: AUTORISATIETABEL - ZELFDE OPZET ALS IN GIRREVX4. ROL
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
      *RVH135: AANMELDING BIJ DE KETENBEWAKING (GIRKETX4).
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
       TRAITEMENT-BEVRIEZING SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-BEVRIEZING.
      *---------------------------------
           PERFORM KETEN-START
           PERFORM OPEN-BEVRIEZING
           PERFORM LADEN-BEVRIEZINGEN
           PERFORM LADEN-BESLISSINGEN
           PERFORM LADEN-AUTORISATIES
           PERFORM LEZEN-FZPO
           PERFORM WITH TEST BEFORE UNTIL WS-FZPO-EOF
              PERFORM VERWERK-WACHTRIJ-ENTRY
              PERFORM LEZEN-FZPO
           END-PERFORM
           PERFORM FIN-BEVRIEZING
           PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-BEVRIEZING.
      ******************
           OPEN INPUT FZPO-FILE
           IF WS-FZPO-STATUS NOT = "00"
              DISPLAY "GIRBVRX4 - ERREUR OPEN FZPO STATUS = "
                      WS-FZPO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT FZPQ-FILE
           IF WS-FZPQ-STATUS NOT = "00"
              DISPLAY "GIRBVRX4 - ERREUR OPEN FZPQ STATUS = "
                      WS-FZPQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT FZPF-FILE
           IF WS-FZPF-STATUS NOT = "00"
              DISPLAY "GIRBVRX4 - ERREUR OPEN FZPF STATUS = "
                      WS-FZPF-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT FZPR-FILE
           IF WS-FZPR-STATUS NOT = "00"
              DISPLAY "GIRBVRX4 - ERREUR OPEN FZPR STATUS = "
                      WS-FZPR-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT GLPZ-FILE
           IF WS-GLPZ-STATUS NOT = "00"
              DISPLAY "GIRBVRX4 - ERREUR OPEN GLPZ STATUS = "
                      WS-GLPZ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT FZPL-FILE
           IF WS-FZPL-STATUS NOT = "00"
              DISPLAY "GIRBVRX4 - ERREUR OPEN FZPL STATUS = "
                      WS-FZPL-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *----------------------------------------------------------------
      *RVH135: DE LOPENDE BEVRIEZINGEN INLEZEN. EEN ONTBREKEND
      *        REGISTER IS GEEN FOUT - DAN IS ER NIETS MEER BEVROREN
      *        EN WORDT DE VOLLEDIGE WACHTRIJ VRIJGEGEVEN.
      *----------------------------------------------------------------
       LADEN-BEVRIEZINGEN.
      *********************
           OPEN INPUT FRZQ-FILE
           IF WS-FRZQ-STATUS = "00"
              PERFORM LEZEN-FRZQ
              PERFORM WITH TEST BEFORE UNTIL WS-FRZQ-EOF
                 IF WS-FRZ-COUNT < 500
                    ADD 1 TO WS-FRZ-COUNT
                    SET WS-FRZ-IDX TO WS-FRZ-COUNT
                    MOVE FRZQ-FEDERATIE TO WS-FRZ-FEDERATIE (WS-FRZ-IDX)
                    MOVE FRZQ-LIBEL     TO WS-FRZ-LIBEL (WS-FRZ-IDX)
                    MOVE FRZQ-REDEN     TO WS-FRZ-REDEN (WS-FRZ-IDX)
                 ELSE
                    DISPLAY "GIRBVRX4 - BEVRIEZINGSTABEL VOL - "
                            "OVERIGE BEVRIEZINGEN GENEGEERD"
                 END-IF
                 PERFORM LEZEN-FRZQ
              END-PERFORM
              CLOSE FRZQ-FILE
           END-IF
           .
      *
       LEZEN-FRZQ.
      *************
           READ FRZQ-FILE
              AT END
                 SET WS-FRZQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH135: HET BESLISSINGSBESTAND VOLLEDIG INLEZEN IN WS-DEC-TABLE.
      *        EEN ONTBREKEND OF LEEG BESTAND IS GEEN FOUT - DAN WORDT
      *        ENKEL VRIJGEGEVEN WAT NIET LANGER BEVROREN IS.
      *----------------------------------------------------------------
       LADEN-BESLISSINGEN.
      *********************
           OPEN INPUT FZPD-FILE
           IF WS-FZPD-STATUS = "00"
              PERFORM LEZEN-FZPD
              PERFORM WITH TEST BEFORE UNTIL WS-FZPD-EOF
                 IF WS-DEC-COUNT < 500
                    ADD 1 TO WS-DEC-COUNT
                    SET WS-DEC-IDX TO WS-DEC-COUNT
                    MOVE FZPD-KONST   TO WS-DEC-KONST (WS-DEC-IDX)
                    MOVE FZPD-VOLGNR  TO WS-DEC-VOLGNR (WS-DEC-IDX)
                    MOVE FZPD-BESLIS  TO WS-DEC-BESLIS (WS-DEC-IDX)
                    MOVE FZPD-KLERK   TO WS-DEC-KLERK (WS-DEC-IDX)
                    MOVE FZPD-INVOERDER
                                      TO WS-DEC-INVOERDER (WS-DEC-IDX)
                 ELSE
                    DISPLAY "GIRBVRX4 - BESLISSINGSTABEL VOL - "
                            "OVERIGE BESLISSINGEN GENEGEERD"
                 END-IF
                 PERFORM LEZEN-FZPD
              END-PERFORM
              CLOSE FZPD-FILE
           END-IF
           .
      *
       LEZEN-FZPD.
      *************
           READ FZPD-FILE
              AT END
                 SET WS-FZPD-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-FZPO.
      *************
           READ FZPO-FILE
              AT END
                 SET WS-FZPO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH135: EEN WACHTRIJ-ENTRY AFHANDELEN: BESLISSING "T" ->
      *        TERUG NAAR DE FEDERATIE; NOG BEVROREN -> DOORSCHUIVEN
      *        PLUS OUDERDOMSLIJN; ANDERS HERAANBIEDEN.
      *----------------------------------------------------------------
       VERWERK-WACHTRIJ-ENTRY.
      *************************
           MOVE FZPO-PPR TO PPR-RECORD
           PERFORM ZOEK-BESLISSING
           PERFORM ZOEK-BEVRIEZING
           EVALUATE TRUE
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-TERUG
              ADD 1 TO WS-CNT-TERUG
              PERFORM SCHRIJF-TEGENBOEKING
              PERFORM SCHRIJVEN-TERUGMELDING
              MOVE "FRZT" TO WS-PLS-EVENT
              MOVE SPACES TO WS-PLS-DETAIL
              STRING "BEVROREN - TERUG DOOR "  DELIMITED BY SIZE
                     WS-DEC-KLERK-HOLD         DELIMITED BY SIZE
                                          INTO WS-PLS-DETAIL
              END-STRING
              PERFORM SCHRIJVEN-FZPL
           WHEN WS-FRZ-ACTIEF
              ADD 1 TO WS-CNT-BEVROREN
              MOVE FZPO-PPR             TO FZPQ-PPR
              MOVE WS-FRZ-HIT-FEDERATIE TO FZPQ-FEDERATIE
              MOVE WS-FRZ-HIT-LIBEL     TO FZPQ-LIBEL
              MOVE WS-FRZ-HIT-REDEN     TO FZPQ-REDEN
              MOVE FZPO-DATUM           TO FZPQ-DATUM
              WRITE FZPQ-REC
              PERFORM SCHRIJVEN-OUDERDOM
           WHEN OTHER
              ADD 1 TO WS-CNT-VRIJGEGEVEN
              PERFORM SCHRIJF-TEGENBOEKING
              CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
              SET WS-GIRBET-ACTIEF TO TRUE
              MOVE "FRZV" TO WS-PLS-EVENT
              MOVE "BEVRIEZING OPGEHEVEN - HERAANBOD"
                                        TO WS-PLS-DETAIL
              PERFORM SCHRIJVEN-FZPL
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH135: EEN LOPENDE BEVRIEZING ZOEKEN OP DE FEDERATIE EN DE
      *        OMSCHRIJVINGSKODE VAN DE PPR ("***" EN "**" GELDEN VOOR
      *        ALLE) - ZELFDE REGEL ALS CONTROLE-BEVRIEZING IN
      *        TRBFNCX4, ZODAT EEN VERVANGENDE BEVRIEZING DE PPR OOK
      *        VASTHOUDT.
      *----------------------------------------------------------------
       ZOEK-BEVRIEZING.
      ******************
           MOVE "N" TO WS-FRZ-SW
           IF WS-FRZ-COUNT > ZERO
              MOVE TRBFN-DEST       TO WS-FRZ-W-DEST
              MOVE TRBFN-CODE-LIBEL TO WS-FRZ-W-LIBEL
              SET WS-FRZ-IDX TO 1
              SEARCH WS-FRZ-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-FRZ-IDX > WS-FRZ-COUNT
                    CONTINUE
                 WHEN (WS-FRZ-FEDERATIE (WS-FRZ-IDX) = "***"
                   OR WS-FRZ-FEDERATIE (WS-FRZ-IDX) = WS-FRZ-W-DEST-X)
                  AND (WS-FRZ-LIBEL (WS-FRZ-IDX) = "**"
                   OR WS-FRZ-LIBEL (WS-FRZ-IDX) = WS-FRZ-W-LIBEL-X)
                    SET WS-FRZ-ACTIEF TO TRUE
                    MOVE WS-FRZ-FEDERATIE (WS-FRZ-IDX)
                                           TO WS-FRZ-HIT-FEDERATIE
                    MOVE WS-FRZ-LIBEL (WS-FRZ-IDX)
                                           TO WS-FRZ-HIT-LIBEL
                    MOVE WS-FRZ-REDEN (WS-FRZ-IDX)
                                           TO WS-FRZ-HIT-REDEN
              END-SEARCH
           END-IF
           .
      *
       ZOEK-BESLISSING.
      ******************
           MOVE "N"    TO WS-DEC-GEVONDEN-SW
           MOVE SPACES TO WS-DEC-BESLIS-HOLD
                          WS-DEC-KLERK-HOLD
                          WS-DEC-INVOERDER-HOLD
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
                    MOVE WS-DEC-BESLIS (WS-DEC-IDX)
                                        TO WS-DEC-BESLIS-HOLD
                    MOVE WS-DEC-KLERK (WS-DEC-IDX)
                                        TO WS-DEC-KLERK-HOLD
                    MOVE WS-DEC-INVOERDER (WS-DEC-IDX)
                                        TO WS-DEC-INVOERDER-HOLD
              END-SEARCH
           END-IF
      *    EEN BESLISSING VAN EEN NIET-GEMACHTIGDE MEDEWERKER GELDT
      *    ALS ONBESTAAND: DE PPR VOLGT DE BEVRIEZING (DOORSCHUIVEN
      *    OF HERAANBIEDEN) EN DE WEIGERING GAAT NAAR AUTR.
           IF WS-DEC-GEVONDEN
              MOVE "FZPQ"                TO WS-AUT-WACHTRIJ
              MOVE WS-DEC-KLERK-HOLD     TO WS-AUT-CONTROLEUR
              MOVE WS-DEC-INVOERDER-HOLD TO WS-AUT-INVOERDER
              MOVE TRBFN-MONTANT         TO WS-AUT-BEDRAG
              MOVE TRBFN-CONSTANTE TO WS-AUT-REFERENTIE (1:10)
              MOVE TRBFN-NO-SUITE  TO WS-AUT-REFERENTIE (11:4)
              PERFORM TOETS-AUTORISATIE
              IF NOT WS-AUT-OK
                 MOVE "N" TO WS-DEC-GEVONDEN-SW
                 PERFORM SCHRIJF-AUT-WEIGERING
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH135: TERUGMELDING AAN DE FEDERATIE - DE PPR ZOALS ZE WERD
      *        AANGELEVERD, MET DE REDEN.
      *----------------------------------------------------------------
       SCHRIJVEN-TERUGMELDING.
      *************************
           MOVE FZPO-PPR TO FZPF-PPR
           MOVE "BEVROREN - TERUG NAAR FEDERATIE" TO FZPF-DIAG
           WRITE FZPF-REC
           .
      *
       SCHRIJVEN-OUDERDOM.
      *********************
           MOVE FZPO-DATUM TO WS-PARKDATUM
           COMPUTE WS-OUDERDOM =
                   (WS-VANDAAG-CCYY - WS-PARK-CCYY) * 360
                 + (WS-VANDAAG-MM - WS-PARK-MM) * 30
                 + (WS-VANDAAG-DD - WS-PARK-DD)
           END-COMPUTE
           IF WS-OUDERDOM < ZERO
              MOVE ZERO TO WS-OUDERDOM
           END-IF
           MOVE SPACES TO FZPR-REC
           MOVE WS-OUDERDOM TO WS-OUDERDOM-ED
           STRING "BEVROREN KONST="       DELIMITED BY SIZE
                  TRBFN-CONSTANTE         DELIMITED BY SIZE
                  " VOLGNR="              DELIMITED BY SIZE
                  TRBFN-NO-SUITE          DELIMITED BY SIZE
                  " FED="                 DELIMITED BY SIZE
                  WS-FRZ-HIT-FEDERATIE    DELIMITED BY SIZE
                  " LIB="                 DELIMITED BY SIZE
                  WS-FRZ-HIT-LIBEL        DELIMITED BY SIZE
                  " OUDERDOM="            DELIMITED BY SIZE
                  WS-OUDERDOM-ED          DELIMITED BY SIZE
                  " DAGEN"                DELIMITED BY SIZE
                                     INTO FZPR-REC
           END-STRING
           WRITE FZPR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH135: TEGENBOEKING VAN DE PARKEER-ACCRUAL (SOORT "Z",
      *        BEDRAG NEGATIEF), ZOALS GIRSTPX4 VOOR SOORT "K".
      *----------------------------------------------------------------
       SCHRIJF-TEGENBOEKING.
      ***********************
           MOVE TRBFN-RNR            TO GLPZ-RNR
           MOVE TRBFN-CODE-LIBEL     TO GLPZ-LIBEL
           MOVE TRBFN-CONSTANTE      TO GLPZ-KONST
           MOVE TRBFN-NO-SUITE       TO GLPZ-VOLGNR
           MOVE TRBFN-DEST           TO GLPZ-FEDERATIE
           COMPUTE GLPZ-BEDRAG = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE TRBFN-MONTANT-DV     TO GLPZ-BEDRAG-DV
           MOVE WS-VANDAAG           TO GLPZ-DATINB
           MOVE ZERO                 TO GLPZ-RUNSEQ
           MOVE SPACES               TO GLPZ-OGM
           MOVE "Z"                  TO GLPZ-SOORT
           MOVE SPACE                TO GLPZ-VERSCHOVEN
           WRITE GLPZ-REC
           .
      *
       SCHRIJVEN-FZPL.
      *****************
           ACCEPT WS-PLS-TIJD FROM TIME
           MOVE TRBFN-CONSTANTE    TO FZPL-KONST
           MOVE TRBFN-NO-SUITE     TO FZPL-VOLGNR
           MOVE WS-VANDAAG         TO FZPL-DATUM
           MOVE WS-PLS-TIJD        TO FZPL-TIJD
           MOVE "GIRBVRX4"         TO FZPL-PROGRAMMA
           MOVE WS-PLS-EVENT       TO FZPL-EVENT
           MOVE WS-PLS-DETAIL      TO FZPL-DETAIL
           WRITE FZPL-REC
           .
      *
      *----------------------------------------------------------------
      *RVH135: HET AUTORISATIEREGISTER VOLLEDIG INLEZEN. ONTBREEKT HET,
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
                    DISPLAY "GIRBVRX4 - AUTORISATIETABEL VOL - "
                            "OVERIGE GEBRUIKERS GENEGEERD"
                 END-IF
                 PERFORM LEZEN-AUTQ
              END-PERFORM
              CLOSE AUTQ-FILE
           ELSE
              DISPLAY "GIRBVRX4 - AUTORISATIEREGISTER ONTBREEKT - "
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
      *RVH135: EEN BESLISSING TOETSEN AAN HET AUTORISATIEREGISTER -
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
      *RVH135: GEWEIGERDE BESLISSING OP HET RAPPORT VAN DE
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
                 DISPLAY "GIRBVRX4 - ERREUR OPEN AUTR STATUS = "
                         WS-AUTR-STATUS
                 STOP RUN
              END-IF
              SET AUTR-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-CNT-AUT-GEWEIGERD
           MOVE SPACES            TO AUTR-REC
           MOVE "GIRBVRX4"        TO AUTR-PROGRAMMA
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
       FIN-BEVRIEZING.
      *****************
           IF WS-GIRBET-ACTIEF
              CALL "GIRBETFN" USING WS-USAREA1
           END-IF
           CLOSE FZPO-FILE FZPQ-FILE FZPF-FILE FZPR-FILE GLPZ-FILE
                 FZPL-FILE
           IF AUTR-OPEN
              CLOSE AUTR-FILE
           END-IF
           MOVE WS-CNT-VRIJGEGEVEN TO WS-DISPLAY-CNT
           DISPLAY "GIRBVRX4 - AANTAL VRIJGEGEVEN : " WS-DISPLAY-CNT
           MOVE WS-CNT-TERUG TO WS-DISPLAY-CNT
           DISPLAY "GIRBVRX4 - AANTAL TERUG FED.  : " WS-DISPLAY-CNT
           MOVE WS-CNT-BEVROREN TO WS-DISPLAY-CNT
           DISPLAY "GIRBVRX4 - AANTAL NOG BEVROREN: " WS-DISPLAY-CNT
           MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
           DISPLAY "GIRBVRX4 - AUT. GEWEIGERD     : " WS-DISPLAY-CNT
           .
      *
      *----------------------------------------------------------------
      *RVH135: KETENBEWAKING - DE START WORDT GEWEIGERD ZOLANG DE
      *        VOORGAANDE STAPPEN VAN DE WERKDAG NIET AFGEWERKT ZIJN
      *        OF ALS EEN VOLGENDE STAP AL GESTART IS (ZIE GIRKETX4).
      *        BIJ HET EINDE WORDT DE STAP MET DE RETURN-CODE
      *        AFGEMELD; DE CALL LAAT DE RETURN-CODE ONGEWIJZIGD.
      *----------------------------------------------------------------
       KETEN-START.
      **************
           MOVE "S"        TO WS-KET-FUNCTIE
           MOVE "GIRBVRX4" TO WS-KET-PROGRAMMA
           MOVE ZERO       TO WS-KET-RUNSEQ
                              WS-KET-RC
           CALL "GIRKETX4" USING WS-KET-PARM
           IF NOT WS-KET-TOEGESTAAN
              DISPLAY "GIRBVRX4 - KETEN: " WS-KET-MELDING
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
              DISPLAY "GIRBVRX4 - KETEN: " WS-KET-MELDING
           END-IF
           .

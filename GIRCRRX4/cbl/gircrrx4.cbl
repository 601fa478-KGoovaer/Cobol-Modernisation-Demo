      **    NIEUWE REJQ-GENERATIE MET DE EDITIEFOUT ALS DIAGNOSE.      *
      **  - ELKE PATCH WORDT GEARCHIVEERD MET DE CORRECTOR EN DE       *
      **    WAARDE VOOR EN NA.                                         *
RVH124**  - ELKE PATCH WORDT GETOETST AAN HET AUTORISATIEREGISTER      *
RVH124**    (AUTQ): DE CORRECTOR MOET GEMACHTIGD ZIJN VOOR REJQ EN HET *
RVH124**    BEDRAG VAN DE PPR, EN MAG NIET DEZELFDE ZIJN ALS DE        *
RVH124**    INVOERDER. EEN GEWEIGERDE PATCH WORDT NIET TOEGEPAST MAAR  *
RVH124**    GEMELD OP HET WEIGERINGSRAPPORT (AUTR).                    *
RVH137**  - EEN ONGEPATCHTE BANKWEIGERING (HERUITGAVEVLAG "D") DIE     *
RVH137**    LANGER DAN DE OPVOLGTERMIJN OP EEN NIEUW IBAN WACHT, GAAT  *
RVH137**    NAAR HET REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN        *
RVH137**    (NOUR, ZIE GIRNOUX4) EN VERLAAT HET REJQ-ARCHIEF.          *
      **                                                               *
      ******************************************************************
      *RVH095: NIEUW CORRECTIEPROGRAMMA VOOR HET REJQ-ARCHIEF
      *        (ZIE HET RVH028-COMMENTAAR IN TRBFNCX4).
      *RVH124: AUTORISATIETOETS (AUTQ) MET VIER-OGENPRINCIPE.
      *RVH132: MELDT DE RUN-UNIT AAN ALS BUITEN DE DAGKETEN (GIRKETX4).
      *RVH134: CORRECTIEARCHIEF MET FEDERATIE, MEMODATUM EN DIAGNOSE VAN
      *        HET GEVAL (SCOREKAART GIRSCOX4).
      *RVH137: LANG ONGEPATCHTE BANKWEIGERINGEN NAAR HET REGISTER VAN DE
      *        NIET-OPGEEISTE UITKERINGEN (GIRNOUX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH095*     HERKEURING EN HERAANBIEDING VIA GIRBETPP, MET
RVH095*     CORRECTIEARCHIEF VOOR/NA.
RVH095*
RVH124* RVH124 15/10/2026
RVH124*     PATCHES GETOETST AAN HET AUTORISATIEREGISTER AUTQ
RVH124*     (ROL, WACHTRIJ, MAXIMUMBEDRAG, GELDIGHEID) EN AAN DE
RVH124*     SCHEIDING INVOERDER/CORRECTOR; WEIGERINGEN NAAR AUTR.
RVH124*
RVH132* RVH132 15/10/2026
RVH132*     AANMELDING BIJ DE KETENBEWAKING ALS PROGRAMMA BUITEN
RVH132*     DE DAGKETEN (GIRKETX4, FUNCTIE "B").
RVH132*
RVH134* RVH134 15/10/2026
RVH134*     CORA DRAAGT VOORTAAN DE FEDERATIE, DE MEMODATUM EN DE
RVH134*     VERWERPINGSDIAGNOSE VAN HET OORSPRONKELIJKE GEVAL, VOOR DE
RVH134*     MAANDELIJKSE KWALITEITSSCOREKAART (GIRSCOX4).
RVH134*
RVH137* RVH137 15/10/2026
RVH137*     EEN ONGEPATCHT CORRECTIEGEVAL MET DE HERUITGAVEVLAG DAT
RVH137*     OUDER IS DAN DE OPVOLGTERMIJN, GAAT ALS NIEUWE ZAAK NAAR
RVH137*     HET REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN (NOUR).
RVH137*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT CORA-FILE ASSIGN TO CORA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CORA-STATUS.
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
      *----------------------------------------------------------------
      *RVH137: NIEUWE ZAKEN VOOR HET REGISTER VAN DE NIET-OPGEEISTE
      *        UITKERINGEN (OPNAMEINDELING VAN GIRNOUX4).
      *----------------------------------------------------------------
RVH137     SELECT NOUR-FILE ASSIGN TO NOUR
RVH137            ORGANIZATION IS SEQUENTIAL
RVH137            FILE STATUS  IS WS-NOUR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
           05  CORQ-WAARDE              PIC X(34).
           05  CORQ-CORRECTOR           PIC X(08).
           05  CORQ-DATUM               PIC 9(08).
RVH124     05  CORQ-INVOERDER           PIC X(08).
       FD  REJQ-FILE
           RECORDING MODE IS F.
       01  REJQ-REC.
           05  CORA-CORRECTOR           PIC X(08).
           05  CORA-DATUM               PIC 9(08).
           05  CORA-RESULTAAT           PIC X(30).
RVH134     05  CORA-FEDERATIE           PIC 9(03).
RVH134     05  CORA-DATMEMO             PIC 9(08).
RVH134     05  CORA-DIAG                PIC X(32).
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
RVH137 FD  NOUR-FILE
RVH137     RECORDING MODE IS F.
RVH137 01  NOUR-REC.
RVH137     05  NOUR-PPR                 PIC X(186).
RVH137     05  NOUR-HERKOMST            PIC X(03).
RVH137     05  NOUR-REDEN               PIC X(32).
RVH137     05  NOUR-DATUM               PIC 9(08).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-REJX-STATUS               PIC XX VALUE ZEROES.
       01  WS-CNT-ONGEPATCHT            PIC 9(07) VALUE ZERO.
       01  WS-CNT-PATCH-ZONDER-GEVAL    PIC 9(07) VALUE ZERO.
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
      *RVH134: FEDERATIE EN MEMODATUM VAN HET GEVAL ZOALS VERWORPEN,
      *        VOOR EEN PATCH ZE KAN WIJZIGEN.
      *----------------------------------------------------------------
RVH134 01  WS-COR-FEDERATIE             PIC 9(03) VALUE ZERO.
RVH134 01  WS-COR-DATMEMO               PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH137: OPVOLGTERMIJN VAN EEN BANKWEIGERING IN HANDELSDAGEN
      *        (360/30) SINDS DE MEMODATUM - DAARNA GAAT HET GEVAL NAAR
      *        HET REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN.
      *----------------------------------------------------------------
RVH137 01  WS-NOUR-STATUS               PIC XX VALUE ZEROES.
RVH137 01  WS-NOU-MAX-OUDERDOM          PIC 9(04) VALUE 0180.
RVH137 01  WS-CNT-NAAR-REGISTER         PIC 9(07) VALUE ZERO.
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
       PAR-TRAITEMENT-CORRECTIE.
      *---------------------------------
RVH132     PERFORM KETEN-BUITEN
           PERFORM OPEN-CORRECTIE
RVH124     PERFORM LADEN-AUTORISATIES
           PERFORM LEZEN-REJX
           PERFORM LEZEN-CORQ
           PERFORM WITH TEST BEFORE
                   UNTIL WS-REJX-EOF AND WS-CORQ-EOF
              EVALUATE TRUE
              WHEN WS-REJX-KEY < WS-CORQ-KEY
RVH137           PERFORM TOETS-NIET-OPGEEIST
RVH137           IF WS-OUDERDOM > WS-NOU-MAX-OUDERDOM
RVH137              PERFORM SCHRIJF-NIET-OPGEEIST
RVH137           ELSE
                 ADD 1 TO WS-CNT-ONGEPATCHT
                 MOVE REJX-REC TO REJQ-REC
                 WRITE REJQ-REC
RVH137           END-IF
                 PERFORM LEZEN-REJX
              WHEN WS-REJX-KEY > WS-CORQ-KEY
                 ADD 1 TO WS-CNT-PATCH-ZONDER-GEVAL
                      WS-CORA-STATUS
              STOP RUN
           END-IF
RVH137     OPEN OUTPUT NOUR-FILE
RVH137     IF WS-NOUR-STATUS NOT = "00"
RVH137        DISPLAY "GIRCRRX4 - ERREUR OPEN NOUR STATUS = "
RVH137                WS-NOUR-STATUS
RVH137        STOP RUN
RVH137     END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
                 MOVE REJX-PPR        TO PPR-RECORD
                 MOVE TRBFN-CONSTANTE TO WS-REJX-KEY-KONST
                 MOVE TRBFN-NO-SUITE  TO WS-REJX-KEY-VOLGNR
RVH134           MOVE ZERO            TO WS-COR-FEDERATIE
RVH134                                   WS-COR-DATMEMO
RVH134           IF TRBFN-DEST NUMERIC
RVH134              MOVE TRBFN-DEST    TO WS-COR-FEDERATIE
RVH134           END-IF
RVH134           IF TRBFN-DATMEMO NUMERIC
RVH134              MOVE TRBFN-DATMEMO TO WS-COR-DATMEMO
RVH134           END-IF
              END-IF
           END-IF
           .
RVH104*       GEVAL DAT AL EEN JOURNAALINSCHRIJVING DRAAGT, ZIE
RVH104*       RVH104 IN TRBFNCXP) BLIJFT BEHOUDEN, ANDERS ZOU
RVH104*       VOIR-DOUBLES DE HERAANBIEDING VERWERPEN.
RVH119*       IDEM VOOR DE UITBETALINGSVLAG "M" VAN GIRMICX4 - ZONDER
RVH119*       DIE VLAG ZOU HET OVERGEDRAGEN SALDO OPNIEUW WORDEN
RVH119*       GEJOURNALISEERD.
RVH104        IF NOT TRBFN-HERUITGAVE
RVH119           AND NOT TRBFN-MICRO-UITBETALING
              MOVE SPACE TO TRBFN-NAZICHT
RVH104        END-IF
              MOVE SPACE TO TRBFN-SIMUL
      ****************
           MOVE SPACES TO CORA-VOOR CORA-NA
           MOVE "TOEGEPAST" TO CORA-RESULTAAT
RVH124*    EEN PATCH VAN EEN NIET-GEMACHTIGDE CORRECTOR WORDT NIET
RVH124*    TOEGEPAST; HET GEVAL BLIJFT IN HET ARCHIEF ALS GEEN ENKELE
RVH124*    PATCH OVERBLIJFT.
RVH124     MOVE "REJQ"          TO WS-AUT-WACHTRIJ
RVH124     MOVE CORQ-CORRECTOR  TO WS-AUT-CONTROLEUR
RVH124     MOVE CORQ-INVOERDER  TO WS-AUT-INVOERDER
RVH124     MOVE TRBFN-MONTANT   TO WS-AUT-BEDRAG
RVH124     MOVE CORQ-KONST      TO WS-AUT-REFERENTIE (1:10)
RVH124     MOVE CORQ-VOLGNR     TO WS-AUT-REFERENTIE (11:4)
RVH124     PERFORM TOETS-AUTORISATIE
RVH124     IF NOT WS-AUT-OK
RVH124        MOVE "AUTORISATIE GEWEIGERD" TO CORA-RESULTAAT
RVH124        PERFORM SCHRIJF-AUT-WEIGERING
RVH124     ELSE
           EVALUATE CORQ-VELD
           WHEN "IBAN    "
              MOVE TRBFN-IBAN   TO CORA-VOOR
              MOVE "ONBEKENDE VELDKODE - GEWEIGERD"
                                TO CORA-RESULTAAT
           END-EVALUATE
RVH124     END-IF
           IF CORA-RESULTAAT = "TOEGEPAST"
              SET WS-GEPATCHT TO TRUE
           END-IF
           MOVE CORQ-VELD      TO CORA-VELD
           MOVE CORQ-CORRECTOR TO CORA-CORRECTOR
           MOVE CORQ-DATUM     TO CORA-DATUM
RVH134     IF WS-CORQ-KEY = WS-REJX-KEY
RVH134        MOVE WS-COR-FEDERATIE TO CORA-FEDERATIE
RVH134        MOVE WS-COR-DATMEMO   TO CORA-DATMEMO
RVH134        MOVE REJX-DIAG        TO CORA-DIAG
RVH134     ELSE
RVH134        MOVE ZERO   TO CORA-FEDERATIE CORA-DATMEMO
RVH134        MOVE SPACES TO CORA-DIAG
RVH134     END-IF
           WRITE CORA-REC
           .
      *
              END-IF
           END-PERFORM
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
RVH124              DISPLAY "GIRCRRX4 - AUTORISATIETABEL VOL - "
RVH124                      "OVERIGE GEBRUIKERS GENEGEERD"
RVH124           END-IF
RVH124           PERFORM LEZEN-AUTQ
RVH124        END-PERFORM
RVH124        CLOSE AUTQ-FILE
RVH124     ELSE
RVH124        DISPLAY "GIRCRRX4 - AUTORISATIEREGISTER ONTBREEKT - "
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
RVH124           DISPLAY "GIRCRRX4 - ERREUR OPEN AUTR STATUS = "
RVH124                   WS-AUTR-STATUS
RVH124           STOP RUN
RVH124        END-IF
RVH124        SET AUTR-OPEN TO TRUE
RVH124     END-IF
RVH124     ADD 1 TO WS-CNT-AUT-GEWEIGERD
RVH124     MOVE SPACES            TO AUTR-REC
RVH124     MOVE "GIRCRRX4"        TO AUTR-PROGRAMMA
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
       FIN-CORRECTIE.
      ****************
              CALL "GIRBETFN" USING WS-USAREA1
           END-IF
           CLOSE REJX-FILE CORQ-FILE REJQ-FILE CORA-FILE
RVH137           NOUR-FILE
RVH124     IF AUTR-OPEN
RVH124        CLOSE AUTR-FILE
RVH124     END-IF
           MOVE WS-CNT-HERAANGEBODEN TO WS-DISPLAY-CNT
           DISPLAY "GIRCRRX4 - HERAANGEBODEN       : " WS-DISPLAY-CNT
           MOVE WS-CNT-AFGEKEURD TO WS-DISPLAY-CNT
           DISPLAY "GIRCRRX4 - ONGEPATCHT DOOR     : " WS-DISPLAY-CNT
           MOVE WS-CNT-PATCH-ZONDER-GEVAL TO WS-DISPLAY-CNT
           DISPLAY "GIRCRRX4 - PATCH ZONDER GEVAL  : " WS-DISPLAY-CNT
RVH124     MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
RVH124     DISPLAY "GIRCRRX4 - AUT. GEWEIGERD        : " WS-DISPLAY-CNT
RVH137     MOVE WS-CNT-NAAR-REGISTER TO WS-DISPLAY-CNT
RVH137     DISPLAY "GIRCRRX4 - NAAR REGISTER NOU   : " WS-DISPLAY-CNT
           .
RVH137*
      *----------------------------------------------------------------
      *RVH137: EEN ONGEPATCHT GEVAL IS EEN NIET-OPGEEISTE UITKERING
      *        ALS HET EEN BANKWEIGERING IS (HERUITGAVEVLAG "D", ZIE
      *        GIRRTRX4) MET EEN GELDIGE MEMODATUM DIE OUDER IS DAN DE
      *        OPVOLGTERMIJN; ANDERS BLIJFT WS-OUDERDOM NUL.
      *----------------------------------------------------------------
RVH137 TOETS-NIET-OPGEEIST.
RVH137**********************
RVH137     MOVE ZERO TO WS-OUDERDOM
RVH137     IF TRBFN-HERUITGAVE
RVH137        AND TRBFN-DATMEMO NUMERIC
RVH137        AND TRBFN-DATMEMO-MM NOT < 01
RVH137        AND TRBFN-DATMEMO-MM NOT > 12
RVH137        MOVE TRBFN-DATMEMO (1:4) TO WS-MEMO-CCYY
RVH137        COMPUTE WS-OUDERDOM =
RVH137                (WS-VANDAAG-CCYY - WS-MEMO-CCYY) * 360
RVH137              + (WS-VANDAAG-MM - TRBFN-DATMEMO-MM) * 30
RVH137              + (WS-VANDAAG-DD - TRBFN-DATMEMO-DD)
RVH137        END-COMPUTE
RVH137     END-IF
RVH137     .
RVH137*
RVH137 SCHRIJF-NIET-OPGEEIST.
RVH137************************
RVH137     ADD 1 TO WS-CNT-NAAR-REGISTER
RVH137     MOVE REJX-PPR      TO NOUR-PPR
RVH137     MOVE "RTR"         TO NOUR-HERKOMST
RVH137     MOVE REJX-DIAG     TO NOUR-REDEN
RVH137     MOVE TRBFN-DATMEMO TO NOUR-DATUM
RVH137     WRITE NOUR-REC
RVH137     .
RVH132*
      *----------------------------------------------------------------
      *RVH132: KETENBEWAKING - DIT PROGRAMMA HOORT NIET BIJ DE DAG-
      *        KETEN: DE RUN-UNIT WORDT ALS "BUITEN DE KETEN" AANGEMELD,
      *        ZODAT DE AANMELDING VAN TRBFNCX4 BIJ DE HERAANBIEDING
      *        NIET ALS GIRBET-RUN VAN DE WERKDAG WORDT GEREGISTREERD.
      *----------------------------------------------------------------
RVH132 KETEN-BUITEN.
RVH132***************
RVH132     MOVE "B"        TO WS-KET-FUNCTIE
RVH132     MOVE "GIRCRRX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     .

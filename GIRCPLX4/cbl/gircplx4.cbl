      **    DATUM, T.B.V. DE MELDINGSPLICHT.                           *
      **  - GEEN BESLISSING -> DOORSCHUIVEN NAAR DE NIEUWE CPLQ-       *
      **    GENERATIE PLUS EEN LIJN OP DE OUDERDOMSLIJST.              *
RVH124**  - ELKE BESLISSING WORDT GETOETST AAN HET AUTORISATIEREGISTER *
RVH124**    (AUTQ): DE MEDEWERKER MOET GEMACHTIGD ZIJN VOOR CPLQ EN    *
RVH124**    HET BEDRAG, EN MAG NIET DEZELFDE ZIJN ALS DE INVOERDER.    *
RVH124**    EEN GEWEIGERDE BESLISSING WORDT NIET TOEGEPAST MAAR        *
RVH124**    GEMELD OP HET WEIGERINGSRAPPORT (AUTR).                    *
      **                                                               *
      ******************************************************************
      *RVH071: NIEUW DISPOSITIEPROGRAMMA VOOR DE COMPLIANCE-WACHTRIJ
      *        (ZIE HET RVH046-COMMENTAAR IN TRBFNCX4).
      *RVH124: AUTORISATIETOETS (AUTQ) MET VIER-OGENPRINCIPE.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH071*     VALS POSITIEF (MET OF ZONDER WHITELIST), BEVESTIGDE
RVH071*     TREFFER OF AANHOUDEN, MET RAPPORTEERBAAR ARCHIEF.
RVH071*
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
           SELECT GLPP-FILE ASSIGN TO GLPP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPP-STATUS.
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
           05  CPLO-LIJSTNAAM           PIC X(30).
           05  CPLO-NAAM                PIC X(30).
           05  CPLO-LND                 PIC X(03).
RVH113     05  CPLO-REDEN               PIC X(04).
RVH113         88  CPLO-REDEN-IBAN      VALUE "IBWL".
       FD  CPLD-FILE
           RECORDING MODE IS F.
       01  CPLD-REC.
               88  CPLD-BEVESTIGD       VALUE "C".
           05  CPLD-KLERK               PIC X(08).
           05  CPLD-DATUM               PIC 9(08).
RVH124     05  CPLD-INVOERDER           PIC X(08).
       FD  CPLQ-FILE
           RECORDING MODE IS F.
       01  CPLQ-REC.
           05  CPLQ-LIJSTNAAM           PIC X(30).
           05  CPLQ-NAAM                PIC X(30).
           05  CPLQ-LND                 PIC X(03).
RVH113     05  CPLQ-REDEN               PIC X(04).
       FD  WHLO-FILE
           RECORDING MODE IS F.
       01  WHLO-REC.
           05  CPLA-BESLIS              PIC X(01).
           05  CPLA-KLERK               PIC X(08).
           05  CPLA-DATUM               PIC 9(08).
RVH113     05  CPLA-REDEN               PIC X(04).
       FD  CPLR-FILE
           RECORDING MODE IS F.
       01  CPLR-REC                     PIC X(80).
           05  GLPP-OGM                 PIC X(12).
           05  GLPP-SOORT               PIC X(01).
           05  GLPP-VERSCHOVEN          PIC X(01).
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
       01  WS-CPLO-STATUS               PIC XX VALUE ZEROES.
               10  WS-DEC-BESLIS        PIC X(01).
               10  WS-DEC-KLERK         PIC X(08).
               10  WS-DEC-DATUM         PIC 9(08).
RVH124         10  WS-DEC-INVOERDER     PIC X(08).
       01  WS-DEC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-DEC-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-DEC-GEVONDEN          VALUE "Y".
           88  WS-HOLD-BEVESTIGD        VALUE "C".
       01  WS-DEC-KLERK-HOLD            PIC X(08).
       01  WS-DEC-DATUM-HOLD            PIC 9(08).
RVH124 01  WS-DEC-INVOERDER-HOLD        PIC X(08).
      *----------------------------------------------------------------
      *RVH071: PLAATSVERVANGEND KOPPELGEBIED VOOR DE GIRBETPP/GIRBETFN-
      *        AANROEP, ZOALS IN GIRREVX4/GIRBSHX4.
       01  WS-CNT-BEVESTIGD             PIC 9(07) VALUE ZERO.
       01  WS-CNT-ONBESLIST             PIC 9(07) VALUE ZERO.
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
       PAR-TRAITEMENT-COMPLIANCE.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-COMPLIANCE
           PERFORM LADEN-BESLISSINGEN
RVH124     PERFORM LADEN-AUTORISATIES
           PERFORM KOPIEER-WHITELIST
           PERFORM LEZEN-CPLO
           PERFORM WITH TEST BEFORE UNTIL WS-CPLO-EOF
              PERFORM LEZEN-CPLO
           END-PERFORM
           PERFORM FIN-COMPLIANCE
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
                    MOVE CPLD-BESLIS TO WS-DEC-BESLIS (WS-DEC-IDX)
                    MOVE CPLD-KLERK  TO WS-DEC-KLERK (WS-DEC-IDX)
                    MOVE CPLD-DATUM  TO WS-DEC-DATUM (WS-DEC-IDX)
RVH124              MOVE CPLD-INVOERDER TO WS-DEC-INVOERDER
RVH124                                                   (WS-DEC-IDX)
                 ELSE
                    DISPLAY "GIRCPLX4 - BESLISSINGSTABEL VOL - "
                            "OVERIGE BESLISSINGEN GENEGEERD"
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-WHITELIST
              ADD 1 TO WS-CNT-GEWHITELIST
RVH092        PERFORM SCHRIJF-TEGENBOEKING
RVH113*       EEN TREFFER OP DE IBAN-WATCHLIST (REDEN "IBWL") KOMT
RVH113*       NIET IN HET NAAM-WHITELISTREGISTER - DE NAAM WERD NIET
RVH113*       GETROFFEN; DE BESLISSING GELDT DAN ALS VALS POSITIEF.
RVH113        IF NOT CPLO-REDEN-IBAN
RVH113           MOVE CPLO-NAAM TO WHLQ-NAAM
RVH113           MOVE CPLO-LND  TO WHLQ-LND
RVH113           WRITE WHLQ-REC
RVH113        END-IF
              PERFORM HERAANBIEDEN-PPR
              PERFORM SCHRIJVEN-ARCHIEF
           WHEN WS-DEC-GEVONDEN AND WS-HOLD-VALS-POSITIEF
              MOVE CPLO-LIJSTNAAM TO CPLQ-LIJSTNAAM
              MOVE CPLO-NAAM      TO CPLQ-NAAM
              MOVE CPLO-LND       TO CPLQ-LND
RVH113        MOVE CPLO-REDEN     TO CPLQ-REDEN
              WRITE CPLQ-REC
              PERFORM SCHRIJVEN-OUDERDOM
           END-EVALUATE
RVH104*    EEN REEDS AANWEZIGE BESLAGVRIJSTELLING ("B") BLIJFT
RVH104*    BEHOUDEN VIA DE GECOMBINEERDE WAARDE "X", ANDERS ZOU DE
RVH104*    PPR NA DEZE VRIJGAVE OPNIEUW IN BSHQ PARKEREN.
RVH110*    IDEM VOOR EEN FRAUDEVRIJSTELLING (RVH110 IN TRBFNCXP):
RVH110*    "F" WORDT "H", "G" WORDT "Y".
RVH110     EVALUATE TRUE
RVH110     WHEN TRBFN-VRIJ-BESLAG AND TRBFN-VRIJ-FRAUDE
RVH110        MOVE "Y" TO TRBFN-VRIJSTELLING
RVH110     WHEN TRBFN-VRIJ-BESLAG
RVH104        MOVE "X" TO TRBFN-VRIJSTELLING
RVH110     WHEN TRBFN-VRIJ-FRAUDE
RVH110        MOVE "H" TO TRBFN-VRIJSTELLING
RVH110     WHEN OTHER
RVH110        MOVE "S" TO TRBFN-VRIJSTELLING
RVH110     END-EVALUATE
           CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
           SET WS-GIRBET-ACTIEF TO TRUE
           .
                                        TO WS-DEC-KLERK-HOLD
                    MOVE WS-DEC-DATUM (WS-DEC-IDX)
                                        TO WS-DEC-DATUM-HOLD
RVH124              MOVE WS-DEC-INVOERDER (WS-DEC-IDX)
RVH124                                  TO WS-DEC-INVOERDER-HOLD
              END-SEARCH
           END-IF
RVH124*    EEN BESLISSING VAN EEN NIET-GEMACHTIGDE MEDEWERKER GELDT
RVH124*    ALS ONBESTAAND: DE ENTRY SCHUIFT DOOR NAAR DE NIEUWE
RVH124*    GENERATIE EN DE WEIGERING GAAT NAAR AUTR.
RVH124     IF WS-DEC-GEVONDEN
RVH124        MOVE "CPLQ"                TO WS-AUT-WACHTRIJ
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
       SCHRIJVEN-ARCHIEF.
           MOVE WS-DEC-BESLIS-HOLD TO CPLA-BESLIS
           MOVE WS-DEC-KLERK-HOLD  TO CPLA-KLERK
           MOVE WS-DEC-DATUM-HOLD  TO CPLA-DATUM
RVH113     MOVE CPLO-REDEN         TO CPLA-REDEN
           WRITE CPLA-REC
           .
      *
           MOVE SPACE                TO GLPP-VERSCHOVEN
           WRITE GLPP-REC
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
RVH124              DISPLAY "GIRCPLX4 - AUTORISATIETABEL VOL - "
RVH124                      "OVERIGE GEBRUIKERS GENEGEERD"
RVH124           END-IF
RVH124           PERFORM LEZEN-AUTQ
RVH124        END-PERFORM
RVH124        CLOSE AUTQ-FILE
RVH124     ELSE
RVH124        DISPLAY "GIRCPLX4 - AUTORISATIEREGISTER ONTBREEKT - "
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
RVH124           DISPLAY "GIRCPLX4 - ERREUR OPEN AUTR STATUS = "
RVH124                   WS-AUTR-STATUS
RVH124           STOP RUN
RVH124        END-IF
RVH124        SET AUTR-OPEN TO TRUE
RVH124     END-IF
RVH124     ADD 1 TO WS-CNT-AUT-GEWEIGERD
RVH124     MOVE SPACES            TO AUTR-REC
RVH124     MOVE "GIRCPLX4"        TO AUTR-PROGRAMMA
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
       FIN-COMPLIANCE.
      *****************
           END-IF
           CLOSE CPLO-FILE CPLQ-FILE WHLQ-FILE CPLA-FILE CPLR-FILE
                 GLPP-FILE
RVH124     IF AUTR-OPEN
RVH124        CLOSE AUTR-FILE
RVH124     END-IF
           MOVE WS-CNT-VRIJGEGEVEN TO WS-DISPLAY-CNT
           DISPLAY "GIRCPLX4 - VALS POSITIEF       : " WS-DISPLAY-CNT
           MOVE WS-CNT-GEWHITELIST TO WS-DISPLAY-CNT
           DISPLAY "GIRCPLX4 - BEVESTIGDE TREFFERS : " WS-DISPLAY-CNT
           MOVE WS-CNT-ONBESLIST TO WS-DISPLAY-CNT
           DISPLAY "GIRCPLX4 - AANTAL ONBESLIST    : " WS-DISPLAY-CNT
RVH124     MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
RVH124     DISPLAY "GIRCPLX4 - AUT. GEWEIGERD      : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRCPLX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRCPLX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRCPLX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

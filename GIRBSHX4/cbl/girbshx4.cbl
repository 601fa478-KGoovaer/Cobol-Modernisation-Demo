      **    NIEUWE BSHQ-GENERATIE PLUS EEN LIJN OP DE OUDERDOMSLIJST.  *
      **  - ELKE BESLISSING WORDT GEARCHIVEERD MET DE IDENTIFICATIE    *
      **    VAN DE BEHANDELENDE MEDEWERKER EN DE BESLISSINGSDATUM.     *
RVH124**  - ELKE INSTRUCTIE WORDT GETOETST AAN HET AUTORISATIEREGISTER *
RVH124**    (AUTQ): DE MEDEWERKER MOET GEMACHTIGD ZIJN VOOR BSHQ EN    *
RVH124**    HET AANGEHOUDEN BEDRAG, EN MAG NIET DEZELFDE ZIJN ALS DE   *
RVH124**    INVOERDER. EEN GEWEIGERDE INSTRUCTIE WORDT NIET TOEGEPAST  *
RVH124**    MAAR GEMELD OP HET WEIGERINGSRAPPORT (AUTR).               *
      **                                                               *
      ******************************************************************
      *RVH070: NIEUW DISPOSITIEPROGRAMMA VOOR DE WACHTRIJ AANGEHOUDEN
      *        GELDEN (ZIE HET RVH045-COMMENTAAR IN TRBFNCX4).
      *RVH124: AUTORISATIETOETS (AUTQ) MET VIER-OGENPRINCIPE.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH070*     VRIJGAVE AAN HET LID, DOORSTORTING AAN DE SCHULDEISER
RVH070*     OF AANHOUDEN, MET BESLISSINGSARCHIEF EN OUDERDOMSLIJST.
RVH070*
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
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT GLPB-FILE ASSIGN TO GLPB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPB-STATUS.
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
           05  BSHD-IBAN                PIC X(34).
           05  BSHD-KLERK               PIC X(08).
           05  BSHD-DATUM               PIC 9(08).
RVH124     05  BSHD-INVOERDER           PIC X(08).
       FD  BSHQ-FILE
           RECORDING MODE IS F.
       01  BSHQ-REC.
           05  GLPB-OGM                 PIC X(12).
           05  GLPB-SOORT               PIC X(01).
           05  GLPB-VERSCHOVEN          PIC X(01).
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
       01  WS-BSHO-STATUS               PIC XX VALUE ZEROES.
               10  WS-DEC-IBAN          PIC X(34).
               10  WS-DEC-KLERK         PIC X(08).
               10  WS-DEC-DATUM         PIC 9(08).
RVH124         10  WS-DEC-INVOERDER     PIC X(08).
       01  WS-DEC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-DEC-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-DEC-GEVONDEN          VALUE "Y".
       01  WS-DEC-IBAN-HOLD             PIC X(34).
       01  WS-DEC-KLERK-HOLD            PIC X(08).
       01  WS-DEC-DATUM-HOLD            PIC 9(08).
RVH124 01  WS-DEC-INVOERDER-HOLD        PIC X(08).
      *----------------------------------------------------------------
      *RVH070: PLAATSVERVANGEND KOPPELGEBIED VOOR DE GIRBETPP/GIRBETFN-
      *        AANROEP, ZOALS IN GIRREVX4/GIRFWDX4.
       01  WS-CNT-DOORGESTORT           PIC 9(07) VALUE ZERO.
       01  WS-CNT-AANGEHOUDEN           PIC 9(07) VALUE ZERO.
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
       PAR-TRAITEMENT-DISPOSITIE.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-DISPOSITIE
           PERFORM LADEN-INSTRUCTIES
RVH124     PERFORM LADEN-AUTORISATIES
           PERFORM LEZEN-BSHO
           PERFORM WITH TEST BEFORE UNTIL WS-BSHO-EOF
              PERFORM VERWERK-WACHTRIJ-ENTRY
              PERFORM LEZEN-BSHO
           END-PERFORM
           PERFORM FIN-DISPOSITIE
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
                    MOVE BSHD-IBAN    TO WS-DEC-IBAN (WS-DEC-IDX)
                    MOVE BSHD-KLERK   TO WS-DEC-KLERK (WS-DEC-IDX)
                    MOVE BSHD-DATUM   TO WS-DEC-DATUM (WS-DEC-IDX)
RVH124              MOVE BSHD-INVOERDER TO WS-DEC-INVOERDER
RVH124                                                   (WS-DEC-IDX)
                 ELSE
                    DISPLAY "GIRBSHX4 - INSTRUCTIETABEL VOL - "
                            "OVERIGE INSTRUCTIES GENEGEERD"
RVH104*       EEN REEDS AANWEZIGE SCREENINGVRIJSTELLING ("S") BLIJFT
RVH104*       BEHOUDEN VIA DE GECOMBINEERDE WAARDE "X", ANDERS ZOU
RVH104*       DE PPR NA DEZE VRIJGAVE OPNIEUW IN CPLQ PARKEREN.
RVH110*       IDEM VOOR EEN FRAUDEVRIJSTELLING (RVH110 IN TRBFNCXP):
RVH110*       "F" WORDT "G", "H" WORDT "Y".
RVH110        EVALUATE TRUE
RVH110        WHEN TRBFN-VRIJ-SCREENING AND TRBFN-VRIJ-FRAUDE
RVH110           MOVE "Y" TO TRBFN-VRIJSTELLING
RVH110        WHEN TRBFN-VRIJ-SCREENING
RVH104           MOVE "X" TO TRBFN-VRIJSTELLING
RVH110        WHEN TRBFN-VRIJ-FRAUDE
RVH110           MOVE "G" TO TRBFN-VRIJSTELLING
RVH110        WHEN OTHER
RVH110           MOVE "B" TO TRBFN-VRIJSTELLING
RVH110        END-EVALUATE
              MOVE BSHO-BEDRAG TO TRBFN-MONTANT
              CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
              SET WS-GIRBET-ACTIEF TO TRUE
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
RVH124        MOVE "BSHQ"                TO WS-AUT-WACHTRIJ
RVH124        MOVE WS-DEC-KLERK-HOLD     TO WS-AUT-CONTROLEUR
RVH124        MOVE WS-DEC-INVOERDER-HOLD TO WS-AUT-INVOERDER
RVH124        MOVE BSHO-BEDRAG           TO WS-AUT-BEDRAG
RVH124        MOVE BSHO-DOSSIER          TO WS-AUT-REFERENTIE
RVH124        PERFORM TOETS-AUTORISATIE
RVH124        IF NOT WS-AUT-OK
RVH124           MOVE "N" TO WS-DEC-GEVONDEN-SW
RVH124           PERFORM SCHRIJF-AUT-WEIGERING
RVH124        END-IF
RVH124     END-IF
           .
      *
      *----------------------------------------------------------------
           MOVE SPACE                TO GLPB-VERSCHOVEN
           WRITE GLPB-REC
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
RVH124              DISPLAY "GIRBSHX4 - AUTORISATIETABEL VOL - "
RVH124                      "OVERIGE GEBRUIKERS GENEGEERD"
RVH124           END-IF
RVH124           PERFORM LEZEN-AUTQ
RVH124        END-PERFORM
RVH124        CLOSE AUTQ-FILE
RVH124     ELSE
RVH124        DISPLAY "GIRBSHX4 - AUTORISATIEREGISTER ONTBREEKT - "
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
RVH124           DISPLAY "GIRBSHX4 - ERREUR OPEN AUTR STATUS = "
RVH124                   WS-AUTR-STATUS
RVH124           STOP RUN
RVH124        END-IF
RVH124        SET AUTR-OPEN TO TRUE
RVH124     END-IF
RVH124     ADD 1 TO WS-CNT-AUT-GEWEIGERD
RVH124     MOVE SPACES            TO AUTR-REC
RVH124     MOVE "GIRBSHX4"        TO AUTR-PROGRAMMA
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
           END-IF
           CLOSE BSHO-FILE BSHQ-FILE BSHB-FILE BSHA-FILE BSHR-FILE
                 GLPB-FILE
RVH124     IF AUTR-OPEN
RVH124        CLOSE AUTR-FILE
RVH124     END-IF
           MOVE WS-CNT-VRIJGEGEVEN TO WS-DISPLAY-CNT
           DISPLAY "GIRBSHX4 - AANTAL VRIJGEGEVEN  : " WS-DISPLAY-CNT
           MOVE WS-CNT-DOORGESTORT TO WS-DISPLAY-CNT
           DISPLAY "GIRBSHX4 - AANTAL DOORGESTORT  : " WS-DISPLAY-CNT
           MOVE WS-CNT-AANGEHOUDEN TO WS-DISPLAY-CNT
           DISPLAY "GIRBSHX4 - AANTAL AANGEHOUDEN  : " WS-DISPLAY-CNT
RVH124     MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
RVH124     DISPLAY "GIRBSHX4 - AUT. GEWEIGERD      : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRBSHX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRBSHX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRBSHX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

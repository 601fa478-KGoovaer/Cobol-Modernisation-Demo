      ******************************************************************
      **  GIRSTPX4 : VRIJGAVE VAN DE STOP-WACHTRIJ (SPKQ)              *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - LEEST DE VORIGE GENERATIE VAN DE STOP-WACHTRIJ (SPKQ, ZIE  *
      **    RVH112 IN TRBFNCX4: EEN BETALING VOOR EEN RIJKSNUMMER OF   *
      **    NAAR EEN IBAN MET EEN ACTIEVE BETALINGSSTOP) SAMEN MET     *
      **    HET BETALINGSSTOPREGISTER (STPQ, ONDERHOUDEN VIA           *
      **    GIRREGX4).                                                 *
      **  - IS DE STOP DIE DE PPR TEGENHOUDT VERVALLEN OF UIT HET      *
      **    REGISTER GESCHRAPT, DAN WORDT DE PPR AUTOMATISCH OPNIEUW   *
      **    AANGEBODEN VIA GIRBETPP, WORDT DE PARKEER-ACCRUAL (SOORT   *
      **    "K") TEGENGEBOEKT EN VOLGT EEN LEVENSLOOP-GEBEURTENIS.     *
      **    EEN ANDERE NOG ACTIEVE STOP (BV. OP HET IBAN) PARKEERT     *
      **    DE PPR IN TRBFNCX4 GEWOON OPNIEUW.                         *
      **  - IS DE STOP NOG ACTIEF, DAN SCHUIFT DE PPR DOOR NAAR DE     *
      **    NIEUWE GENERATIE (MET DE EVENTUEEL VERLENGDE               *
      **    VERVALDATUM) EN KOMT ZE OP DE OUDERDOMSLIJST.              *
      **                                                               *
      ******************************************************************
      *RVH112: NIEUW VRIJGAVEPROGRAMMA VOOR DE STOP-WACHTRIJ
      *        (ZIE HET RVH112-COMMENTAAR IN TRBFNCX4).
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRSTPX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH112*
RVH112* RVH112 15/10/2026
RVH112*     NIEUW PROGRAMMA : AUTOMATISCHE VRIJGAVE VAN DE STOP-
RVH112*     WACHTRIJ NA HET VERVALLEN VAN DE BETALINGSSTOP, MET
RVH112*     OUDERDOMSLIJST, GLPQ- EN PLSQ-UITVOER.
RVH112*
RVH132* RVH132 15/10/2026
RVH132*     KETENBEWAKING: START ENKEL ALS DE VORIGE FASE VAN DE
RVH132*     WERKDAG AFGEWERKT IS, AFMELDING MET DE RETURN-CODE
RVH132*     BIJ HET EINDE (GIRKETX4).
RVH132*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH112: VORIGE GENERATIE VAN DE WACHTRIJ - DE JCL ALLOCEERT DE
      *        DOOR DE VORIGE RUN GESCHREVEN SPKQ ALS SPKO.
      *----------------------------------------------------------------
           SELECT SPKO-FILE ASSIGN TO SPKO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SPKO-STATUS.
      *----------------------------------------------------------------
      *RVH112: HET BETALINGSSTOPREGISTER.
      *----------------------------------------------------------------
           SELECT STPQ-FILE ASSIGN TO STPQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STPQ-STATUS.
      *----------------------------------------------------------------
      *RVH112: NIEUWE SPKQ-GENERATIE MET DE NOG GESTOPTE REKORDS
      *        (ZELFDE INDELING ALS SPKQ-REC IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT SPKQ-FILE ASSIGN TO SPKQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SPKQ-STATUS.
      *----------------------------------------------------------------
      *RVH112: OUDERDOMSLIJST VAN DE NOG GESTOPTE BETALINGEN.
      *----------------------------------------------------------------
           SELECT SPKR-FILE ASSIGN TO SPKR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SPKR-STATUS.
      *----------------------------------------------------------------
      *RVH112: TEGENBOEKINGEN IN DE GLPQ-INDELING (RVH025) VOOR DE
      *        PARKEERACCRUAL - DE JCL VOEGT ZE BIJ DE GLPQ-FEED.
      *----------------------------------------------------------------
           SELECT GLPK-FILE ASSIGN TO GLPK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPK-STATUS.
      *----------------------------------------------------------------
      *RVH112: LEVENSLOOP-GEBEURTENISSEN IN DE PLSQ-INDELING - DE JCL
      *        VOEGT ZE BIJ DE STATUSMASTER DIE GIRPLSX4 BEVRAAGT.
      *----------------------------------------------------------------
           SELECT PLSK-FILE ASSIGN TO PLSK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSK-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  SPKO-FILE
           RECORDING MODE IS F.
       01  SPKO-REC.
           05  SPKO-PPR                 PIC X(186).
           05  SPKO-SOORT               PIC X(01).
           05  SPKO-SLEUTEL             PIC X(34).
           05  SPKO-VERVALDATUM         PIC 9(08).
           05  SPKO-DATUM               PIC 9(08).
       FD  STPQ-FILE
           RECORDING MODE IS F.
       01  STPQ-REC.
           05  STPQ-SOORT               PIC X(01).
           05  STPQ-SLEUTEL             PIC X(34).
           05  STPQ-REDEN               PIC X(20).
           05  STPQ-AANVRAGER           PIC X(01).
           05  STPQ-FEDERATIE           PIC 9(03).
           05  STPQ-VERVALDATUM         PIC 9(08).
       FD  SPKQ-FILE
           RECORDING MODE IS F.
       01  SPKQ-REC.
           05  SPKQ-PPR                 PIC X(186).
           05  SPKQ-SOORT               PIC X(01).
           05  SPKQ-SLEUTEL             PIC X(34).
           05  SPKQ-VERVALDATUM         PIC 9(08).
           05  SPKQ-DATUM               PIC 9(08).
       FD  SPKR-FILE
           RECORDING MODE IS F.
       01  SPKR-REC                     PIC X(80).
       FD  GLPK-FILE
           RECORDING MODE IS F.
       01  GLPK-REC.
           05  GLPK-RNR                 PIC X(13).
           05  GLPK-LIBEL               PIC 9(02).
           05  GLPK-KONST               PIC 9(10).
           05  GLPK-VOLGNR              PIC 9(03).
           05  GLPK-FEDERATIE           PIC 9(03).
           05  GLPK-BEDRAG              PIC S9(08).
           05  GLPK-BEDRAG-DV           PIC X(01).
           05  GLPK-DATINB              PIC 9(08).
           05  GLPK-RUNSEQ              PIC 9(02).
           05  GLPK-OGM                 PIC X(12).
           05  GLPK-SOORT               PIC X(01).
           05  GLPK-VERSCHOVEN          PIC X(01).
       FD  PLSK-FILE
           RECORDING MODE IS F.
       01  PLSK-REC.
           05  PLSK-KONST               PIC 9(10).
           05  PLSK-VOLGNR              PIC 9(04).
           05  PLSK-DATUM               PIC 9(08).
           05  PLSK-TIJD                PIC 9(08).
           05  PLSK-PROGRAMMA           PIC X(08).
           05  PLSK-EVENT               PIC X(04).
           05  PLSK-DETAIL              PIC X(32).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-SPKO-STATUS               PIC XX VALUE ZEROES.
       01  WS-STPQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-SPKQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-SPKR-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPK-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSK-STATUS               PIC XX VALUE ZEROES.
       01  WS-SPKO-EOF-SW               PIC X VALUE "N".
           88  WS-SPKO-EOF              VALUE "Y".
       01  WS-STPQ-EOF-SW               PIC X VALUE "N".
           88  WS-STPQ-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH112: DE NOG ACTIEVE STOPS UIT HET REGISTER (ZELFDE PLAFOND
      *        ALS WS-STP-TABLE IN TRBFNCX4).
      *----------------------------------------------------------------
       01  WS-STP-TABLE.
           05  WS-STP-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-STP-IDX.
               10  WS-STP-SOORT         PIC X(01).
               10  WS-STP-SLEUTEL       PIC X(34).
               10  WS-STP-VERVALDATUM   PIC 9(08).
       01  WS-STP-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-STP-SW                    PIC X VALUE "N".
           88  WS-STP-ACTIEF            VALUE "Y".
       01  WS-STP-VERVAL-HOLD           PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH112: PLAATSVERVANGEND KOPPELGEBIED VOOR DE GIRBETPP/GIRBETFN-
      *        AANROEP, ZOALS IN GIRCPLX4/GIRNALX4.
      *----------------------------------------------------------------
       01  WS-USAREA1                   PIC X(256) VALUE SPACES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *----------------------------------------------------------------
      *RVH112: OUDERDOMSBEREKENING IN HANDELSDAGEN (360/30) T.O.V. DE
      *        PARKEERDATUM (SPKQ-DATUM).
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
       01  WS-GIRBET-ACTIEF-SW          PIC X VALUE "N".
           88  WS-GIRBET-ACTIEF         VALUE "Y".
       01  WS-CNT-VRIJGEGEVEN           PIC 9(07) VALUE ZERO.
       01  WS-CNT-GESTOPT               PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
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
       TRAITEMENT-STOP SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-STOP.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-STOP
           PERFORM LADEN-STOPREGISTER
           PERFORM LEZEN-SPKO
           PERFORM WITH TEST BEFORE UNTIL WS-SPKO-EOF
              PERFORM VERWERK-WACHTRIJ-ENTRY
              PERFORM LEZEN-SPKO
           END-PERFORM
           PERFORM FIN-STOP
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-STOP.
      ************
           OPEN INPUT SPKO-FILE
           IF WS-SPKO-STATUS NOT = "00"
              DISPLAY "GIRSTPX4 - ERREUR OPEN SPKO STATUS = "
                      WS-SPKO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT SPKQ-FILE
           IF WS-SPKQ-STATUS NOT = "00"
              DISPLAY "GIRSTPX4 - ERREUR OPEN SPKQ STATUS = "
                      WS-SPKQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT SPKR-FILE
           IF WS-SPKR-STATUS NOT = "00"
              DISPLAY "GIRSTPX4 - ERREUR OPEN SPKR STATUS = "
                      WS-SPKR-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT GLPK-FILE
           IF WS-GLPK-STATUS NOT = "00"
              DISPLAY "GIRSTPX4 - ERREUR OPEN GLPK STATUS = "
                      WS-GLPK-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PLSK-FILE
           IF WS-PLSK-STATUS NOT = "00"
              DISPLAY "GIRSTPX4 - ERREUR OPEN PLSK STATUS = "
                      WS-PLSK-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *----------------------------------------------------------------
      *RVH112: DE NOG ACTIEVE STOPS INLEZEN. EEN ONTBREKEND REGISTER
      *        IS GEEN FOUT - DAN IS ER GEEN ACTIEVE STOP MEER EN WORDT
      *        DE VOLLEDIGE WACHTRIJ VRIJGEGEVEN.
      *----------------------------------------------------------------
       LADEN-STOPREGISTER.
      *********************
           OPEN INPUT STPQ-FILE
           IF WS-STPQ-STATUS = "00"
              PERFORM LEZEN-STPQ
              PERFORM WITH TEST BEFORE UNTIL WS-STPQ-EOF
                 IF STPQ-VERVALDATUM >= WS-VANDAAG
                    IF WS-STP-COUNT < 2000
                       ADD 1 TO WS-STP-COUNT
                       SET WS-STP-IDX TO WS-STP-COUNT
                       MOVE STPQ-SOORT   TO WS-STP-SOORT (WS-STP-IDX)
                       MOVE STPQ-SLEUTEL TO WS-STP-SLEUTEL (WS-STP-IDX)
                       MOVE STPQ-VERVALDATUM
                                   TO WS-STP-VERVALDATUM (WS-STP-IDX)
                    ELSE
                       DISPLAY "GIRSTPX4 - STOPTABEL VOL - "
                               "OVERIGE STOPS GENEGEERD"
                    END-IF
                 END-IF
                 PERFORM LEZEN-STPQ
              END-PERFORM
              CLOSE STPQ-FILE
           END-IF
           .
      *
       LEZEN-STPQ.
      *************
           READ STPQ-FILE
              AT END
                 SET WS-STPQ-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-SPKO.
      *************
           READ SPKO-FILE
              AT END
                 SET WS-SPKO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH112: EEN WACHTRIJ-ENTRY AFHANDELEN: NOG GESTOPT ->
      *        DOORSCHUIVEN PLUS OUDERDOMSLIJN; ANDERS VRIJGEVEN.
      *----------------------------------------------------------------
       VERWERK-WACHTRIJ-ENTRY.
      *************************
           MOVE SPKO-PPR TO PPR-RECORD
           PERFORM ZOEK-STOP
           IF WS-STP-ACTIEF
              ADD 1 TO WS-CNT-GESTOPT
              MOVE SPKO-PPR           TO SPKQ-PPR
              MOVE SPKO-SOORT         TO SPKQ-SOORT
              MOVE SPKO-SLEUTEL       TO SPKQ-SLEUTEL
              MOVE WS-STP-VERVAL-HOLD TO SPKQ-VERVALDATUM
              MOVE SPKO-DATUM         TO SPKQ-DATUM
              WRITE SPKQ-REC
              PERFORM SCHRIJVEN-OUDERDOM
           ELSE
              ADD 1 TO WS-CNT-VRIJGEGEVEN
              PERFORM SCHRIJF-TEGENBOEKING
              CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
              SET WS-GIRBET-ACTIEF TO TRUE
              PERFORM SCHRIJVEN-PLSK
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH112: DE STOP VAN DE WACHTRIJ-ENTRY (SOORT + SLEUTEL) TUSSEN
      *        DE NOG ACTIEVE STOPS ZOEKEN; DE LAATSTE VERVALDATUM
      *        WINT ALS DEZELFDE STOP MEERDERE KEREN VOORKOMT.
      *----------------------------------------------------------------
       ZOEK-STOP.
      ************
           MOVE "N"  TO WS-STP-SW
           MOVE ZERO TO WS-STP-VERVAL-HOLD
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STP-COUNT
              IF WS-STP-SOORT (WS-STP-IDX)   = SPKO-SOORT
                 AND WS-STP-SLEUTEL (WS-STP-IDX) = SPKO-SLEUTEL
                 SET WS-STP-ACTIEF TO TRUE
                 IF WS-STP-VERVALDATUM (WS-STP-IDX)
                                        > WS-STP-VERVAL-HOLD
                    MOVE WS-STP-VERVALDATUM (WS-STP-IDX)
                                        TO WS-STP-VERVAL-HOLD
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       SCHRIJVEN-OUDERDOM.
      *********************
           MOVE SPKO-DATUM TO WS-PARKDATUM
           COMPUTE WS-OUDERDOM =
                   (WS-VANDAAG-CCYY - WS-PARK-CCYY) * 360
                 + (WS-VANDAAG-MM - WS-PARK-MM) * 30
                 + (WS-VANDAAG-DD - WS-PARK-DD)
           END-COMPUTE
           IF WS-OUDERDOM < ZERO
              MOVE ZERO TO WS-OUDERDOM
           END-IF
           MOVE SPACES TO SPKR-REC
           MOVE WS-OUDERDOM TO WS-OUDERDOM-ED
           STRING "GESTOPT KONST="        DELIMITED BY SIZE
                  TRBFN-CONSTANTE         DELIMITED BY SIZE
                  " VOLGNR="              DELIMITED BY SIZE
                  TRBFN-NO-SUITE          DELIMITED BY SIZE
                  " TOT="                 DELIMITED BY SIZE
                  WS-STP-VERVAL-HOLD      DELIMITED BY SIZE
                  " OUDERDOM="            DELIMITED BY SIZE
                  WS-OUDERDOM-ED          DELIMITED BY SIZE
                  " DAGEN"                DELIMITED BY SIZE
                                     INTO SPKR-REC
           END-STRING
           WRITE SPKR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH112: TEGENBOEKING VAN DE PARKEER-ACCRUAL (SOORT "K",
      *        BEDRAG NEGATIEF), ZOALS GIRCPLX4 VOOR SOORT "C".
      *----------------------------------------------------------------
       SCHRIJF-TEGENBOEKING.
      ***********************
           MOVE TRBFN-RNR            TO GLPK-RNR
           MOVE TRBFN-CODE-LIBEL     TO GLPK-LIBEL
           MOVE TRBFN-CONSTANTE      TO GLPK-KONST
           MOVE TRBFN-NO-SUITE       TO GLPK-VOLGNR
           MOVE TRBFN-DEST           TO GLPK-FEDERATIE
           COMPUTE GLPK-BEDRAG = ZERO - TRBFN-MONTANT
           END-COMPUTE
           MOVE TRBFN-MONTANT-DV     TO GLPK-BEDRAG-DV
           MOVE WS-VANDAAG           TO GLPK-DATINB
           MOVE ZERO                 TO GLPK-RUNSEQ
           MOVE SPACES               TO GLPK-OGM
           MOVE "K"                  TO GLPK-SOORT
           MOVE SPACE                TO GLPK-VERSCHOVEN
           WRITE GLPK-REC
           .
      *
       SCHRIJVEN-PLSK.
      *****************
           ACCEPT WS-PLS-TIJD FROM TIME
           MOVE TRBFN-CONSTANTE    TO PLSK-KONST
           MOVE TRBFN-NO-SUITE     TO PLSK-VOLGNR
           MOVE WS-VANDAAG         TO PLSK-DATUM
           MOVE WS-PLS-TIJD        TO PLSK-TIJD
           MOVE "GIRSTPX4"         TO PLSK-PROGRAMMA
           MOVE "STPV"             TO PLSK-EVENT
           MOVE "STOP VERVALLEN - HERAANGEBODEN" TO PLSK-DETAIL
           WRITE PLSK-REC
           .
      *
       FIN-STOP.
      ***********
           IF WS-GIRBET-ACTIEF
              CALL "GIRBETFN" USING WS-USAREA1
           END-IF
           CLOSE SPKO-FILE SPKQ-FILE SPKR-FILE GLPK-FILE PLSK-FILE
           MOVE WS-CNT-VRIJGEGEVEN TO WS-DISPLAY-CNT
           DISPLAY "GIRSTPX4 - AANTAL VRIJGEGEVEN : " WS-DISPLAY-CNT
           MOVE WS-CNT-GESTOPT TO WS-DISPLAY-CNT
           DISPLAY "GIRSTPX4 - AANTAL NOG GESTOPT : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRSTPX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRSTPX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRSTPX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

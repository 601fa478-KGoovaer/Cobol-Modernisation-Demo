      ******************************************************************
      **  GIRPSRX4 : INNAME PAIN.002-STATUSRAPPORTEN VAN DE BANKEN     *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - PER BANKKANAAL (WELKEBANK 0/1/2) STUURT GIRPANX4 EEN       *
      **    PAIN.001; DE BANK ANTWOORDT MET EEN PAIN.002-              *
      **    STATUSRAPPORT. DIT PROGRAMMA LEEST DIE RAPPORTEN (EEN      *
      **    XML-LIJN PER REKORD, EEN TAG PER LIJN, ZOALS GIRCAMX4)     *
      **    SAMEN MET DE VRIJGEGEVEN BAND (RELB) EN KOPPELT DE         *
      **    STATUS TERUG AAN DE 5N0001-LIJNEN VIA ENDTOENDID = U-OGM.  *
      **  - HET BANKKANAAL VOLGT UIT ORGNLMSGID ("GIRBET" + DATUM +    *
      **    "B" + WELKEBANK, ZOALS GIRPANX4 HET OPBOUWT).              *
      **  - PER RAPPORT:                                               *
      **      . VOLLEDIG AANVAARD (GRPSTS ACCP/ACSC/ACSP/ACTC/ACWC     *
      **        ZONDER GEWEIGERDE TRANSACTIE): BEVESTIGING IN HET      *
      **        STATUSREGISTER (PSRC) EN EEN LEVENSLOOP-GEBEURTENIS    *
      **        "BKOK" PER LIJN VAN DAT KANAAL;                        *
      **      . GEWEIGERDE TRANSACTIE (TXSTS RJCT): EEN WEIGERING IN   *
      **        DE RTRQ-INDELING, ZODAT GIRRTRX4 IN DEZELFDE           *
      **        OCHTENDKETEN HET CORRECTIEGEVAL (REJQ) EN HET          *
      **        LIDBERICHT (MOTQ) AANMAAKT, PLUS EEN GEBEURTENIS       *
      **        "BKRJ" MET DE REDENCODE;                               *
      **      . VOLLEDIG BESTAND GEWEIGERD (GRPSTS RJCT): ALARM OP     *
      **        HET OCHTENDVERSLAG (PSRA, ZELFDE VORM ALS ALRR VAN     *
      **        GIRTRNX4) EN RETURN-CODE 16 VOOR DE OPERATOR. DE       *
      **        LIJNEN WORDEN NIET ALS CORRECTIEGEVAL AANGEMAAKT: HET  *
      **        BESTAND MOET NA HERSTEL OPNIEUW WORDEN VERSTUURD.      *
      **  - EEN ENDTOENDID DIE NIET OP DE BAND STAAT EN EEN BANK       *
      **    ZONDER STATUSRAPPORT KOMEN OP HET VERSLAG (PSRR).          *
      **                                                               *
      ******************************************************************
      *RVH106: NIEUW PROGRAMMA - PAIN.002-STATUSRAPPORTEN TERUG-
      *        KOPPELEN AAN DE VRIJGEGEVEN BAND.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRPSRX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH106*
RVH106* RVH106 15/10/2026
RVH106*     NIEUW PROGRAMMA : PAIN.002 -> BEVESTIGING, WEIGERINGEN
RVH106*     NAAR DE RTRQ/REJQ-STROOM EN ALARM BIJ BESTANDSWEIGERING.
RVH106*
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
      *RVH106: DE VRIJGEGEVEN BAND WAAROP DE RAPPORTEN SLAAN.
      *----------------------------------------------------------------
           SELECT RELB-FILE ASSIGN TO RELB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RELB-STATUS.
      *----------------------------------------------------------------
      *RVH106: PAIN.002-RAPPORTEN VAN DE BANKEN, ACHTER ELKAAR
      *        GEPLAATST DOOR DE JCL.
      *----------------------------------------------------------------
           SELECT PSRI-FILE ASSIGN TO PSRI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PSRI-STATUS.
      *----------------------------------------------------------------
      *RVH106: GEWEIGERDE TRANSACTIES IN DE RTRQ-INDELING (RVH050) -
      *        DE JCL SORTEERT ZE OP KONSTANTE/VOLGNUMMER VOOR
      *        GIRRTRX4.
      *----------------------------------------------------------------
           SELECT PSRT-FILE ASSIGN TO PSRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PSRT-STATUS.
      *----------------------------------------------------------------
      *RVH106: STATUSREGISTER - EEN REKORD PER ONTVANGEN RAPPORT.
      *----------------------------------------------------------------
           SELECT PSRC-FILE ASSIGN TO PSRC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PSRC-STATUS.
      *----------------------------------------------------------------
      *RVH106: LEVENSLOOP-GEBEURTENISSEN IN DE PLSQ-INDELING (RVH080).
      *----------------------------------------------------------------
           SELECT PLSP-FILE ASSIGN TO PLSP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSP-STATUS.
      *----------------------------------------------------------------
      *RVH106: VERSLAG EN OCHTENDALARM.
      *----------------------------------------------------------------
           SELECT PSRR-FILE ASSIGN TO PSRR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PSRR-STATUS.
           SELECT PSRA-FILE ASSIGN TO PSRA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PSRA-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  RELB-FILE
           RECORDING MODE IS F.
           COPY SEPAAUKU.
       FD  PSRI-FILE
           RECORDING MODE IS F.
       01  PSRI-REC                     PIC X(200).
       FD  PSRT-FILE
           RECORDING MODE IS F.
       01  PSRT-REC.
           05  PSRT-KONST               PIC 9(10).
           05  PSRT-VOLGNR              PIC 9(03).
           05  PSRT-REDEN               PIC X(32).
       FD  PSRC-FILE
           RECORDING MODE IS F.
       01  PSRC-REC.
           05  PSRC-DATUM               PIC 9(08).
           05  PSRC-BANK                PIC 9(01).
           05  PSRC-MSGID               PIC X(35).
           05  PSRC-GRPSTS              PIC X(04).
           05  PSRC-RESULTAAT           PIC X(04).
               88  PSRC-BEVESTIGD       VALUE "ACCP".
               88  PSRC-DEELS           VALUE "PART".
               88  PSRC-GEWEIGERD       VALUE "RJCT".
               88  PSRC-OPEN            VALUE "OPEN".
           05  PSRC-AANTAL              PIC 9(07).
           05  PSRC-TOTAAL              PIC S9(11).
           05  PSRC-AANTAL-RJCT         PIC 9(07).
       FD  PLSP-FILE
           RECORDING MODE IS F.
       01  PLSP-REC.
           05  PLSP-KONST               PIC 9(10).
           05  PLSP-VOLGNR              PIC 9(04).
           05  PLSP-DATUM               PIC 9(08).
           05  PLSP-TIJD                PIC 9(08).
           05  PLSP-PROGRAMMA           PIC X(08).
           05  PLSP-EVENT               PIC X(04).
           05  PLSP-DETAIL              PIC X(32).
       FD  PSRR-FILE
           RECORDING MODE IS F.
       01  PSRR-REC                     PIC X(80).
       FD  PSRA-FILE
           RECORDING MODE IS F.
       01  PSRA-REC                     PIC X(90).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-RELB-STATUS               PIC XX VALUE ZEROES.
       01  WS-PSRI-STATUS               PIC XX VALUE ZEROES.
       01  WS-PSRT-STATUS               PIC XX VALUE ZEROES.
       01  WS-PSRC-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSP-STATUS               PIC XX VALUE ZEROES.
       01  WS-PSRR-STATUS               PIC XX VALUE ZEROES.
       01  WS-PSRA-STATUS               PIC XX VALUE ZEROES.
       01  WS-RELB-EOF-SW               PIC X VALUE "N".
           88  WS-RELB-EOF              VALUE "Y".
       01  WS-PSRI-EOF-SW               PIC X VALUE "N".
           88  WS-PSRI-EOF              VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-PLS-TIJD                  PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH106: DE 5N0001-LIJNEN VAN DE BAND, OPGEZOCHT OP U-OGM.
      *        KONSTANTE/VOLGNUMMER KOMEN UIT DE COMMENTAARZONE
      *        (ZELFDE SNEDE ALS WS-BAND-COMMENT IN GIRVORX4).
      *----------------------------------------------------------------
       01  WS-LIJN-TABLE.
           05  WS-LIJN-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-LIJN-IDX.
               10  WS-LIJN-OGM          PIC X(12).
               10  WS-LIJN-KONST        PIC 9(10).
               10  WS-LIJN-VOLGNR       PIC 9(03).
               10  WS-LIJN-BANK         PIC 9(01).
               10  WS-LIJN-ACTDAT       PIC 9(08).
       01  WS-LIJN-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-LIJN-VOL-SW               PIC X VALUE "N".
           88  WS-LIJN-TABEL-VOL        VALUE "Y".
       01  WS-LIJN-GEVONDEN-SW          PIC X VALUE "N".
           88  WS-LIJN-GEVONDEN         VALUE "Y".
       01  WS-BAND-COMMENT              PIC X(106).
       01  WS-BAND-COMMENT-RED REDEFINES WS-BAND-COMMENT.
           05  FILLER                   PIC X(60).
           05  WS-BAND-KONST            PIC 9(10).
           05  WS-BAND-VOLGNR           PIC 9(03).
           05  FILLER                   PIC X(33).
      *----------------------------------------------------------------
      *RVH106: TELLING PER BANKKANAAL (RIJ = WELKEBANK + 1) EN OF ER
      *        VANDAAG EEN RAPPORT VOOR KWAM.
      *----------------------------------------------------------------
       01  WS-BND-TABLE.
           05  WS-BND-ENTRY OCCURS 3 TIMES.
               10  WS-BND-CNT           PIC 9(07).
               10  WS-BND-SOM           PIC S9(11).
               10  WS-BND-RAPPORT-SW    PIC X(01).
                   88  WS-BND-RAPPORT-ONTVANGEN
                                        VALUE "J".
       01  WS-BND-SUB                   PIC 9(01).
      *----------------------------------------------------------------
      *RVH106: TOESTAND VAN HET RAPPORT EN DE TRANSACTIE IN OPBOUW.
      *----------------------------------------------------------------
       01  WS-IN-DOC-SW                 PIC X VALUE "N".
           88  WS-IN-DOC                VALUE "Y".
       01  WS-IN-TX-SW                  PIC X VALUE "N".
           88  WS-IN-TX                 VALUE "Y".
       01  WS-DOC-MSGID                 PIC X(35).
       01  WS-DOC-MSGID-RED REDEFINES WS-DOC-MSGID.
           05  WS-MSGID-PREFIX          PIC X(06).
           05  WS-MSGID-DATUM           PIC X(08).
           05  WS-MSGID-B               PIC X(01).
           05  WS-MSGID-BANK            PIC X(01).
           05  FILLER                   PIC X(19).
       01  WS-DOC-GRPSTS                PIC X(04).
       01  WS-DOC-PMTSTS                PIC X(04).
       01  WS-DOC-REDEN                 PIC X(04).
       01  WS-DOC-BANK                  PIC 9(01).
       01  WS-DOC-BANK-SW               PIC X VALUE "N".
           88  WS-DOC-BANK-BEKEND       VALUE "J".
       01  WS-DOC-CNT-RJCT              PIC 9(07) VALUE ZERO.
       01  WS-TX-E2E                    PIC X(35).
       01  WS-TX-STS                    PIC X(04).
       01  WS-TX-REDEN                  PIC X(04).
       01  WS-GRPSTS                    PIC X(04).
           88  WS-GRPSTS-AANVAARD       VALUE "ACCP" "ACSC" "ACSP"
                                              "ACTC" "ACWC".
           88  WS-GRPSTS-DEELS          VALUE "PART".
           88  WS-GRPSTS-GEWEIGERD      VALUE "RJCT".
      *----------------------------------------------------------------
      *RVH106: TAGEXTRACTIE ZOALS IN GIRCAMX4 - DE PAIN.002-TAGS ZIJN
      *        LANGER (ORGNLENDTOENDID) DAN DIE VAN CAMT.053.
      *----------------------------------------------------------------
       01  WS-INHOUD                    PIC X(120).
       01  WS-INHOUD-LEN                PIC 9(03) VALUE ZERO.
       01  WS-SCAN-SUB                  PIC 9(03).
       01  WS-START-SUB                 PIC 9(03).
       01  WS-TAG                       PIC X(20).
       01  WS-TAG-LEN                   PIC 9(02) VALUE ZERO.
       01  WS-ALARM-SW                  PIC X VALUE "N".
           88  WS-ALARM-GEGEVEN         VALUE "Y".
       01  WS-CNT-RAPPORTEN             PIC 9(07) VALUE ZERO.
       01  WS-CNT-BEVESTIGD             PIC 9(07) VALUE ZERO.
       01  WS-CNT-WEIGERINGEN           PIC 9(07) VALUE ZERO.
       01  WS-CNT-UITVAL                PIC 9(07) VALUE ZERO.
       01  WS-CNT-ALARMEN               PIC 9(07) VALUE ZERO.
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
       TRAITEMENT-STATUS SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-STATUS.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-STATUS
           PERFORM LADEN-BAND
           PERFORM LEZEN-PSRI
           PERFORM WITH TEST BEFORE UNTIL WS-PSRI-EOF
              PERFORM VERWERK-XML-LIJN
              PERFORM LEZEN-PSRI
           END-PERFORM
           IF WS-IN-DOC
              PERFORM SLUIT-RAPPORT
           END-IF
           PERFORM MELD-ONTBREKENDE-RAPPORTEN
           PERFORM FIN-STATUS
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-STATUS.
      **************
           OPEN INPUT RELB-FILE
           IF WS-RELB-STATUS NOT = "00"
              DISPLAY "GIRPSRX4 - ERREUR OPEN RELB STATUS = "
                      WS-RELB-STATUS
              STOP RUN
           END-IF
           OPEN INPUT PSRI-FILE
           IF WS-PSRI-STATUS NOT = "00"
              DISPLAY "GIRPSRX4 - ERREUR OPEN PSRI STATUS = "
                      WS-PSRI-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PSRT-FILE
           IF WS-PSRT-STATUS NOT = "00"
              DISPLAY "GIRPSRX4 - ERREUR OPEN PSRT STATUS = "
                      WS-PSRT-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PSRC-FILE
           IF WS-PSRC-STATUS NOT = "00"
              DISPLAY "GIRPSRX4 - ERREUR OPEN PSRC STATUS = "
                      WS-PSRC-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PLSP-FILE
           IF WS-PLSP-STATUS NOT = "00"
              DISPLAY "GIRPSRX4 - ERREUR OPEN PLSP STATUS = "
                      WS-PLSP-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PSRR-FILE
           IF WS-PSRR-STATUS NOT = "00"
              DISPLAY "GIRPSRX4 - ERREUR OPEN PSRR STATUS = "
                      WS-PSRR-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PSRA-FILE
           IF WS-PSRA-STATUS NOT = "00"
              DISPLAY "GIRPSRX4 - ERREUR OPEN PSRA STATUS = "
                      WS-PSRA-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > 3
              MOVE ZERO TO WS-BND-CNT (WS-BND-SUB)
                           WS-BND-SOM (WS-BND-SUB)
              MOVE "N"  TO WS-BND-RAPPORT-SW (WS-BND-SUB)
           END-PERFORM
           .
      *
       LEZEN-RELB.
      *************
           READ RELB-FILE
              AT END
                 SET WS-RELB-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-PSRI.
      *************
           READ PSRI-FILE
              AT END
                 SET WS-PSRI-EOF TO TRUE
           END-READ
           .
      *
       BEPAAL-BANKRIJ.
      *****************
           IF WELKEBANK < 3
              COMPUTE WS-BND-SUB = WELKEBANK + 1
           ELSE
              MOVE 1 TO WS-BND-SUB
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH106: DE 5N0001-LIJNEN VAN DE BAND IN DE TABEL, MET DE
      *        TELLING PER BANKKANAAL VOOR HET STATUSREGISTER.
      *----------------------------------------------------------------
       LADEN-BAND.
      *************
           PERFORM LEZEN-RELB
           PERFORM WITH TEST BEFORE UNTIL WS-RELB-EOF
              IF USERCOD = "5N0001"
                 PERFORM BEPAAL-BANKRIJ
                 ADD 1         TO WS-BND-CNT (WS-BND-SUB)
                 ADD NETBEDRAG TO WS-BND-SOM (WS-BND-SUB)
                 IF WS-LIJN-COUNT < 5000
                    ADD 1 TO WS-LIJN-COUNT
                    SET WS-LIJN-IDX TO WS-LIJN-COUNT
                    MOVE COMMENTAAR TO WS-BAND-COMMENT
                    MOVE U-OGM      TO WS-LIJN-OGM (WS-LIJN-IDX)
                    MOVE WS-BAND-KONST
                                    TO WS-LIJN-KONST (WS-LIJN-IDX)
                    MOVE WS-BAND-VOLGNR
                                    TO WS-LIJN-VOLGNR (WS-LIJN-IDX)
                    COMPUTE WS-LIJN-BANK (WS-LIJN-IDX)
                          = WS-BND-SUB - 1
                    END-COMPUTE
                    MOVE U-ACTDAT   TO WS-LIJN-ACTDAT (WS-LIJN-IDX)
                 ELSE
                    IF NOT WS-LIJN-TABEL-VOL
                       SET WS-LIJN-TABEL-VOL TO TRUE
                       DISPLAY "GIRPSRX4 - BANDTABEL VOL - "
                               "OVERIGE LIJNEN NIET KOPPELBAAR"
                       MOVE "BANDTABEL VOL - OVERIGE LIJNEN NIET"
                         TO PSRR-REC
                       WRITE PSRR-REC
                    END-IF
                 END-IF
              END-IF
              PERFORM LEZEN-RELB
           END-PERFORM
           CLOSE RELB-FILE
           .
      *
      *----------------------------------------------------------------
      *RVH106: EEN XML-LIJN HERKENNEN EN DE TOESTAND BIJWERKEN. DE
      *        GROEPSSTATUS KOMT UIT <GRPSTS>, BIJ ONTSTENTENIS UIT
      *        DE EERSTE <PMTINFSTS>. EEN <CD> BUITEN EEN TRANSACTIE
      *        IS DE REDEN VAN DE GROEPSWEIGERING.
      *----------------------------------------------------------------
       VERWERK-XML-LIJN.
      *******************
           PERFORM HAAL-TAGNAAM
           EVALUATE TRUE
           WHEN WS-TAG = "Document"
              IF WS-IN-DOC
                 PERFORM SLUIT-RAPPORT
              END-IF
              PERFORM OPEN-RAPPORT
           WHEN WS-TAG = "/Document"
              IF WS-IN-DOC
                 PERFORM SLUIT-RAPPORT
              END-IF
           WHEN WS-TAG = "OrgnlMsgId"
              IF WS-DOC-MSGID = SPACES
                 PERFORM HAAL-INHOUD
                 MOVE WS-INHOUD (1:35) TO WS-DOC-MSGID
              END-IF
           WHEN WS-TAG = "GrpSts"
              PERFORM HAAL-INHOUD
              MOVE WS-INHOUD (1:4) TO WS-DOC-GRPSTS
           WHEN WS-TAG = "PmtInfSts"
              IF WS-DOC-PMTSTS = SPACES
                 PERFORM HAAL-INHOUD
                 MOVE WS-INHOUD (1:4) TO WS-DOC-PMTSTS
              END-IF
           WHEN WS-TAG = "TxInfAndSts"
              SET WS-IN-TX TO TRUE
              MOVE SPACES TO WS-TX-E2E WS-TX-STS WS-TX-REDEN
           WHEN WS-TAG = "/TxInfAndSts"
              IF WS-IN-TX
                 PERFORM SLUIT-TRANSACTIE
              END-IF
              MOVE "N" TO WS-IN-TX-SW
           WHEN WS-IN-TX AND WS-TAG = "OrgnlEndToEndId"
              PERFORM HAAL-INHOUD
              MOVE WS-INHOUD (1:35) TO WS-TX-E2E
           WHEN WS-IN-TX AND WS-TAG = "TxSts"
              PERFORM HAAL-INHOUD
              MOVE WS-INHOUD (1:4) TO WS-TX-STS
           WHEN WS-TAG = "Cd"
              PERFORM HAAL-INHOUD
              IF WS-IN-TX
                 IF WS-TX-REDEN = SPACES
                    MOVE WS-INHOUD (1:4) TO WS-TX-REDEN
                 END-IF
              ELSE
                 IF WS-DOC-REDEN = SPACES
                    MOVE WS-INHOUD (1:4) TO WS-DOC-REDEN
                 END-IF
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH106: DE TAGNAAM VAN DE LIJN (ZIE HAAL-TAGNAAM IN GIRCAMX4).
      *----------------------------------------------------------------
       HAAL-TAGNAAM.
      ***************
           MOVE SPACES TO WS-TAG
           MOVE ZERO TO WS-TAG-LEN WS-START-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 200
                      OR WS-START-SUB > ZERO
              IF PSRI-REC (WS-SCAN-SUB:1) = "<"
                 COMPUTE WS-START-SUB = WS-SCAN-SUB + 1
              END-IF
           END-PERFORM
           IF WS-START-SUB > ZERO
              PERFORM VARYING WS-SCAN-SUB FROM WS-START-SUB BY 1
                      UNTIL WS-SCAN-SUB > 200
                         OR PSRI-REC (WS-SCAN-SUB:1) = ">"
                         OR PSRI-REC (WS-SCAN-SUB:1) = SPACE
                         OR WS-TAG-LEN NOT < 20
                 ADD 1 TO WS-TAG-LEN
                 MOVE PSRI-REC (WS-SCAN-SUB:1)
                   TO WS-TAG (WS-TAG-LEN:1)
              END-PERFORM
           END-IF
           .
      *
       HAAL-INHOUD.
      **************
           MOVE SPACES TO WS-INHOUD
           MOVE ZERO TO WS-INHOUD-LEN WS-START-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 200
                      OR WS-START-SUB > ZERO
              IF PSRI-REC (WS-SCAN-SUB:1) = ">"
                 COMPUTE WS-START-SUB = WS-SCAN-SUB + 1
              END-IF
           END-PERFORM
           IF WS-START-SUB > ZERO
              PERFORM VARYING WS-SCAN-SUB FROM WS-START-SUB BY 1
                      UNTIL WS-SCAN-SUB > 200
                         OR PSRI-REC (WS-SCAN-SUB:1) = "<"
                         OR WS-INHOUD-LEN NOT < 120
                 ADD 1 TO WS-INHOUD-LEN
                 MOVE PSRI-REC (WS-SCAN-SUB:1)
                   TO WS-INHOUD (WS-INHOUD-LEN:1)
              END-PERFORM
           END-IF
           .
      *
       OPEN-RAPPORT.
      ***************
           SET WS-IN-DOC TO TRUE
           MOVE "N" TO WS-IN-TX-SW WS-DOC-BANK-SW
           MOVE SPACES TO WS-DOC-MSGID WS-DOC-GRPSTS WS-DOC-PMTSTS
                          WS-DOC-REDEN
           MOVE ZERO TO WS-DOC-CNT-RJCT WS-DOC-BANK
           .
      *
      *----------------------------------------------------------------
      *RVH106: HET BANKKANAAL UIT DE ORGNLMSGID. EEN BERICHT DAT NIET
      *        VAN GIRPANX4 KOMT, KAN NIET AAN EEN KANAAL GEKOPPELD
      *        WORDEN MAAR ZIJN TRANSACTIES WEL AAN DE BAND.
      *----------------------------------------------------------------
       BEPAAL-RAPPORTBANK.
      *********************
           IF WS-MSGID-PREFIX = "GIRBET"
              AND WS-MSGID-B = "B"
              AND WS-MSGID-BANK NUMERIC
              AND WS-MSGID-BANK < "3"
              MOVE WS-MSGID-BANK TO WS-DOC-BANK
              SET WS-DOC-BANK-BEKEND TO TRUE
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH106: EEN GEWEIGERDE TRANSACTIE NAAR DE RTRQ-STROOM. DE
      *        REDEN DRAAGT DE ISO-CODE (AC04, AM05, ...) ZODAT HET
      *        CORRECTIEGEVAL EN HET LIDBERICHT ZE TONEN. EEN LIJN
      *        WAARVAN DE UITVOERINGSDATUM VANDAAG OF VROEGER IS,
      *        WORDT OP HET VERSLAG ALS DRINGEND GEMERKT.
      *----------------------------------------------------------------
       SLUIT-TRANSACTIE.
      *******************
           IF WS-TX-STS = "RJCT"
              ADD 1 TO WS-DOC-CNT-RJCT
              MOVE "N" TO WS-LIJN-GEVONDEN-SW
              IF WS-LIJN-COUNT > ZERO
                 SET WS-LIJN-IDX TO 1
                 SEARCH WS-LIJN-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-LIJN-IDX > WS-LIJN-COUNT
                       CONTINUE
                    WHEN WS-LIJN-OGM (WS-LIJN-IDX) = WS-TX-E2E (1:12)
                       SET WS-LIJN-GEVONDEN TO TRUE
                       PERFORM SCHRIJF-WEIGERING
                 END-SEARCH
              END-IF
              IF NOT WS-LIJN-GEVONDEN
                 ADD 1 TO WS-CNT-UITVAL
                 MOVE SPACES TO PSRR-REC
                 STRING "RJCT ZONDER BANDLIJN ENDTOENDID="
                                           DELIMITED BY SIZE
                        WS-TX-E2E (1:20)   DELIMITED BY SIZE
                        " REDEN="          DELIMITED BY SIZE
                        WS-TX-REDEN        DELIMITED BY SIZE
                                      INTO PSRR-REC
                 END-STRING
                 WRITE PSRR-REC
              END-IF
           END-IF
           .
      *
       SCHRIJF-WEIGERING.
      ********************
           ADD 1 TO WS-CNT-WEIGERINGEN
           MOVE WS-LIJN-KONST (WS-LIJN-IDX)  TO PSRT-KONST
           MOVE WS-LIJN-VOLGNR (WS-LIJN-IDX) TO PSRT-VOLGNR
           MOVE SPACES TO PSRT-REDEN
           STRING "PAIN002 RJCT "  DELIMITED BY SIZE
                  WS-TX-REDEN      DELIMITED BY SIZE
                  " BANK "         DELIMITED BY SIZE
                  WS-LIJN-BANK (WS-LIJN-IDX)
                                   DELIMITED BY SIZE
                             INTO PSRT-REDEN
           END-STRING
           WRITE PSRT-REC
           ACCEPT WS-PLS-TIJD FROM TIME
           MOVE WS-LIJN-KONST (WS-LIJN-IDX)  TO PLSP-KONST
           MOVE WS-LIJN-VOLGNR (WS-LIJN-IDX) TO PLSP-VOLGNR
           MOVE WS-VANDAAG                   TO PLSP-DATUM
           MOVE WS-PLS-TIJD                  TO PLSP-TIJD
           MOVE "GIRPSRX4"                   TO PLSP-PROGRAMMA
           MOVE "BKRJ"                       TO PLSP-EVENT
           MOVE PSRT-REDEN                   TO PLSP-DETAIL
           WRITE PLSP-REC
           MOVE SPACES TO PSRR-REC
           STRING "WEIGERING KONST="   DELIMITED BY SIZE
                  PSRT-KONST           DELIMITED BY SIZE
                  " VOLGNR="           DELIMITED BY SIZE
                  PSRT-VOLGNR          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PSRT-REDEN           DELIMITED BY SIZE
                             INTO PSRR-REC
           END-STRING
           IF WS-LIJN-ACTDAT (WS-LIJN-IDX) NOT > WS-VANDAAG
              MOVE "DRINGEND" TO PSRR-REC (73:8)
           END-IF
           WRITE PSRR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH106: EINDE VAN EEN RAPPORT - RESULTAAT IN HET STATUS-
      *        REGISTER, BEVESTIGING OF ALARM.
      *----------------------------------------------------------------
       SLUIT-RAPPORT.
      ****************
           MOVE "N" TO WS-IN-DOC-SW WS-IN-TX-SW
           ADD 1 TO WS-CNT-RAPPORTEN
           PERFORM BEPAAL-RAPPORTBANK
           IF WS-DOC-GRPSTS = SPACES
              MOVE WS-DOC-PMTSTS TO WS-GRPSTS
           ELSE
              MOVE WS-DOC-GRPSTS TO WS-GRPSTS
           END-IF
           MOVE WS-VANDAAG   TO PSRC-DATUM
           MOVE WS-DOC-BANK  TO PSRC-BANK
           MOVE WS-DOC-MSGID TO PSRC-MSGID
           MOVE WS-GRPSTS    TO PSRC-GRPSTS
           MOVE WS-DOC-CNT-RJCT TO PSRC-AANTAL-RJCT
           MOVE ZERO TO PSRC-AANTAL PSRC-TOTAAL
           IF WS-DOC-BANK-BEKEND
              COMPUTE WS-BND-SUB = WS-DOC-BANK + 1
              MOVE "J" TO WS-BND-RAPPORT-SW (WS-BND-SUB)
              MOVE WS-BND-CNT (WS-BND-SUB) TO PSRC-AANTAL
              MOVE WS-BND-SOM (WS-BND-SUB) TO PSRC-TOTAAL
           ELSE
              MOVE SPACES TO PSRR-REC
              STRING "RAPPORT ZONDER GIRBET-MSGID: "
                                        DELIMITED BY SIZE
                     WS-DOC-MSGID       DELIMITED BY SIZE
                                   INTO PSRR-REC
              END-STRING
              WRITE PSRR-REC
           END-IF
           EVALUATE TRUE
           WHEN WS-GRPSTS-GEWEIGERD
              SET PSRC-GEWEIGERD TO TRUE
              PERFORM MELD-BESTANDSWEIGERING
           WHEN WS-GRPSTS-AANVAARD AND WS-DOC-CNT-RJCT = ZERO
              SET PSRC-BEVESTIGD TO TRUE
              PERFORM BEVESTIG-BESTAND
           WHEN WS-GRPSTS-AANVAARD
           WHEN WS-GRPSTS-DEELS
              SET PSRC-DEELS TO TRUE
           WHEN OTHER
              SET PSRC-OPEN TO TRUE
           END-EVALUATE
           WRITE PSRC-REC
           MOVE SPACES TO PSRR-REC
           STRING "RAPPORT "           DELIMITED BY SIZE
                  WS-DOC-MSGID (1:16)  DELIMITED BY SIZE
                  " GRPSTS="           DELIMITED BY SIZE
                  WS-GRPSTS            DELIMITED BY SIZE
                  " RESULTAAT="        DELIMITED BY SIZE
                  PSRC-RESULTAAT       DELIMITED BY SIZE
                  " GEWEIGERD="        DELIMITED BY SIZE
                  WS-DOC-CNT-RJCT      DELIMITED BY SIZE
                             INTO PSRR-REC
           END-STRING
           WRITE PSRR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH106: VOLLEDIG AANVAARD - EEN GEBEURTENIS "BKOK" PER LIJN
      *        VAN HET KANAAL, ZODAT DE DOSSIERBEVRAGING TOONT DAT DE
      *        BANK DE BETALING HEEFT AANVAARD.
      *----------------------------------------------------------------
       BEVESTIG-BESTAND.
      *******************
           ADD 1 TO WS-CNT-BEVESTIGD
           ACCEPT WS-PLS-TIJD FROM TIME
           PERFORM VARYING WS-LIJN-IDX FROM 1 BY 1
                   UNTIL WS-LIJN-IDX > WS-LIJN-COUNT
                      OR NOT WS-DOC-BANK-BEKEND
              IF WS-LIJN-BANK (WS-LIJN-IDX) = WS-DOC-BANK
                 MOVE WS-LIJN-KONST (WS-LIJN-IDX)  TO PLSP-KONST
                 MOVE WS-LIJN-VOLGNR (WS-LIJN-IDX) TO PLSP-VOLGNR
                 MOVE WS-VANDAAG        TO PLSP-DATUM
                 MOVE WS-PLS-TIJD       TO PLSP-TIJD
                 MOVE "GIRPSRX4"        TO PLSP-PROGRAMMA
                 MOVE "BKOK"            TO PLSP-EVENT
                 MOVE SPACES            TO PLSP-DETAIL
                 STRING "PAIN002 "      DELIMITED BY SIZE
                        WS-GRPSTS       DELIMITED BY SIZE
                        " BANK "        DELIMITED BY SIZE
                        WS-DOC-BANK     DELIMITED BY SIZE
                                   INTO PLSP-DETAIL
                 END-STRING
                 WRITE PLSP-REC
              END-IF
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH106: VOLLEDIG BESTAND GEWEIGERD - ALARM VOOR DE VROEGE
      *        SHIFT. DE RETURN-CODE WORDT PAS OP HET EINDE GEZET
      *        ZODAT DE OVERIGE RAPPORTEN EERST VERWERKT ZIJN.
      *----------------------------------------------------------------
       MELD-BESTANDSWEIGERING.
      *************************
           ADD 1 TO WS-CNT-ALARMEN
           SET WS-ALARM-GEGEVEN TO TRUE
           MOVE SPACES TO PSRA-REC
           STRING "ALARM PAIN.002 BESTAND GEWEIGERD BANK "
                                     DELIMITED BY SIZE
                  WS-DOC-BANK        DELIMITED BY SIZE
                  " REDEN="          DELIMITED BY SIZE
                  WS-DOC-REDEN       DELIMITED BY SIZE
                  " MSGID="          DELIMITED BY SIZE
                  WS-DOC-MSGID (1:30) DELIMITED BY SIZE
                             INTO PSRA-REC
           END-STRING
           WRITE PSRA-REC
           MOVE SPACES TO PSRA-REC
           STRING "      AANTAL="       DELIMITED BY SIZE
                  PSRC-AANTAL           DELIMITED BY SIZE
                  " TOTAAL="            DELIMITED BY SIZE
                  PSRC-TOTAAL           DELIMITED BY SIZE
                  " - BESTAND HERSTELLEN EN OPNIEUW VERSTUREN"
                                        DELIMITED BY SIZE
                             INTO PSRA-REC
           END-STRING
           WRITE PSRA-REC
           DISPLAY "GIRPSRX4 - ALARM : PAIN.002 BESTAND GEWEIGERD "
                   "BANK " WS-DOC-BANK " REDEN " WS-DOC-REDEN
           .
      *
      *----------------------------------------------------------------
      *RVH106: EEN KANAAL MET LIJNEN OP DE BAND MAAR ZONDER RAPPORT
      *        KOMT OP HET VERSLAG (GEEN ALARM - HET RAPPORT KAN
      *        LATER BINNENKOMEN).
      *----------------------------------------------------------------
       MELD-ONTBREKENDE-RAPPORTEN.
      *****************************
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > 3
              IF WS-BND-CNT (WS-BND-SUB) > ZERO
                 AND NOT WS-BND-RAPPORT-ONTVANGEN (WS-BND-SUB)
                 COMPUTE WS-DOC-BANK = WS-BND-SUB - 1
                 MOVE SPACES TO PSRR-REC
                 STRING "GEEN PAIN.002 ONTVANGEN VOOR BANK "
                                           DELIMITED BY SIZE
                        WS-DOC-BANK        DELIMITED BY SIZE
                        " AANTAL="         DELIMITED BY SIZE
                        WS-BND-CNT (WS-BND-SUB)
                                           DELIMITED BY SIZE
                                      INTO PSRR-REC
                 END-STRING
                 WRITE PSRR-REC
              END-IF
           END-PERFORM
           .
      *
       FIN-STATUS.
      *************
           CLOSE PSRI-FILE PSRT-FILE PSRC-FILE PLSP-FILE PSRR-FILE
                 PSRA-FILE
           MOVE WS-CNT-RAPPORTEN TO WS-DISPLAY-CNT
           DISPLAY "GIRPSRX4 - RAPPORTEN            : " WS-DISPLAY-CNT
           MOVE WS-CNT-BEVESTIGD TO WS-DISPLAY-CNT
           DISPLAY "GIRPSRX4 - BESTANDEN BEVESTIGD  : " WS-DISPLAY-CNT
           MOVE WS-CNT-WEIGERINGEN TO WS-DISPLAY-CNT
           DISPLAY "GIRPSRX4 - WEIGERINGEN NAAR RTRQ: " WS-DISPLAY-CNT
           MOVE WS-CNT-UITVAL TO WS-DISPLAY-CNT
           DISPLAY "GIRPSRX4 - ZONDER BANDLIJN      : " WS-DISPLAY-CNT
           MOVE WS-CNT-ALARMEN TO WS-DISPLAY-CNT
           DISPLAY "GIRPSRX4 - BESTANDSWEIGERINGEN  : " WS-DISPLAY-CNT
           IF WS-ALARM-GEGEVEN
              MOVE 16 TO RETURN-CODE
           END-IF
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
RVH132     MOVE "GIRPSRX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRPSRX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRPSRX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

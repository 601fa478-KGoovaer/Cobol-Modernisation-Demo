      ******************************************************************
      **  GIRRVOX4 : MAANDRAPPORT CUMUL UITKERING 50/60 MET            *
      **  --------   WERKLOOSHEID (RVA/ONEM) PER FEDERATIE             *
      **                                                               *
      **  - TRBFNCX4 PARKEERT EEN UITKERING 50/60 DIE DAGEN DEKT DIE   *
      **    DE RVA AL ALS WERKLOOSHEID BETAALDE IN DE NAZICHT-         *
      **    WACHTRIJ (REVQ) EN SCHRIJFT PER OVERLAPPENDE RVA-PERIODE   *
      **    EEN REKORD IN DE CUMULLOG RVOQ.                            *
      **  - DIT PROGRAMMA LEEST DE DOOR DE JCL GECONCATENEERDE RVOQ-   *
      **    GENERATIES VAN EEN MAAND (RVOX) EN MAAKT PER FEDERATIE     *
      **    EEN OVERLAPPINGSRAPPORT VOOR DE DIENST INSPECTIE VAN DE    *
      **    FEDERATIE ("500028", LANGS HETZELFDE REMOTE-PRINT-         *
      **    MECHANISME ALS DE SCOREKAART VAN GIRSCOX4): PER GEVAL HET  *
      **    RIJKSNUMMER, DE PPR, DE UITKERINGSPERIODE, DE RVA-PERIODE  *
      **    EN DE OVERLAPPENDE DAGEN, MET DE TOTALEN VAN DE FEDERATIE. *
      **  - HET NATIONAAL OVERZICHT (RVOR) BLIJFT INTERN.              *
      **                                                               *
      ******************************************************************
      *RVH139: NIEUW PROGRAMMA - MAANDRAPPORT CUMUL RVA PER FEDERATIE.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRRVOX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH139*
RVH139* RVH139 15/10/2026
RVH139*     NIEUW PROGRAMMA : OVERLAPPINGSRAPPORT 500028 PER FEDERATIE
RVH139*     VAN DE UITKERINGEN 50/60 DIE SAMENVALLEN MET EEN DOOR DE
RVH139*     RVA BETAALDE WERKLOOSHEIDSPERIODE, EN NATIONAAL OVERZICHT.
RVH139*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH139: PARAMETER - DE MAAND (EEJJMM). ZONDER PARAMETER DE
      *        VORIGE KALENDERMAAND (ZOALS GIRSCOX4).
      *----------------------------------------------------------------
           SELECT RVOP-FILE ASSIGN TO RVOP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RVOP-STATUS.
      *----------------------------------------------------------------
      *RVH139: DE RVOQ-GENERATIES VAN DE MAAND (CUMULLOG VAN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT RVOX-FILE ASSIGN TO RVOX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RVOX-STATUS.
      *----------------------------------------------------------------
      *RVH139: RAPPORTDOCUMENTEN ("500028") VOOR DE REMOTE-PRINT-
      *        LADER EN HET NATIONAAL OVERZICHT.
      *----------------------------------------------------------------
           SELECT RVOD-FILE ASSIGN TO RVOD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RVOD-STATUS.
           SELECT RVOR-FILE ASSIGN TO RVOR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RVOR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  RVOP-FILE
           RECORDING MODE IS F.
       01  RVOP-REC.
           05  RVOP-MAAND               PIC 9(06).
       FD  RVOX-FILE
           RECORDING MODE IS F.
       01  RVOX-REC.
           05  RVOX-DEST                PIC 9(03).
           05  RVOX-RNR                 PIC X(13).
           05  RVOX-KONST               PIC 9(10).
           05  RVOX-VOLGNR              PIC 9(04).
           05  RVOX-LIBEL               PIC 9(02).
           05  RVOX-PPR-VAN             PIC 9(08).
           05  RVOX-PPR-TOT             PIC 9(08).
           05  RVOX-RVA-VAN             PIC 9(08).
           05  RVOX-RVA-TOT             PIC 9(08).
           05  RVOX-DAGEN               PIC 9(03).
           05  RVOX-BEDRAG              PIC S9(08).
           05  RVOX-DATUM               PIC 9(08).
           05  RVOX-DATUM-RED REDEFINES RVOX-DATUM.
               10  RVOX-DATUM-MAAND     PIC 9(06).
               10  RVOX-DATUM-DD        PIC 9(02).
           05  FILLER                   PIC X(09).
      *----------------------------------------------------------------
      *RVH139: RAPPORTREKORD - ZELFDE REMOTE-KOP ALS DE SCOREKAART
      *        (GIRSCOX4), MET DE FEDERATIE, DE MAAND, EEN LIJNTYPE
      *        (H = HOOFDING, K = KOLOMTITELS, D = GEVAL, T = TOTAAL)
      *        EN EEN AFDRUKZONE.
      *----------------------------------------------------------------
       FD  RVOD-FILE
           RECORDING MODE IS F.
       01  RVOD-REC.
           05  RVOD-LENGTH              PIC S9(04) COMP.
           05  RVOD-CODE                PIC S9(04) COMP.
           05  RVOD-NUMBER              PIC 9(08).
           05  RVOD-DEVICE-OUT          PIC X(01).
           05  RVOD-DESTINATION         PIC 9(03).
           05  RVOD-SWITCHING           PIC X(01).
           05  RVOD-PRIORITY            PIC X(01).
           05  RVOD-NAME                PIC X(06).
           05  RVOD-FEDERATIE           PIC 9(03).
           05  RVOD-MAAND               PIC 9(06).
           05  RVOD-LIJNTYPE            PIC X(01).
           05  RVOD-TEKST               PIC X(100).
       FD  RVOR-FILE
           RECORDING MODE IS F.
       01  RVOR-REC                     PIC X(132).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-RVOP-STATUS               PIC XX VALUE ZEROES.
       01  WS-RVOX-STATUS               PIC XX VALUE ZEROES.
       01  WS-RVOD-STATUS               PIC XX VALUE ZEROES.
       01  WS-RVOR-STATUS               PIC XX VALUE ZEROES.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VANDAAG-CCYY          PIC 9(04).
           05  WS-VANDAAG-MM            PIC 9(02).
           05  WS-VANDAAG-DD            PIC 9(02).
       01  WS-MAAND                     PIC 9(06) VALUE ZERO.
       01  WS-MAAND-RED REDEFINES WS-MAAND.
           05  WS-MAAND-CCYY            PIC 9(04).
           05  WS-MAAND-MM              PIC 9(02).
      *
       01  WS-FED-KODE                  PIC 9(03) VALUE ZERO.
       01  WS-FED-SUB                   PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH139: DE GEVALLEN VAN DE MAAND. EEN VOLLE TABEL IS FATAAL
      *        (RC 12) - EEN ONVOLLEDIG RAPPORT ZOU ONGEMERKT BLIJVEN.
      *----------------------------------------------------------------
       01  WS-OVL-TABLE.
           05  WS-OVL-ENTRY OCCURS 10000 TIMES.
               10  WS-OVL-DEST          PIC 9(03).
               10  WS-OVL-RNR           PIC X(13).
               10  WS-OVL-KONST         PIC 9(10).
               10  WS-OVL-VOLGNR        PIC 9(04).
               10  WS-OVL-LIBEL         PIC 9(02).
               10  WS-OVL-PPR-VAN       PIC 9(08).
               10  WS-OVL-PPR-TOT       PIC 9(08).
               10  WS-OVL-RVA-VAN       PIC 9(08).
               10  WS-OVL-RVA-TOT       PIC 9(08).
               10  WS-OVL-DAGEN         PIC 9(03).
               10  WS-OVL-BEDRAG        PIC S9(08).
               10  WS-OVL-DATUM         PIC 9(08).
       01  WS-OVL-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-OVL-SUB                   PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH139: TOTALEN PER FEDERATIE, RECHTSTREEKS GESUBSCRIPTEERD OP
      *        DE FEDERATIEKODE + 1. EEN PPR MET MEER DAN EEN
      *        OVERLAPPENDE RVA-PERIODE HEEFT MEER DAN EEN RVOQ-
      *        REKORD (OPEENVOLGEND) MAAR TELT EENMAAL ALS PPR EN MET
      *        ZIJN BEDRAG.
      *----------------------------------------------------------------
       01  WS-FED-TABLE.
           05  WS-FED-ENTRY OCCURS 1000 TIMES.
               10  WS-FED-AANWEZIG      PIC X(01).
               10  WS-FED-PERIODES      PIC 9(07).
               10  WS-FED-PPR           PIC 9(07).
               10  WS-FED-DAGEN         PIC 9(09).
               10  WS-FED-BEDRAG        PIC S9(11).
       01  WS-NAT-TOTALEN.
           05  WS-NAT-PERIODES          PIC 9(09).
           05  WS-NAT-PPR               PIC 9(09).
           05  WS-NAT-DAGEN             PIC 9(11).
           05  WS-NAT-BEDRAG            PIC S9(13).
       01  WS-VORIGE-PPR.
           05  WS-VORIGE-DEST           PIC 9(03).
           05  WS-VORIGE-KONST          PIC 9(10).
           05  WS-VORIGE-VOLGNR         PIC 9(04).
           05  WS-VORIGE-DATUM          PIC 9(08).
      *
       01  WS-OVZ-LABEL                 PIC X(03) VALUE SPACES.
       01  WS-DOC-VOLGNR                PIC 9(08) VALUE ZERO.
       01  WS-CNT-GELEZEN               PIC 9(07) VALUE ZERO.
       01  WS-CNT-ANDERE-MAAND          PIC 9(07) VALUE ZERO.
       01  WS-CNT-FEDERATIES            PIC 9(05) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-AANTAL               PIC ZZZZZZ9.
       01  WS-EDIT-AANTAL2              PIC ZZZZZZ9.
       01  WS-EDIT-DAGEN                PIC ZZZZZZZZ9.
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZZZZ9,99.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-CUMULRAPPORT SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-CUMULRAPPORT.
      *---------------------------------
           PERFORM OPEN-CUMULRAPPORT
           PERFORM VERWERKEN-RVOX
           PERFORM SCHRIJVEN-RAPPORTEN
           PERFORM SCHRIJVEN-OVERZICHT
           PERFORM FIN-CUMULRAPPORT
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-CUMULRAPPORT.
      ********************
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE ZERO TO WS-MAAND
           OPEN INPUT RVOP-FILE
           IF WS-RVOP-STATUS = "00"
              READ RVOP-FILE
              IF WS-RVOP-STATUS = "00" AND RVOP-MAAND NUMERIC
                 MOVE RVOP-MAAND TO WS-MAAND
              END-IF
              CLOSE RVOP-FILE
           END-IF
           IF WS-MAAND = ZERO
              IF WS-VANDAAG-MM = 1
                 COMPUTE WS-MAAND-CCYY = WS-VANDAAG-CCYY - 1
                 END-COMPUTE
                 MOVE 12 TO WS-MAAND-MM
              ELSE
                 MOVE WS-VANDAAG-CCYY TO WS-MAAND-CCYY
                 COMPUTE WS-MAAND-MM = WS-VANDAAG-MM - 1
                 END-COMPUTE
              END-IF
           END-IF
           IF WS-MAAND-MM < 1 OR WS-MAAND-MM > 12
              DISPLAY "GIRRVOX4 - ONGELDIGE MAAND IN RVOP: " WS-MAAND
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RVOD-FILE
           IF WS-RVOD-STATUS NOT = "00"
              DISPLAY "GIRRVOX4 - ERREUR OPEN RVOD STATUS = "
                      WS-RVOD-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT RVOR-FILE
           IF WS-RVOR-STATUS NOT = "00"
              DISPLAY "GIRRVOX4 - ERREUR OPEN RVOR STATUS = "
                      WS-RVOR-STATUS
              STOP RUN
           END-IF
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              INITIALIZE WS-FED-ENTRY (WS-FED-SUB)
              MOVE "N" TO WS-FED-AANWEZIG (WS-FED-SUB)
           END-PERFORM
           INITIALIZE WS-NAT-TOTALEN
           INITIALIZE WS-VORIGE-PPR
           .
      *
      *----------------------------------------------------------------
      *RVH139: DE GEVALLEN VAN DE MAAND INLEZEN EN TELLEN. EEN REKORD
      *        VAN EEN ANDERE MAAND (EEN GENERATIE TE VEEL IN DE
      *        CONCATENATIE) WORDT OVERGESLAGEN EN GETELD. ZONDER RVOX
      *        IS ER GEEN RAPPORT, ENKEL EEN LEEG OVERZICHT.
      *----------------------------------------------------------------
       VERWERKEN-RVOX.
      *****************
           OPEN INPUT RVOX-FILE
           IF WS-RVOX-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM LEZEN-RVOX
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 IF RVOX-DATUM-MAAND = WS-MAAND
                    PERFORM OPSLAAN-GEVAL
                 ELSE
                    ADD 1 TO WS-CNT-ANDERE-MAAND
                 END-IF
                 PERFORM LEZEN-RVOX
              END-PERFORM
              CLOSE RVOX-FILE
           ELSE
              DISPLAY "GIRRVOX4 - GEEN RVOX - STATUS = " WS-RVOX-STATUS
           END-IF
           .
      *
       LEZEN-RVOX.
      *************
           READ RVOX-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-CNT-GELEZEN
           END-READ
           .
      *
       OPSLAAN-GEVAL.
      ****************
           IF WS-OVL-COUNT < 10000
              ADD 1 TO WS-OVL-COUNT
           ELSE
              DISPLAY "GIRRVOX4 - TE VEEL GEVALLEN - RVOX > 10000"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE RVOX-DEST    TO WS-OVL-DEST (WS-OVL-COUNT)
           MOVE RVOX-RNR     TO WS-OVL-RNR (WS-OVL-COUNT)
           MOVE RVOX-KONST   TO WS-OVL-KONST (WS-OVL-COUNT)
           MOVE RVOX-VOLGNR  TO WS-OVL-VOLGNR (WS-OVL-COUNT)
           MOVE RVOX-LIBEL   TO WS-OVL-LIBEL (WS-OVL-COUNT)
           MOVE RVOX-PPR-VAN TO WS-OVL-PPR-VAN (WS-OVL-COUNT)
           MOVE RVOX-PPR-TOT TO WS-OVL-PPR-TOT (WS-OVL-COUNT)
           MOVE RVOX-RVA-VAN TO WS-OVL-RVA-VAN (WS-OVL-COUNT)
           MOVE RVOX-RVA-TOT TO WS-OVL-RVA-TOT (WS-OVL-COUNT)
           MOVE RVOX-DAGEN   TO WS-OVL-DAGEN (WS-OVL-COUNT)
           MOVE RVOX-BEDRAG  TO WS-OVL-BEDRAG (WS-OVL-COUNT)
           MOVE RVOX-DATUM   TO WS-OVL-DATUM (WS-OVL-COUNT)
           COMPUTE WS-FED-SUB = RVOX-DEST + 1
           END-COMPUTE
           MOVE "J" TO WS-FED-AANWEZIG (WS-FED-SUB)
           ADD 1          TO WS-FED-PERIODES (WS-FED-SUB)
                             WS-NAT-PERIODES
           ADD RVOX-DAGEN TO WS-FED-DAGEN (WS-FED-SUB)
                             WS-NAT-DAGEN
           IF RVOX-DEST   NOT = WS-VORIGE-DEST
              OR RVOX-KONST  NOT = WS-VORIGE-KONST
              OR RVOX-VOLGNR NOT = WS-VORIGE-VOLGNR
              OR RVOX-DATUM  NOT = WS-VORIGE-DATUM
              ADD 1           TO WS-FED-PPR (WS-FED-SUB)
                                 WS-NAT-PPR
              ADD RVOX-BEDRAG TO WS-FED-BEDRAG (WS-FED-SUB)
                                 WS-NAT-BEDRAG
              MOVE RVOX-DEST   TO WS-VORIGE-DEST
              MOVE RVOX-KONST  TO WS-VORIGE-KONST
              MOVE RVOX-VOLGNR TO WS-VORIGE-VOLGNR
              MOVE RVOX-DATUM  TO WS-VORIGE-DATUM
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH139: EEN RAPPORT PER FEDERATIE MET GEVALLEN DEZE MAAND.
      *----------------------------------------------------------------
       SCHRIJVEN-RAPPORTEN.
      **********************
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              IF WS-FED-AANWEZIG (WS-FED-SUB) = "J"
                 ADD 1 TO WS-CNT-FEDERATIES
                 PERFORM SCHRIJVEN-RAPPORT
              END-IF
           END-PERFORM
           .
      *
       SCHRIJVEN-RAPPORT.
      ********************
           COMPUTE WS-FED-KODE = WS-FED-SUB - 1
           END-COMPUTE
           MOVE "H" TO RVOD-LIJNTYPE
           MOVE SPACES TO RVOD-TEKST
           STRING "CUMUL UITKERING 50/60 MET WERKLOOSHEID RVA - "
                                               DELIMITED BY SIZE
                  "FEDERATIE "                 DELIMITED BY SIZE
                  WS-FED-KODE                  DELIMITED BY SIZE
                  " - MAAND "                  DELIMITED BY SIZE
                  WS-MAAND                     DELIMITED BY SIZE
                                          INTO RVOD-TEKST
           END-STRING
           PERFORM SCHRIJF-RVOD
           MOVE "K" TO RVOD-LIJNTYPE
           MOVE SPACES TO RVOD-TEKST
           MOVE "RIJKSNUMMER"        TO RVOD-TEKST (1:11)
           MOVE "KONSTANTE/VOLG"     TO RVOD-TEKST (15:14)
           MOVE "LB"                 TO RVOD-TEKST (31:2)
           MOVE "UITKERING"          TO RVOD-TEKST (34:9)
           MOVE "WERKLOOSHEID RVA"   TO RVOD-TEKST (52:16)
           MOVE "DAGEN"              TO RVOD-TEKST (74:5)
           MOVE "BEDRAG"             TO RVOD-TEKST (89:6)
           PERFORM SCHRIJF-RVOD
           MOVE "D" TO RVOD-LIJNTYPE
           INITIALIZE WS-VORIGE-PPR
           PERFORM VARYING WS-OVL-SUB FROM 1 BY 1
                   UNTIL WS-OVL-SUB > WS-OVL-COUNT
              IF WS-OVL-DEST (WS-OVL-SUB) = WS-FED-KODE
                 PERFORM SCHRIJVEN-GEVAL
              END-IF
           END-PERFORM
           MOVE "T" TO RVOD-LIJNTYPE
           MOVE WS-FED-PPR (WS-FED-SUB)      TO WS-EDIT-AANTAL
           MOVE WS-FED-PERIODES (WS-FED-SUB) TO WS-EDIT-AANTAL2
           MOVE WS-FED-DAGEN (WS-FED-SUB)    TO WS-EDIT-DAGEN
           MOVE WS-FED-BEDRAG (WS-FED-SUB)   TO WS-EDIT-BEDRAG
           MOVE SPACES TO RVOD-TEKST
           STRING "TOTAAL PPR "                DELIMITED BY SIZE
                  WS-EDIT-AANTAL               DELIMITED BY SIZE
                  "  RVA-PERIODES "            DELIMITED BY SIZE
                  WS-EDIT-AANTAL2              DELIMITED BY SIZE
                  "  DAGEN "                   DELIMITED BY SIZE
                  WS-EDIT-DAGEN                DELIMITED BY SIZE
                  "  BEDRAG "                  DELIMITED BY SIZE
                  WS-EDIT-BEDRAG               DELIMITED BY SIZE
                                          INTO RVOD-TEKST
           END-STRING
           PERFORM SCHRIJF-RVOD
           .
      *
      *----------------------------------------------------------------
      *RVH139: EEN GEVAL - HET BEDRAG STAAT ENKEL OP DE EERSTE LIJN
      *        VAN EEN PPR MET MEER DAN EEN RVA-PERIODE.
      *----------------------------------------------------------------
       SCHRIJVEN-GEVAL.
      ******************
           MOVE SPACES TO RVOD-TEKST
           MOVE WS-OVL-RNR (WS-OVL-SUB)     TO RVOD-TEKST (1:13)
           MOVE WS-OVL-KONST (WS-OVL-SUB)   TO RVOD-TEKST (15:10)
           MOVE "/"                         TO RVOD-TEKST (25:1)
           MOVE WS-OVL-VOLGNR (WS-OVL-SUB)  TO RVOD-TEKST (26:4)
           MOVE WS-OVL-LIBEL (WS-OVL-SUB)   TO RVOD-TEKST (31:2)
           MOVE WS-OVL-PPR-VAN (WS-OVL-SUB) TO RVOD-TEKST (34:8)
           MOVE "-"                         TO RVOD-TEKST (42:1)
           MOVE WS-OVL-PPR-TOT (WS-OVL-SUB) TO RVOD-TEKST (43:8)
           MOVE WS-OVL-RVA-VAN (WS-OVL-SUB) TO RVOD-TEKST (52:8)
           MOVE "-"                         TO RVOD-TEKST (60:1)
           MOVE WS-OVL-RVA-TOT (WS-OVL-SUB) TO RVOD-TEKST (61:8)
           MOVE WS-OVL-DAGEN (WS-OVL-SUB)   TO WS-EDIT-DAGEN
           MOVE WS-EDIT-DAGEN               TO RVOD-TEKST (70:9)
           IF WS-OVL-KONST (WS-OVL-SUB)  NOT = WS-VORIGE-KONST
              OR WS-OVL-VOLGNR (WS-OVL-SUB) NOT = WS-VORIGE-VOLGNR
              OR WS-OVL-DATUM (WS-OVL-SUB)  NOT = WS-VORIGE-DATUM
              MOVE WS-OVL-BEDRAG (WS-OVL-SUB) TO WS-EDIT-BEDRAG
              MOVE WS-EDIT-BEDRAG             TO RVOD-TEKST (80:15)
              MOVE WS-OVL-KONST (WS-OVL-SUB)  TO WS-VORIGE-KONST
              MOVE WS-OVL-VOLGNR (WS-OVL-SUB) TO WS-VORIGE-VOLGNR
              MOVE WS-OVL-DATUM (WS-OVL-SUB)  TO WS-VORIGE-DATUM
           END-IF
           PERFORM SCHRIJF-RVOD
           .
      *
      *----------------------------------------------------------------
      *RVH139: HET RAPPORT GAAT NAAR DE REMOTE-PRINTBESTEMMING VAN DE
      *        FEDERATIE ZELF.
      *----------------------------------------------------------------
       SCHRIJF-RVOD.
      ***************
           ADD 1 TO WS-DOC-VOLGNR
           MOVE 134               TO RVOD-LENGTH
           MOVE 40                TO RVOD-CODE
           MOVE WS-DOC-VOLGNR     TO RVOD-NUMBER
           MOVE "L"               TO RVOD-DEVICE-OUT
           MOVE WS-FED-KODE       TO RVOD-DESTINATION
           MOVE "*"               TO RVOD-SWITCHING
           MOVE SPACE             TO RVOD-PRIORITY
           MOVE "500028"          TO RVOD-NAME
           MOVE WS-FED-KODE       TO RVOD-FEDERATIE
           MOVE WS-MAAND          TO RVOD-MAAND
           WRITE RVOD-REC
           .
      *
      *----------------------------------------------------------------
      *RVH139: NATIONAAL OVERZICHT - EEN LIJN PER FEDERATIE EN DE
      *        NATIONALE TOTALEN.
      *----------------------------------------------------------------
       SCHRIJVEN-OVERZICHT.
      **********************
           MOVE SPACES TO RVOR-REC
           STRING "GIRRVOX4 - CUMUL UITKERING 50/60 MET WERKLOOSHEID "
                                               DELIMITED BY SIZE
                  "RVA - MAAND "               DELIMITED BY SIZE
                  WS-MAAND                     DELIMITED BY SIZE
                  "  VERWERKT "                DELIMITED BY SIZE
                  WS-VANDAAG                   DELIMITED BY SIZE
                                          INTO RVOR-REC
           END-STRING
           WRITE RVOR-REC
           MOVE ALL "=" TO RVOR-REC
           WRITE RVOR-REC
           MOVE SPACES TO RVOR-REC
           MOVE "FED"                TO RVOR-REC (1:3)
           MOVE "PPR"                TO RVOR-REC (10:3)
           MOVE "RVA-PERIODES"       TO RVOR-REC (15:12)
           MOVE "DAGEN"              TO RVOR-REC (32:5)
           MOVE "BEDRAG"             TO RVOR-REC (48:6)
           WRITE RVOR-REC
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > 1000
              IF WS-FED-AANWEZIG (WS-FED-SUB) = "J"
                 COMPUTE WS-FED-KODE = WS-FED-SUB - 1
                 END-COMPUTE
                 MOVE WS-FED-KODE                  TO WS-OVZ-LABEL
                 MOVE WS-FED-PPR (WS-FED-SUB)      TO WS-EDIT-AANTAL
                 MOVE WS-FED-PERIODES (WS-FED-SUB) TO WS-EDIT-AANTAL2
                 MOVE WS-FED-DAGEN (WS-FED-SUB)    TO WS-EDIT-DAGEN
                 MOVE WS-FED-BEDRAG (WS-FED-SUB)   TO WS-EDIT-BEDRAG
                 PERFORM SCHRIJVEN-OVERZICHT-LIJN
              END-IF
           END-PERFORM
           MOVE ALL "-" TO RVOR-REC
           WRITE RVOR-REC
           MOVE "TOT"            TO WS-OVZ-LABEL
           MOVE WS-NAT-PPR       TO WS-EDIT-AANTAL
           MOVE WS-NAT-PERIODES  TO WS-EDIT-AANTAL2
           MOVE WS-NAT-DAGEN     TO WS-EDIT-DAGEN
           MOVE WS-NAT-BEDRAG    TO WS-EDIT-BEDRAG
           PERFORM SCHRIJVEN-OVERZICHT-LIJN
           .
      *
       SCHRIJVEN-OVERZICHT-LIJN.
      ***************************
           MOVE SPACES TO RVOR-REC
           MOVE WS-OVZ-LABEL         TO RVOR-REC (1:3)
           MOVE WS-EDIT-AANTAL       TO RVOR-REC (6:7)
           MOVE WS-EDIT-AANTAL2      TO RVOR-REC (20:7)
           MOVE WS-EDIT-DAGEN        TO RVOR-REC (28:9)
           MOVE WS-EDIT-BEDRAG       TO RVOR-REC (39:15)
           WRITE RVOR-REC
           .
      *
       FIN-CUMULRAPPORT.
      *******************
           CLOSE RVOD-FILE RVOR-FILE
           MOVE WS-CNT-GELEZEN TO WS-DISPLAY-CNT
           DISPLAY "GIRRVOX4 - RVOX-REKORDS GELEZEN    : "
                   WS-DISPLAY-CNT
           MOVE WS-CNT-ANDERE-MAAND TO WS-DISPLAY-CNT
           DISPLAY "GIRRVOX4 - WAARVAN ANDERE MAAND    : "
                   WS-DISPLAY-CNT
           MOVE WS-NAT-PPR TO WS-DISPLAY-CNT
           DISPLAY "GIRRVOX4 - PPR MET CUMUL RVA       : "
                   WS-DISPLAY-CNT
           MOVE WS-CNT-FEDERATIES TO WS-DISPLAY-CNT
           DISPLAY "GIRRVOX4 - RAPPORTEN MAAND " WS-MAAND " : "
                   WS-DISPLAY-CNT
           .

      ******************************************************************
      **  GIRKWSX4 : KWARTAALSTATISTIEK VOOR DE TOEZICHTHOUDER         *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - DE TOEZICHTHOUDER VRAAGT PER KWARTAAL DE STATISTIEK VAN    *
      **    DE UITKERINGEN PER CODE-LIBELLE, FEDERATIE, REGIO EN       *
      **    CATEGORIE VAN LEDEN (GESLACHT EN LEEFTIJDSKLASSE).         *
      **  - DIT PROGRAMMA LEEST DE EXTRACT VAN HET BBF-JOURNAAL VAN    *
      **    HET KWARTAAL (ZOALS VOOR GIRCUMX4, OPLOPEND OP             *
      **    RIJKSNUMMER, AANGEVULD MET BBF-VERB EN BBF-TAGREG-OP) EN   *
      **    SCHRIJFT:                                                  *
      **      . HET AANGIFTEBESTAND (KWSQ) IN DE INDELING VAN DE       *
      **        TOEZICHTHOUDER: KOP, EEN DETAIL PER CEL, SLUITREKORD;  *
      **      . EEN AFGEDRUKT OVERZICHT (KWSR) PER CODE-LIBELLE, PER   *
      **        REGIO EN PER CATEGORIE, MET DE AFSTEMMINGSLIJN TEGEN   *
      **        DE GLPQ-TOTALEN VAN HETZELFDE KWARTAAL.                *
      **  - DE REGIO IS DE BEVOEGDE ENTITEIT DIE CREER-BBF UIT         *
      **    TRBFN-TYPE-COMPTA AFLEIDT (BBF-TAGREG-OP). GESLACHT EN     *
      **    LEEFTIJD KOMEN UIT HET RIJKSNUMMER, ZOALS IN               *
      **    RECH-NO-BANCAIRE; DE LEEFTIJD GELDT OP DE LAATSTE DAG VAN  *
      **    HET KWARTAAL.                                              *
      **                                                               *
      ******************************************************************
      *RVH129: NIEUW PROGRAMMA - KWARTAALSTATISTIEK VAN DE UITKERINGEN
      *        VOOR DE TOEZICHTHOUDER.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRKWSX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH129*
RVH129* RVH129 15/10/2026
RVH129*     NIEUW PROGRAMMA : KWARTAALAANGIFTE PER CODE-LIBELLE,
RVH129*     FEDERATIE, REGIO EN LEDENCATEGORIE MET GLPQ-AFSTEMMING.
RVH129*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH129: PARAMETER - HET KWARTAAL (JJJJK). ZONDER PARAMETER
      *        HET VORIGE KWARTAAL.
      *----------------------------------------------------------------
           SELECT KWSP-FILE ASSIGN TO KWSP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-KWSP-STATUS.
      *----------------------------------------------------------------
      *RVH129: EXTRACT VAN HET BBF-JOURNAAL VAN HET KWARTAAL, VOORAF
      *        GESORTEERD OPLOPEND OP RIJKSNUMMER DOOR DE JCL.
      *----------------------------------------------------------------
           SELECT BBFX-FILE ASSIGN TO BBFX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BBFX-STATUS.
      *----------------------------------------------------------------
      *RVH129: SAMENGEVOEGDE GLPQ-GENERATIES VAN HET KWARTAAL.
      *----------------------------------------------------------------
           SELECT GLPX-FILE ASSIGN TO GLPX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPX-STATUS.
      *----------------------------------------------------------------
      *RVH129: AANGIFTEBESTAND VOOR DE TOEZICHTHOUDER.
      *----------------------------------------------------------------
           SELECT KWSQ-FILE ASSIGN TO KWSQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-KWSQ-STATUS.
      *----------------------------------------------------------------
      *RVH129: AFGEDRUKT OVERZICHT MET DE AFSTEMMINGSLIJN.
      *----------------------------------------------------------------
           SELECT KWSR-FILE ASSIGN TO KWSR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-KWSR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  KWSP-FILE
           RECORDING MODE IS F.
       01  KWSP-REC.
           05  KWSP-KWARTAAL            PIC 9(05).
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
       FD  GLPX-FILE
           RECORDING MODE IS F.
       01  GLPX-REC.
           05  GLPX-RNR                 PIC X(13).
           05  GLPX-LIBEL               PIC 9(02).
           05  GLPX-KONST               PIC 9(10).
           05  GLPX-VOLGNR              PIC 9(03).
           05  GLPX-FEDERATIE           PIC 9(03).
           05  GLPX-BEDRAG              PIC S9(08).
           05  GLPX-BEDRAG-DV           PIC X(01).
           05  GLPX-DATINB              PIC 9(08).
           05  GLPX-RUNSEQ              PIC 9(02).
           05  GLPX-OGM                 PIC X(12).
           05  GLPX-SOORT               PIC X(01).
           05  GLPX-VERSCHOVEN          PIC X(01).
      *----------------------------------------------------------------
      *RVH129: AANGIFTEBESTAND - KOPREKORD "00", EEN DETAILREKORD "10"
      *        PER CEL, SLUITREKORD "99" MET AANTAL EN TOTALEN.
      *----------------------------------------------------------------
       FD  KWSQ-FILE
           RECORDING MODE IS F.
       01  KWSQ-REC.
           05  KWSQ-TYPE                PIC X(02).
               88  KWSQ-KOP             VALUE "00".
               88  KWSQ-DETAIL          VALUE "10".
               88  KWSQ-SLUIT           VALUE "99".
           05  KWSQ-KWARTAAL            PIC 9(05).
           05  KWSQ-DATA                PIC X(53).
           05  KWSQ-KOP-DATA REDEFINES KWSQ-DATA.
               10  KWSQ-AANMAAKDATUM    PIC 9(08).
               10  KWSQ-VAN             PIC 9(08).
               10  KWSQ-TOT             PIC 9(08).
               10  FILLER               PIC X(29).
           05  KWSQ-DET-DATA REDEFINES KWSQ-DATA.
               10  KWSQ-LIBEL           PIC 9(02).
               10  KWSQ-FEDERATIE       PIC 9(03).
               10  KWSQ-REGIO           PIC 9(02).
               10  KWSQ-GESLACHT        PIC X(01).
               10  KWSQ-LEEFTIJDSKLASSE PIC 9(01).
               10  KWSQ-BEGUNSTIGDEN    PIC 9(09).
               10  KWSQ-BETALINGEN      PIC 9(09).
               10  KWSQ-BEDRAG          PIC S9(13).
               10  FILLER               PIC X(13).
           05  KWSQ-SLUIT-DATA REDEFINES KWSQ-DATA.
               10  KWSQ-AANTAL-DETAIL   PIC 9(09).
               10  KWSQ-TOT-BETALINGEN  PIC 9(09).
               10  KWSQ-TOT-BEDRAG      PIC S9(13).
               10  FILLER               PIC X(22).
       FD  KWSR-FILE
           RECORDING MODE IS F.
       01  KWSR-REC                     PIC X(132).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-KWSP-STATUS               PIC XX VALUE ZEROES.
       01  WS-BBFX-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPX-STATUS               PIC XX VALUE ZEROES.
       01  WS-KWSQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-KWSR-STATUS               PIC XX VALUE ZEROES.
       01  WS-BBFX-EOF-SW               PIC X VALUE "N".
           88  WS-BBFX-EOF              VALUE "Y".
       01  WS-GLPX-EOF-SW               PIC X VALUE "N".
           88  WS-GLPX-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH129: HET KWARTAAL EN ZIJN GRENZEN.
      *----------------------------------------------------------------
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VANDAAG-CCYY          PIC 9(04).
           05  WS-VANDAAG-MM            PIC 9(02).
           05  WS-VANDAAG-DD            PIC 9(02).
       01  WS-KWARTAAL                  PIC 9(05) VALUE ZERO.
       01  WS-KWARTAAL-RED REDEFINES WS-KWARTAAL.
           05  WS-KW-CCYY               PIC 9(04).
           05  WS-KW-K                  PIC 9(01).
       01  WS-KW-VAN                    PIC 9(08) VALUE ZERO.
       01  WS-KW-VAN-RED REDEFINES WS-KW-VAN.
           05  WS-KW-VAN-CCYY           PIC 9(04).
           05  WS-KW-VAN-MM             PIC 9(02).
           05  WS-KW-VAN-DD             PIC 9(02).
       01  WS-KW-TOT                    PIC 9(08) VALUE ZERO.
       01  WS-KW-TOT-RED REDEFINES WS-KW-TOT.
           05  WS-KW-TOT-CCYY           PIC 9(04).
           05  WS-KW-TOT-MM             PIC 9(02).
           05  WS-KW-TOT-DD             PIC 9(02).
      *----------------------------------------------------------------
      *RVH129: HET RIJKSNUMMER (JJMMDD, VOLGNUMMER, CONTROLEGETAL).
      *        EEN BIS-NUMMER DRAAGT DE MAAND PLUS 20 OF 40; EEN
      *        GEBOORTE NA 1999 HEEFT HET CONTROLEGETAL OP 2 GEVOLGD
      *        DOOR DE NEGEN CIJFERS.
      *----------------------------------------------------------------
       01  WS-RNR                       PIC X(13).
       01  WS-RNR-RED REDEFINES WS-RNR.
           05  WS-RNR-BASIS             PIC 9(09).
           05  WS-RNR-BASIS-RED REDEFINES WS-RNR-BASIS.
               10  WS-RNR-YY            PIC 9(02).
               10  WS-RNR-MM            PIC 9(02).
               10  WS-RNR-DD            PIC 9(02).
               10  WS-RNR-VOLGNR        PIC 9(03).
           05  WS-RNR-CONTROLE          PIC 9(02).
           05  FILLER                   PIC X(02).
       01  WS-RNR-GETAL                 PIC 9(10).
       01  WS-RNR-QUOTIENT              PIC 9(10).
       01  WS-RNR-REST                  PIC 9(02).
       01  WS-GEBOORTE                  PIC 9(08).
       01  WS-GEBOORTE-RED REDEFINES WS-GEBOORTE.
           05  WS-GEB-CCYY              PIC 9(04).
           05  WS-GEB-MMDD              PIC 9(04).
           05  WS-GEB-MMDD-RED REDEFINES WS-GEB-MMDD.
               10  WS-GEB-MM            PIC 9(02).
               10  WS-GEB-DD            PIC 9(02).
       01  WS-LEEFTIJD                  PIC S9(04).
       01  WS-VOLGNR-HALF               PIC 9(03).
       01  WS-VOLGNR-REST               PIC 9(01).
      *----------------------------------------------------------------
      *RVH129: LEEFTIJDSKLASSEN: 1 = -18, 2 = 18-24, 3 = 25-44,
      *        4 = 45-64, 5 = 65-79, 6 = 80+, 9 = ONBEKEND.
      *        GESLACHT: M, V OF O (ONBEKEND).
      *----------------------------------------------------------------
       01  WS-KLASSE-TABLE.
           05  WS-KLASSE-ENTRY OCCURS 5 TIMES.
               10  WS-KLASSE-GRENS      PIC 9(03).
       01  WS-KLASSE-SUB                PIC S9(04) COMP.
      *----------------------------------------------------------------
      *RVH129: DE CELLEN VAN DE AANGIFTE IN SLEUTELVOLGORDE.
      *----------------------------------------------------------------
       01  WS-CEL-TABLE.
           05  WS-CEL-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-CEL-IDX.
               10  WS-CEL-SLEUTEL.
                   15  WS-CEL-LIBEL     PIC 9(02).
                   15  WS-CEL-FED       PIC 9(03).
                   15  WS-CEL-REGIO     PIC 9(02).
                   15  WS-CEL-GESLACHT  PIC X(01).
                   15  WS-CEL-KLASSE    PIC 9(01).
               10  WS-CEL-LEDEN         PIC 9(09).
               10  WS-CEL-BETALINGEN    PIC 9(09).
               10  WS-CEL-BEDRAG        PIC S9(13).
               10  WS-CEL-LID-SW        PIC X(01).
                   88  WS-CEL-LID-GETELD VALUE "J".
       01  WS-CEL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-CEL-SUB                   PIC S9(04) COMP.
       01  WS-ZOEK-SLEUTEL.
           05  WS-ZOEK-LIBEL            PIC 9(02).
           05  WS-ZOEK-FED              PIC 9(03).
           05  WS-ZOEK-REGIO            PIC 9(02).
           05  WS-ZOEK-GESLACHT         PIC X(01).
           05  WS-ZOEK-KLASSE           PIC 9(01).
       01  WS-ZOEK-SW                   PIC X VALUE "N".
           88  WS-ZOEK-GEVONDEN         VALUE "Y".
       01  WS-PLAATS-SW                 PIC X VALUE "N".
           88  WS-PLAATS-GEVONDEN       VALUE "Y".
      *----------------------------------------------------------------
      *RVH129: DE CELLEN DIE HET LOPENDE LID AL TELDEN (EEN
      *        BEGUNSTIGDE TELT EENMAAL PER CEL).
      *----------------------------------------------------------------
       01  WS-LID-TABLE.
           05  WS-LID-CEL OCCURS 100 TIMES
                                        PIC S9(04) COMP.
       01  WS-LID-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-LID-SUB                   PIC 9(03).
       01  WS-CUR-RNR                   PIC X(13) VALUE SPACES.
      *----------------------------------------------------------------
      *RVH129: TOTALEN VOOR HET OVERZICHT.
      *----------------------------------------------------------------
       01  WS-LIB-TABLE.
           05  WS-LIB-ENTRY OCCURS 100 TIMES.
               10  WS-LIB-BETALINGEN    PIC 9(09).
               10  WS-LIB-BEDRAG        PIC S9(13).
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 100 TIMES.
               10  WS-REG-BETALINGEN    PIC 9(09).
               10  WS-REG-BEDRAG        PIC S9(13).
       01  WS-CAT-TABLE.
           05  WS-CAT-GESLACHT OCCURS 3 TIMES.
               10  WS-CAT-KLASSE OCCURS 9 TIMES.
                   15  WS-CAT-BETALINGEN
                                        PIC 9(09).
                   15  WS-CAT-BEDRAG    PIC S9(13).
       01  WS-TAB-SUB                   PIC S9(04) COMP.
       01  WS-GES-SUB                   PIC S9(04) COMP.
       01  WS-GESLACHTEN                PIC X(03) VALUE "MVO".
       01  WS-TOT-BETALINGEN            PIC 9(09) VALUE ZERO.
       01  WS-TOT-BEDRAG                PIC S9(13) VALUE ZERO.
       01  WS-GLP-BEDRAG                PIC S9(13) VALUE ZERO.
       01  WS-GLP-LIJNEN                PIC 9(09) VALUE ZERO.
       01  WS-VERSCHIL                  PIC S9(13) VALUE ZERO.
       01  WS-CNT-GELEZEN               PIC 9(07) VALUE ZERO.
       01  WS-CNT-BUITEN                PIC 9(07) VALUE ZERO.
       01  WS-CNT-ONBEKEND              PIC 9(07) VALUE ZERO.
       01  WS-CNT-OVERLOOP              PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZZZZZ9,99.
       01  WS-EDIT-AANTAL               PIC ZZZZZZZZ9.
       01  WS-EDIT-SUB                  PIC 9(02).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-KWARTAAL SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-KWARTAAL.
      *---------------------------------
           PERFORM OPEN-KWARTAAL
           PERFORM LEZEN-BBFX
           PERFORM WITH TEST BEFORE UNTIL WS-BBFX-EOF
              PERFORM VERWERK-BBFX
              PERFORM LEZEN-BBFX
           END-PERFORM
           PERFORM SCHRIJVEN-AANGIFTE
           PERFORM AFSTEMMEN-GLPQ
           PERFORM AFDRUKKEN-OVERZICHT
           PERFORM FIN-KWARTAAL
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-KWARTAAL.
      ****************
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE WS-VANDAAG-CCYY TO WS-KW-CCYY
           COMPUTE WS-KW-K = (WS-VANDAAG-MM + 2) / 3
           END-COMPUTE
           IF WS-KW-K = 1
              SUBTRACT 1 FROM WS-KW-CCYY
              MOVE 4 TO WS-KW-K
           ELSE
              SUBTRACT 1 FROM WS-KW-K
           END-IF
           OPEN INPUT KWSP-FILE
           IF WS-KWSP-STATUS = "00"
              READ KWSP-FILE
              IF WS-KWSP-STATUS = "00"
                 AND KWSP-KWARTAAL NUMERIC
                 AND KWSP-KWARTAAL NOT = ZERO
                 MOVE KWSP-KWARTAAL TO WS-KWARTAAL
              END-IF
              CLOSE KWSP-FILE
           END-IF
           IF WS-KW-K < 1 OR WS-KW-K > 4
              DISPLAY "GIRKWSX4 - ONGELDIG KWARTAAL " WS-KWARTAAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-KW-CCYY TO WS-KW-VAN-CCYY WS-KW-TOT-CCYY
           COMPUTE WS-KW-VAN-MM = WS-KW-K * 3 - 2
           END-COMPUTE
           MOVE 1 TO WS-KW-VAN-DD
           COMPUTE WS-KW-TOT-MM = WS-KW-K * 3
           END-COMPUTE
           IF WS-KW-K = 1 OR WS-KW-K = 4
              MOVE 31 TO WS-KW-TOT-DD
           ELSE
              MOVE 30 TO WS-KW-TOT-DD
           END-IF
           MOVE 018 TO WS-KLASSE-GRENS (1)
           MOVE 025 TO WS-KLASSE-GRENS (2)
           MOVE 045 TO WS-KLASSE-GRENS (3)
           MOVE 065 TO WS-KLASSE-GRENS (4)
           MOVE 080 TO WS-KLASSE-GRENS (5)
           INITIALIZE WS-LIB-TABLE WS-REG-TABLE WS-CAT-TABLE
           OPEN INPUT BBFX-FILE
           IF WS-BBFX-STATUS NOT = "00"
              DISPLAY "GIRKWSX4 - ERREUR OPEN BBFX STATUS = "
                      WS-BBFX-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT KWSQ-FILE
           IF WS-KWSQ-STATUS NOT = "00"
              DISPLAY "GIRKWSX4 - ERREUR OPEN KWSQ STATUS = "
                      WS-KWSQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT KWSR-FILE
           IF WS-KWSR-STATUS NOT = "00"
              DISPLAY "GIRKWSX4 - ERREUR OPEN KWSR STATUS = "
                      WS-KWSR-STATUS
              STOP RUN
           END-IF
           MOVE SPACES TO KWSR-REC
           STRING "KWARTAALSTATISTIEK TOEZICHTHOUDER - KWARTAAL "
                                              DELIMITED BY SIZE
                  WS-KW-CCYY                  DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-KW-K                     DELIMITED BY SIZE
                  " ("                        DELIMITED BY SIZE
                  WS-KW-VAN                   DELIMITED BY SIZE
                  " - "                       DELIMITED BY SIZE
                  WS-KW-TOT                   DELIMITED BY SIZE
                  ")"                         DELIMITED BY SIZE
                                         INTO KWSR-REC
           END-STRING
           WRITE KWSR-REC
           MOVE SPACES TO KWSQ-REC
           SET KWSQ-KOP TO TRUE
           MOVE WS-KWARTAAL TO KWSQ-KWARTAAL
           MOVE WS-VANDAAG  TO KWSQ-AANMAAKDATUM
           MOVE WS-KW-VAN   TO KWSQ-VAN
           MOVE WS-KW-TOT   TO KWSQ-TOT
           WRITE KWSQ-REC
           .
      *
       LEZEN-BBFX.
      *************
           READ BBFX-FILE
              AT END
                 SET WS-BBFX-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH129: EEN JOURNAALLIJN IN HAAR CEL TELLEN. EEN NIEUW
      *        RIJKSNUMMER BEGINT EEN NIEUWE BEGUNSTIGDE; EEN LIJN
      *        BUITEN HET KWARTAAL (FOUTE AFBAKENING IN DE JCL) TELT
      *        NIET MEE.
      *----------------------------------------------------------------
       VERWERK-BBFX.
      ***************
           ADD 1 TO WS-CNT-GELEZEN
           IF BBFX-DATINB < WS-KW-VAN OR BBFX-DATINB > WS-KW-TOT
              ADD 1 TO WS-CNT-BUITEN
           ELSE
              IF BBFX-RNR NOT = WS-CUR-RNR
                 MOVE BBFX-RNR TO WS-CUR-RNR
                 PERFORM VRIJGEVEN-LID
                 PERFORM BEPALEN-CATEGORIE
              END-IF
              MOVE BBFX-LIBEL     TO WS-ZOEK-LIBEL
              MOVE BBFX-VERB      TO WS-ZOEK-FED
              MOVE BBFX-TAGREG-OP TO WS-ZOEK-REGIO
              PERFORM ZOEK-CEL
              IF WS-ZOEK-GEVONDEN
                 ADD 1           TO WS-CEL-BETALINGEN (WS-CEL-IDX)
                 ADD BBFX-BEDRAG TO WS-CEL-BEDRAG (WS-CEL-IDX)
                 IF NOT WS-CEL-LID-GETELD (WS-CEL-IDX)
                    ADD 1 TO WS-CEL-LEDEN (WS-CEL-IDX)
                    PERFORM NOTEREN-LID
                 END-IF
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH129: DE "AL GETELD"-MERKEN VAN HET VORIGE LID WISSEN.
      *----------------------------------------------------------------
       VRIJGEVEN-LID.
      ****************
           PERFORM VARYING WS-LID-SUB FROM 1 BY 1
                   UNTIL WS-LID-SUB > WS-LID-COUNT
              MOVE "N" TO WS-CEL-LID-SW (WS-LID-CEL (WS-LID-SUB))
           END-PERFORM
           MOVE ZERO TO WS-LID-COUNT
           .
      *
      *----------------------------------------------------------------
      *RVH129: VOOR EEN LID MET MEER DAN 100 CELLEN IN EEN KWARTAAL
      *        WORDEN DE OVERIGE CELLEN NIET GEMARKEERD: HET LID TELT
      *        DAAR DAN PER BETALING ALS BEGUNSTIGDE.
      *----------------------------------------------------------------
       NOTEREN-LID.
      **************
           IF WS-LID-COUNT < 100
              MOVE "J" TO WS-CEL-LID-SW (WS-CEL-IDX)
              ADD 1 TO WS-LID-COUNT
              SET WS-LID-CEL (WS-LID-COUNT) TO WS-CEL-IDX
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH129: GESLACHT EN LEEFTIJDSKLASSE UIT HET RIJKSNUMMER, ZOALS
      *        RECH-NO-BANCAIRE: GEBOORTEDATUM JJMMDD, DE EEUW UIT HET
      *        CONTROLEGETAL (97 MIN DE REST VAN DE DELING DOOR 97),
      *        ONEVEN VOLGNUMMER = MAN. DE LEEFTIJD GELDT OP DE
      *        LAATSTE DAG VAN HET KWARTAAL.
      *----------------------------------------------------------------
       BEPALEN-CATEGORIE.
      ********************
           MOVE "O" TO WS-ZOEK-GESLACHT
           MOVE 9   TO WS-ZOEK-KLASSE
           MOVE BBFX-RNR TO WS-RNR
           IF WS-RNR-BASIS NOT NUMERIC OR WS-RNR-CONTROLE NOT NUMERIC
              ADD 1 TO WS-CNT-ONBEKEND
           ELSE
              DIVIDE WS-RNR-VOLGNR BY 2 GIVING WS-VOLGNR-HALF
                                    REMAINDER WS-VOLGNR-REST
              IF WS-VOLGNR-REST = 1
                 MOVE "M" TO WS-ZOEK-GESLACHT
              ELSE
                 MOVE "V" TO WS-ZOEK-GESLACHT
              END-IF
              MOVE WS-RNR-MM TO WS-GEB-MM
              IF WS-GEB-MM > 40
                 SUBTRACT 40 FROM WS-GEB-MM
              END-IF
              IF WS-GEB-MM > 20
                 SUBTRACT 20 FROM WS-GEB-MM
              END-IF
              MOVE WS-RNR-DD TO WS-GEB-DD
              MOVE WS-RNR-BASIS TO WS-RNR-GETAL
              DIVIDE WS-RNR-GETAL BY 97 GIVING WS-RNR-QUOTIENT
                                   REMAINDER WS-RNR-REST
              IF 97 - WS-RNR-REST = WS-RNR-CONTROLE
                 COMPUTE WS-GEB-CCYY = 1900 + WS-RNR-YY
                 END-COMPUTE
              ELSE
                 ADD 2000000000 TO WS-RNR-GETAL
                 DIVIDE WS-RNR-GETAL BY 97 GIVING WS-RNR-QUOTIENT
                                      REMAINDER WS-RNR-REST
                 IF 97 - WS-RNR-REST = WS-RNR-CONTROLE
                    COMPUTE WS-GEB-CCYY = 2000 + WS-RNR-YY
                    END-COMPUTE
                 ELSE
                    MOVE ZERO TO WS-GEB-CCYY
                 END-IF
              END-IF
              IF WS-GEB-CCYY = ZERO
                 OR WS-GEB-MM < 1 OR WS-GEB-MM > 12
                 OR WS-GEB-DD < 1
                 ADD 1 TO WS-CNT-ONBEKEND
              ELSE
                 COMPUTE WS-LEEFTIJD = WS-KW-TOT-CCYY - WS-GEB-CCYY
                 END-COMPUTE
                 IF WS-GEB-MMDD > WS-KW-TOT (5:4)
                    SUBTRACT 1 FROM WS-LEEFTIJD
                 END-IF
                 MOVE 1 TO WS-ZOEK-KLASSE
                 PERFORM VARYING WS-KLASSE-SUB FROM 1 BY 1
                         UNTIL WS-KLASSE-SUB > 5
                    IF WS-LEEFTIJD NOT < WS-KLASSE-GRENS (WS-KLASSE-SUB)
                       COMPUTE WS-ZOEK-KLASSE = WS-KLASSE-SUB + 1
                       END-COMPUTE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH129: DE CEL VAN WS-ZOEK-SLEUTEL OPZOEKEN, OF ZE OP HAAR
      *        PLAATS IN DE VOLGORDE INVOEGEN. BIJ EEN VOLLE TABEL
      *        BLIJFT WS-ZOEK-GEVONDEN UIT.
      *----------------------------------------------------------------
       ZOEK-CEL.
      ***********
           MOVE "N" TO WS-ZOEK-SW
           IF WS-CEL-COUNT > ZERO
              SET WS-CEL-IDX TO 1
              SEARCH WS-CEL-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CEL-SLEUTEL (WS-CEL-IDX) = WS-ZOEK-SLEUTEL
                    SET WS-ZOEK-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           IF NOT WS-ZOEK-GEVONDEN
              IF WS-CEL-COUNT < 5000
                 PERFORM INVOEGEN-CEL
              ELSE
                 ADD 1 TO WS-CNT-OVERLOOP
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH129: BIJ HET INVOEGEN SCHUIVEN DE CELLEN NA DE NIEUWE EEN
      *        PLAATS OP - DE NOTITIES VAN HET LOPENDE LID SCHUIVEN
      *        MEE.
      *----------------------------------------------------------------
       INVOEGEN-CEL.
      ***************
           MOVE WS-CEL-COUNT TO WS-CEL-SUB
           MOVE "N" TO WS-PLAATS-SW
           PERFORM WITH TEST BEFORE UNTIL WS-PLAATS-GEVONDEN
              IF WS-CEL-SUB < 1
                 SET WS-PLAATS-GEVONDEN TO TRUE
              ELSE
                 IF WS-CEL-SLEUTEL (WS-CEL-SUB) < WS-ZOEK-SLEUTEL
                    SET WS-PLAATS-GEVONDEN TO TRUE
                 ELSE
                    MOVE WS-CEL-ENTRY (WS-CEL-SUB)
                      TO WS-CEL-ENTRY (WS-CEL-SUB + 1)
                    SUBTRACT 1 FROM WS-CEL-SUB
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-CEL-COUNT
           ADD 1 TO WS-CEL-SUB
           PERFORM VARYING WS-LID-SUB FROM 1 BY 1
                   UNTIL WS-LID-SUB > WS-LID-COUNT
              IF WS-LID-CEL (WS-LID-SUB) NOT < WS-CEL-SUB
                 ADD 1 TO WS-LID-CEL (WS-LID-SUB)
              END-IF
           END-PERFORM
           SET WS-CEL-IDX TO WS-CEL-SUB
           MOVE WS-ZOEK-SLEUTEL TO WS-CEL-SLEUTEL (WS-CEL-IDX)
           MOVE ZERO            TO WS-CEL-LEDEN (WS-CEL-IDX)
                                   WS-CEL-BETALINGEN (WS-CEL-IDX)
                                   WS-CEL-BEDRAG (WS-CEL-IDX)
           MOVE "N"             TO WS-CEL-LID-SW (WS-CEL-IDX)
           SET WS-ZOEK-GEVONDEN TO TRUE
           .
      *
      *----------------------------------------------------------------
      *RVH129: EEN DETAILREKORD PER CEL EN HET SLUITREKORD; DE
      *        TOTALEN VOOR HET OVERZICHT WORDEN MEE OPGEBOUWD.
      *----------------------------------------------------------------
       SCHRIJVEN-AANGIFTE.
      *********************
           PERFORM VARYING WS-CEL-SUB FROM 1 BY 1
                   UNTIL WS-CEL-SUB > WS-CEL-COUNT
              MOVE SPACES TO KWSQ-REC
              SET KWSQ-DETAIL TO TRUE
              MOVE WS-KWARTAAL                  TO KWSQ-KWARTAAL
              MOVE WS-CEL-LIBEL (WS-CEL-SUB)    TO KWSQ-LIBEL
              MOVE WS-CEL-FED (WS-CEL-SUB)      TO KWSQ-FEDERATIE
              MOVE WS-CEL-REGIO (WS-CEL-SUB)    TO KWSQ-REGIO
              MOVE WS-CEL-GESLACHT (WS-CEL-SUB) TO KWSQ-GESLACHT
              MOVE WS-CEL-KLASSE (WS-CEL-SUB)   TO KWSQ-LEEFTIJDSKLASSE
              MOVE WS-CEL-LEDEN (WS-CEL-SUB)    TO KWSQ-BEGUNSTIGDEN
              MOVE WS-CEL-BETALINGEN (WS-CEL-SUB)
                                                TO KWSQ-BETALINGEN
              MOVE WS-CEL-BEDRAG (WS-CEL-SUB)   TO KWSQ-BEDRAG
              WRITE KWSQ-REC
              ADD WS-CEL-BETALINGEN (WS-CEL-SUB) TO WS-TOT-BETALINGEN
              ADD WS-CEL-BEDRAG (WS-CEL-SUB)     TO WS-TOT-BEDRAG
              COMPUTE WS-TAB-SUB = WS-CEL-LIBEL (WS-CEL-SUB) + 1
              END-COMPUTE
              ADD WS-CEL-BETALINGEN (WS-CEL-SUB)
                TO WS-LIB-BETALINGEN (WS-TAB-SUB)
              ADD WS-CEL-BEDRAG (WS-CEL-SUB)
                TO WS-LIB-BEDRAG (WS-TAB-SUB)
              COMPUTE WS-TAB-SUB = WS-CEL-REGIO (WS-CEL-SUB) + 1
              END-COMPUTE
              ADD WS-CEL-BETALINGEN (WS-CEL-SUB)
                TO WS-REG-BETALINGEN (WS-TAB-SUB)
              ADD WS-CEL-BEDRAG (WS-CEL-SUB)
                TO WS-REG-BEDRAG (WS-TAB-SUB)
              EVALUATE WS-CEL-GESLACHT (WS-CEL-SUB)
              WHEN "M"
                 MOVE 1 TO WS-GES-SUB
              WHEN "V"
                 MOVE 2 TO WS-GES-SUB
              WHEN OTHER
                 MOVE 3 TO WS-GES-SUB
              END-EVALUATE
              MOVE WS-CEL-KLASSE (WS-CEL-SUB) TO WS-TAB-SUB
              ADD WS-CEL-BETALINGEN (WS-CEL-SUB)
                TO WS-CAT-BETALINGEN (WS-GES-SUB WS-TAB-SUB)
              ADD WS-CEL-BEDRAG (WS-CEL-SUB)
                TO WS-CAT-BEDRAG (WS-GES-SUB WS-TAB-SUB)
           END-PERFORM
           MOVE SPACES TO KWSQ-REC
           SET KWSQ-SLUIT TO TRUE
           MOVE WS-KWARTAAL       TO KWSQ-KWARTAAL
           MOVE WS-CEL-COUNT      TO KWSQ-AANTAL-DETAIL
           MOVE WS-TOT-BETALINGEN TO KWSQ-TOT-BETALINGEN
           MOVE WS-TOT-BEDRAG     TO KWSQ-TOT-BEDRAG
           WRITE KWSQ-REC
           .
      *
      *----------------------------------------------------------------
      *RVH129: AFSTEMMING TEGEN GLPQ. ELKE JOURNAALINSCHRIJVING VAN
      *        TRBFNCX4 KRIJGT EEN GLPQ-LIJN UIT DEZELFDE BBF-ZONES:
      *        SOORT "B" (DE BETALING EN DE VERWIJLINTEREST) EN "V"
      *        (DE TERUGVORDERING), MET HET RUN-VOLGNUMMER. DE OVERIGE
      *        SOORTEN EN DE LIJNEN VAN DE BATCHPROGRAMMA'S (ZONDER
      *        RUN-VOLGNUMMER) HEBBEN GEEN JOURNAALINSCHRIJVING.
      *----------------------------------------------------------------
       AFSTEMMEN-GLPQ.
      *****************
           OPEN INPUT GLPX-FILE
           IF WS-GLPX-STATUS = "00"
              PERFORM LEZEN-GLPX
              PERFORM WITH TEST BEFORE UNTIL WS-GLPX-EOF
                 IF GLPX-RUNSEQ NOT = ZERO
                    AND (GLPX-SOORT = "B" OR "V" OR SPACE)
                    AND GLPX-DATINB NOT < WS-KW-VAN
                    AND GLPX-DATINB NOT > WS-KW-TOT
                    ADD 1           TO WS-GLP-LIJNEN
                    ADD GLPX-BEDRAG TO WS-GLP-BEDRAG
                 END-IF
                 PERFORM LEZEN-GLPX
              END-PERFORM
              CLOSE GLPX-FILE
           END-IF
           COMPUTE WS-VERSCHIL = WS-TOT-BEDRAG - WS-GLP-BEDRAG
           END-COMPUTE
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
       AFDRUKKEN-OVERZICHT.
      **********************
           MOVE SPACES TO KWSR-REC
           WRITE KWSR-REC
           MOVE "PER CODE-LIBELLE" TO KWSR-REC
           WRITE KWSR-REC
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > 100
              IF WS-LIB-BETALINGEN (WS-TAB-SUB) > ZERO
                 COMPUTE WS-EDIT-SUB = WS-TAB-SUB - 1
                 END-COMPUTE
                 MOVE WS-LIB-BETALINGEN (WS-TAB-SUB) TO WS-EDIT-AANTAL
                 MOVE WS-LIB-BEDRAG (WS-TAB-SUB)     TO WS-EDIT-BEDRAG
                 MOVE SPACES TO KWSR-REC
                 STRING "  LIBEL "               DELIMITED BY SIZE
                        WS-EDIT-SUB              DELIMITED BY SIZE
                        "  BETALINGEN "          DELIMITED BY SIZE
                        WS-EDIT-AANTAL           DELIMITED BY SIZE
                        "  BEDRAG "              DELIMITED BY SIZE
                        WS-EDIT-BEDRAG           DELIMITED BY SIZE
                                            INTO KWSR-REC
                 END-STRING
                 WRITE KWSR-REC
              END-IF
           END-PERFORM
           MOVE SPACES TO KWSR-REC
           WRITE KWSR-REC
           MOVE "PER REGIO (BBF-TAGREG-OP)" TO KWSR-REC
           WRITE KWSR-REC
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > 100
              IF WS-REG-BETALINGEN (WS-TAB-SUB) > ZERO
                 COMPUTE WS-EDIT-SUB = WS-TAB-SUB - 1
                 END-COMPUTE
                 MOVE WS-REG-BETALINGEN (WS-TAB-SUB) TO WS-EDIT-AANTAL
                 MOVE WS-REG-BEDRAG (WS-TAB-SUB)     TO WS-EDIT-BEDRAG
                 MOVE SPACES TO KWSR-REC
                 STRING "  REGIO "               DELIMITED BY SIZE
                        WS-EDIT-SUB              DELIMITED BY SIZE
                        "  BETALINGEN "          DELIMITED BY SIZE
                        WS-EDIT-AANTAL           DELIMITED BY SIZE
                        "  BEDRAG "              DELIMITED BY SIZE
                        WS-EDIT-BEDRAG           DELIMITED BY SIZE
                                            INTO KWSR-REC
                 END-STRING
                 WRITE KWSR-REC
              END-IF
           END-PERFORM
           MOVE SPACES TO KWSR-REC
           WRITE KWSR-REC
           MOVE "PER GESLACHT EN LEEFTIJDSKLASSE" TO KWSR-REC
           WRITE KWSR-REC
           PERFORM VARYING WS-GES-SUB FROM 1 BY 1
                   UNTIL WS-GES-SUB > 3
              PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
                      UNTIL WS-TAB-SUB > 9
                 IF WS-CAT-BETALINGEN (WS-GES-SUB WS-TAB-SUB) > ZERO
                    MOVE WS-CAT-BETALINGEN (WS-GES-SUB WS-TAB-SUB)
                                                 TO WS-EDIT-AANTAL
                    MOVE WS-CAT-BEDRAG (WS-GES-SUB WS-TAB-SUB)
                                                 TO WS-EDIT-BEDRAG
                    MOVE WS-TAB-SUB TO WS-EDIT-SUB
                    MOVE SPACES TO KWSR-REC
                    STRING "  GESLACHT "         DELIMITED BY SIZE
                           WS-GESLACHTEN (WS-GES-SUB:1)
                                                 DELIMITED BY SIZE
                           " KLASSE "            DELIMITED BY SIZE
                           WS-EDIT-SUB (2:1)     DELIMITED BY SIZE
                           "  BETALINGEN "       DELIMITED BY SIZE
                           WS-EDIT-AANTAL        DELIMITED BY SIZE
                           "  BEDRAG "           DELIMITED BY SIZE
                           WS-EDIT-BEDRAG        DELIMITED BY SIZE
                                            INTO KWSR-REC
                    END-STRING
                    WRITE KWSR-REC
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO KWSR-REC
           WRITE KWSR-REC
           MOVE WS-TOT-BETALINGEN TO WS-EDIT-AANTAL
           MOVE WS-TOT-BEDRAG     TO WS-EDIT-BEDRAG
           STRING "TOTAAL AANGIFTE   BETALINGEN " DELIMITED BY SIZE
                  WS-EDIT-AANTAL                  DELIMITED BY SIZE
                  "  BEDRAG "                     DELIMITED BY SIZE
                  WS-EDIT-BEDRAG                  DELIMITED BY SIZE
                                             INTO KWSR-REC
           END-STRING
           WRITE KWSR-REC
           MOVE SPACES TO KWSR-REC
           IF WS-GLPX-STATUS NOT = "00"
              MOVE "AFSTEMMING GLPQ: GEEN GLPQ - NIET AFGESTEMD"
                                                   TO KWSR-REC
           ELSE
              MOVE WS-GLP-LIJNEN TO WS-EDIT-AANTAL
              MOVE WS-GLP-BEDRAG TO WS-EDIT-BEDRAG
              STRING "AFSTEMMING GLPQ   LIJNEN     " DELIMITED BY SIZE
                     WS-EDIT-AANTAL                  DELIMITED BY SIZE
                     "  BEDRAG "                     DELIMITED BY SIZE
                     WS-EDIT-BEDRAG                  DELIMITED BY SIZE
                                                INTO KWSR-REC
              END-STRING
              MOVE WS-VERSCHIL TO WS-EDIT-BEDRAG
              IF WS-VERSCHIL = ZERO
                 MOVE " - AFGESTEMD" TO KWSR-REC (72:)
              ELSE
                 STRING " - VERSCHIL "               DELIMITED BY SIZE
                        WS-EDIT-BEDRAG               DELIMITED BY SIZE
                                                INTO KWSR-REC (72:)
                 END-STRING
              END-IF
           END-IF
           WRITE KWSR-REC
           .
      *
       FIN-KWARTAAL.
      ***************
           CLOSE BBFX-FILE KWSQ-FILE KWSR-FILE
           MOVE WS-CNT-GELEZEN TO WS-DISPLAY-CNT
           DISPLAY "GIRKWSX4 - JOURNAALLIJNEN GELEZEN : " WS-DISPLAY-CNT
           MOVE WS-CNT-BUITEN TO WS-DISPLAY-CNT
           DISPLAY "GIRKWSX4 - BUITEN HET KWARTAAL    : " WS-DISPLAY-CNT
           MOVE WS-CNT-ONBEKEND TO WS-DISPLAY-CNT
           DISPLAY "GIRKWSX4 - RIJKSNUMMER ONBRUIKBAAR: " WS-DISPLAY-CNT
           MOVE WS-CEL-COUNT TO WS-DISPLAY-CNT
           DISPLAY "GIRKWSX4 - CELLEN IN DE AANGIFTE  : " WS-DISPLAY-CNT
           MOVE WS-CNT-OVERLOOP TO WS-DISPLAY-CNT
           DISPLAY "GIRKWSX4 - NIET OPGENOMEN         : " WS-DISPLAY-CNT
           IF WS-GLPX-STATUS NOT = "00" OR WS-VERSCHIL NOT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CNT-OVERLOOP > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           .

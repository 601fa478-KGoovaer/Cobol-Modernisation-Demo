      **  - DAARNAAST WORDEN DE STAQ-TOTAALREKORDS ("B" EN "R") VAN    *
      **    BEIDE RUNS NAAST ELKAAR GEZET, ZODAT EEN TABELWIJZIGING    *
      **    BEWEZEN ONSCHADELIJK IS VOOR ZE LIVE GAAT.                 *
RVH125**  - DE RUN-MANIFESTEN (MANS/MANP, RVH125 IN TRBFNCX4) WORDEN   *
RVH125**    VERGELEKEN: PROGRAMMAVERSIE, AS-OF-DATUM EN PER REGISTER   *
RVH125**    GENERATIE, AANTAL REKORDS EN CONTROLEGETAL, ZODAT BLIJKT   *
RVH125**    WELKE REGISTERVERSIE HET VERSCHIL VEROORZAAKT.             *
      **                                                               *
      ******************************************************************
      *RVH094: NIEUW VERGELIJKINGSPROGRAMMA VOOR WIJZIGINGSREPETITIES.
      *RVH125: VERSCHILLEN TUSSEN DE RUN-MANIFESTEN MELDEN.
      *RVH138: MANIFESTTABEL VERGROOT NAAR 30 REGISTERS.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH094*     NIEUW PROGRAMMA : VERSCHILLENLIJST TUSSEN DE RSLQ/STAQ
RVH094*     VAN EEN SIMULATIE EN VAN DE PRODUCTIERUN.
RVH094*
RVH125* RVH125 15/10/2026
RVH125*     MANIFESTVERGELIJKING: KOP EN REGISTERS VAN DE RUN-
RVH125*     MANIFESTEN VAN SIMULATIE EN PRODUCTIE NAAST ELKAAR.
RVH125*
RVH138* RVH138 15/10/2026
RVH138*     MANIFESTTABEL VERGROOT NAAR 30 REGISTERS, ZOALS IN
RVH138*     TRBFNCX4.
RVH138*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STAP-STATUS.
      *----------------------------------------------------------------
      *RVH125: RUN-MANIFESTEN (MANQ VAN TRBFNCX4) VAN BEIDE RUNS.
      *        EEN ONTBREKEND MANIFEST WORDT GEMELD, NIET FATAAL.
      *----------------------------------------------------------------
RVH125     SELECT MANS-FILE ASSIGN TO MANS
RVH125            ORGANIZATION IS SEQUENTIAL
RVH125            FILE STATUS  IS WS-MANS-STATUS.
RVH125     SELECT MANP-FILE ASSIGN TO MANP
RVH125            ORGANIZATION IS SEQUENTIAL
RVH125            FILE STATUS  IS WS-MANP-STATUS.
      *----------------------------------------------------------------
      *RVH094: VERSCHILLENVERSLAG.
      *----------------------------------------------------------------
           SELECT CMPR-FILE ASSIGN TO CMPR
           05  STAP-DIAG                PIC X(32).
           05  STAP-AANTAL              PIC 9(07).
           05  STAP-BEDRAG              PIC 9(09).
RVH125 FD  MANS-FILE
RVH125     RECORDING MODE IS F.
RVH125 01  MANS-REC.
RVH125     05  MANS-TYPE                PIC X(01).
RVH125         88  MANS-KOP             VALUE "H".
RVH125         88  MANS-REGISTER        VALUE "R".
RVH125     05  MANS-RUNDATUM            PIC 9(08).
RVH125     05  MANS-RUNSEQ              PIC 9(02).
RVH125     05  MANS-DETAIL              PIC X(69).
RVH125     05  MANS-KOPDETAIL REDEFINES MANS-DETAIL.
RVH125         10  MANS-VERWERKDATUM    PIC 9(08).
RVH125         10  MANS-ASOF            PIC 9(08).
RVH125         10  MANS-VERSIE          PIC X(08).
RVH125         10  MANS-GECOMPILEERD    PIC X(20).
RVH125         10  MANS-SIMULATIE       PIC X(01).
RVH125         10  MANS-AANTAL-REG      PIC 9(02).
RVH125         10  FILLER               PIC X(22).
RVH125     05  MANS-REGDETAIL REDEFINES MANS-DETAIL.
RVH125         10  MANS-DDNAAM          PIC X(08).
RVH125         10  MANS-GENERATIE       PIC X(44).
RVH125         10  MANS-AANTAL          PIC 9(07).
RVH125         10  MANS-CONTROLE        PIC 9(09).
RVH125         10  MANS-AANWEZIG        PIC X(01).
RVH125 FD  MANP-FILE
RVH125     RECORDING MODE IS F.
RVH125 01  MANP-REC.
RVH125     05  MANP-TYPE                PIC X(01).
RVH125         88  MANP-KOP             VALUE "H".
RVH125         88  MANP-REGISTER        VALUE "R".
RVH125     05  MANP-RUNDATUM            PIC 9(08).
RVH125     05  MANP-RUNSEQ              PIC 9(02).
RVH125     05  MANP-DETAIL              PIC X(69).
RVH125     05  MANP-KOPDETAIL REDEFINES MANP-DETAIL.
RVH125         10  MANP-VERWERKDATUM    PIC 9(08).
RVH125         10  MANP-ASOF            PIC 9(08).
RVH125         10  MANP-VERSIE          PIC X(08).
RVH125         10  MANP-GECOMPILEERD    PIC X(20).
RVH125         10  MANP-SIMULATIE       PIC X(01).
RVH125         10  MANP-AANTAL-REG      PIC 9(02).
RVH125         10  FILLER               PIC X(22).
RVH125     05  MANP-REGDETAIL REDEFINES MANP-DETAIL.
RVH125         10  MANP-DDNAAM          PIC X(08).
RVH125         10  MANP-GENERATIE       PIC X(44).
RVH125         10  MANP-AANTAL          PIC 9(07).
RVH125         10  MANP-CONTROLE        PIC 9(09).
RVH125         10  MANP-AANWEZIG        PIC X(01).
       FD  CMPR-FILE
           RECORDING MODE IS F.
       01  CMPR-REC                     PIC X(110).
           88  WS-STAS-EOF              VALUE "Y".
       01  WS-STAP-EOF-SW               PIC X VALUE "N".
           88  WS-STAP-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH125: BEIDE RUN-MANIFESTEN IN HET GEHEUGEN (KOP EN MAXIMAAL
      *        30 REGISTERS PER KANT, ZOALS WS-MAN-TABLE IN TRBFNCX4).
      *----------------------------------------------------------------
RVH125 01  WS-MANS-STATUS               PIC XX VALUE ZEROES.
RVH125 01  WS-MANP-STATUS               PIC XX VALUE ZEROES.
RVH125 01  WS-MANS-EOF-SW               PIC X VALUE "N".
RVH125     88  WS-MANS-EOF              VALUE "Y".
RVH125 01  WS-MANP-EOF-SW               PIC X VALUE "N".
RVH125     88  WS-MANP-EOF              VALUE "Y".
RVH125 01  WS-MS-KOP-SW                 PIC X VALUE "N".
RVH125     88  WS-MS-KOP-GEZIEN         VALUE "Y".
RVH125 01  WS-MS-KOP                    PIC X(69).
RVH125 01  WS-MS-KOP-R REDEFINES WS-MS-KOP.
RVH125     05  WS-MS-VERWERKDATUM       PIC 9(08).
RVH125     05  WS-MS-ASOF               PIC 9(08).
RVH125     05  WS-MS-VERSIE             PIC X(08).
RVH125     05  WS-MS-GECOMPILEERD       PIC X(20).
RVH125     05  FILLER                   PIC X(25).
RVH125 01  WS-MS-TABLE.
RVH138     05  WS-MS-ENTRY OCCURS 30 TIMES
RVH125                     INDEXED BY WS-MS-IDX.
RVH125         10  WS-MS-DDNAAM         PIC X(08).
RVH125         10  WS-MS-GENERATIE      PIC X(44).
RVH125         10  WS-MS-AANTAL         PIC 9(07).
RVH125         10  WS-MS-CONTROLE       PIC 9(09).
RVH125         10  WS-MS-AANWEZIG       PIC X(01).
RVH125         10  WS-MS-GEKOPPELD      PIC X(01).
RVH125 01  WS-MS-COUNT                  PIC 9(02) VALUE ZERO.
RVH125 01  WS-MS-SUB                    PIC 9(02).
RVH125 01  WS-MAN-GEVONDEN-SW           PIC X VALUE "N".
RVH125     88  WS-MAN-GEVONDEN          VALUE "Y".
RVH125 01  WS-CNT-MAN-VERSCHIL          PIC 9(07) VALUE ZERO.
       01  WS-SIM-KEY.
           05  WS-SIM-KEY-KONST         PIC 9(10).
           05  WS-SIM-KEY-VOLGNR        PIC 9(04).
              END-EVALUATE
           END-PERFORM
           PERFORM VERGELIJK-STAQ
RVH125     PERFORM VERGELIJK-MANIFEST
           PERFORM FIN-VERGELIJKING
           STOP RUN
           .
                 SET WS-STAP-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH125: HET SIMULATIEMANIFEST INLADEN EN HET PRODUCTIE-
      *        MANIFEST ERTEGEN AFLOPEN: KOPGEGEVENS, DAN PER REGISTER
      *        (OP DD-NAAM) GENERATIE, AANTAL, CONTROLEGETAL EN
      *        AANWEZIGHEID. REGISTERS DIE MAAR AAN EEN KANT VOORKOMEN
      *        WORDEN APART GEMELD.
      *----------------------------------------------------------------
RVH125 VERGELIJK-MANIFEST.
RVH125*********************
RVH125     OPEN INPUT MANS-FILE
RVH125     IF WS-MANS-STATUS = "00"
RVH125        PERFORM LEZEN-MANS
RVH125        PERFORM WITH TEST BEFORE UNTIL WS-MANS-EOF
RVH125           EVALUATE TRUE
RVH125           WHEN MANS-KOP
RVH125              SET WS-MS-KOP-GEZIEN TO TRUE
RVH125              MOVE MANS-DETAIL TO WS-MS-KOP
RVH125           WHEN MANS-REGISTER
RVH138              IF WS-MS-COUNT < 30
RVH125                 ADD 1 TO WS-MS-COUNT
RVH125                 MOVE MANS-DDNAAM
RVH125                   TO WS-MS-DDNAAM (WS-MS-COUNT)
RVH125                 MOVE MANS-GENERATIE
RVH125                   TO WS-MS-GENERATIE (WS-MS-COUNT)
RVH125                 MOVE MANS-AANTAL
RVH125                   TO WS-MS-AANTAL (WS-MS-COUNT)
RVH125                 MOVE MANS-CONTROLE
RVH125                   TO WS-MS-CONTROLE (WS-MS-COUNT)
RVH125                 MOVE MANS-AANWEZIG
RVH125                   TO WS-MS-AANWEZIG (WS-MS-COUNT)
RVH125                 MOVE "N"
RVH125                   TO WS-MS-GEKOPPELD (WS-MS-COUNT)
RVH125              END-IF
RVH125           WHEN OTHER
RVH125              CONTINUE
RVH125           END-EVALUATE
RVH125           PERFORM LEZEN-MANS
RVH125        END-PERFORM
RVH125        CLOSE MANS-FILE
RVH125     END-IF
RVH125     IF NOT WS-MS-KOP-GEZIEN
RVH125        ADD 1 TO WS-CNT-MAN-VERSCHIL
RVH125        MOVE "MANIFEST: GEEN RUN-MANIFEST VOOR DE SIMULATIE"
RVH125                               TO CMPR-REC
RVH125        WRITE CMPR-REC
RVH125     END-IF
RVH125     OPEN INPUT MANP-FILE
RVH125     IF WS-MANP-STATUS NOT = "00"
RVH125        ADD 1 TO WS-CNT-MAN-VERSCHIL
RVH125        MOVE "MANIFEST: GEEN RUN-MANIFEST VOOR DE PRODUCTIE"
RVH125                               TO CMPR-REC
RVH125        WRITE CMPR-REC
RVH125     ELSE
RVH125        PERFORM LEZEN-MANP
RVH125        PERFORM WITH TEST BEFORE UNTIL WS-MANP-EOF
RVH125           EVALUATE TRUE
RVH125           WHEN MANP-KOP
RVH125              PERFORM VERGELIJK-MANIFEST-KOP
RVH125           WHEN MANP-REGISTER
RVH125              PERFORM VERGELIJK-MANIFEST-REG
RVH125           WHEN OTHER
RVH125              CONTINUE
RVH125           END-EVALUATE
RVH125           PERFORM LEZEN-MANP
RVH125        END-PERFORM
RVH125        CLOSE MANP-FILE
RVH125        PERFORM VARYING WS-MS-SUB FROM 1 BY 1
RVH125                UNTIL WS-MS-SUB > WS-MS-COUNT
RVH125           IF WS-MS-GEKOPPELD (WS-MS-SUB) = "N"
RVH125              ADD 1 TO WS-CNT-MAN-VERSCHIL
RVH125              MOVE SPACES TO CMPR-REC
RVH125              STRING "MANIFEST: ENKEL IN SIMULATIE "
RVH125                                       DELIMITED BY SIZE
RVH125                     WS-MS-DDNAAM (WS-MS-SUB)
RVH125                                       DELIMITED BY SIZE
RVH125                                  INTO CMPR-REC
RVH125              END-STRING
RVH125              WRITE CMPR-REC
RVH125           END-IF
RVH125        END-PERFORM
RVH125     END-IF
RVH125     .
      *
RVH125 LEZEN-MANS.
RVH125*************
RVH125     READ MANS-FILE
RVH125        AT END
RVH125           SET WS-MANS-EOF TO TRUE
RVH125     END-READ
RVH125     .
      *
RVH125 LEZEN-MANP.
RVH125*************
RVH125     READ MANP-FILE
RVH125        AT END
RVH125           SET WS-MANP-EOF TO TRUE
RVH125     END-READ
RVH125     .
      *
RVH125 VERGELIJK-MANIFEST-KOP.
RVH125*************************
RVH125     IF WS-MS-KOP-GEZIEN
RVH125        IF MANP-VERSIE NOT = WS-MS-VERSIE
RVH125           OR MANP-GECOMPILEERD NOT = WS-MS-GECOMPILEERD
RVH125           ADD 1 TO WS-CNT-MAN-VERSCHIL
RVH125           MOVE SPACES TO CMPR-REC
RVH125           STRING "MANIFEST: VERSIE PROD="  DELIMITED BY SIZE
RVH125                  MANP-VERSIE               DELIMITED BY SIZE
RVH125                  " "                       DELIMITED BY SIZE
RVH125                  MANP-GECOMPILEERD         DELIMITED BY SIZE
RVH125                  " SIM="                   DELIMITED BY SIZE
RVH125                  WS-MS-VERSIE              DELIMITED BY SIZE
RVH125                  " "                       DELIMITED BY SIZE
RVH125                  WS-MS-GECOMPILEERD        DELIMITED BY SIZE
RVH125                                       INTO CMPR-REC
RVH125           END-STRING
RVH125           WRITE CMPR-REC
RVH125        END-IF
RVH125        IF MANP-ASOF NOT = WS-MS-ASOF
RVH125           ADD 1 TO WS-CNT-MAN-VERSCHIL
RVH125           MOVE SPACES TO CMPR-REC
RVH125           STRING "MANIFEST: AS-OF-DATUM PROD=" DELIMITED BY SIZE
RVH125                  MANP-ASOF                     DELIMITED BY SIZE
RVH125                  " SIM="                       DELIMITED BY SIZE
RVH125                  WS-MS-ASOF                    DELIMITED BY SIZE
RVH125                                           INTO CMPR-REC
RVH125           END-STRING
RVH125           WRITE CMPR-REC
RVH125        END-IF
RVH125     END-IF
RVH125     .
      *
RVH125 VERGELIJK-MANIFEST-REG.
RVH125*************************
RVH125     MOVE "N" TO WS-MAN-GEVONDEN-SW
RVH125     PERFORM VARYING WS-MS-SUB FROM 1 BY 1
RVH125             UNTIL WS-MS-SUB > WS-MS-COUNT
RVH125                OR WS-MAN-GEVONDEN
RVH125        IF WS-MS-DDNAAM (WS-MS-SUB) = MANP-DDNAAM
RVH125           SET WS-MAN-GEVONDEN TO TRUE
RVH125           MOVE "J" TO WS-MS-GEKOPPELD (WS-MS-SUB)
RVH125           IF WS-MS-GENERATIE (WS-MS-SUB) NOT = MANP-GENERATIE
RVH125              OR WS-MS-AANTAL (WS-MS-SUB) NOT = MANP-AANTAL
RVH125              OR WS-MS-CONTROLE (WS-MS-SUB) NOT = MANP-CONTROLE
RVH125              OR WS-MS-AANWEZIG (WS-MS-SUB) NOT = MANP-AANWEZIG
RVH125              ADD 1 TO WS-CNT-MAN-VERSCHIL
RVH125              PERFORM MELD-MANIFEST-REG
RVH125           END-IF
RVH125        END-IF
RVH125     END-PERFORM
RVH125     IF NOT WS-MAN-GEVONDEN
RVH125        ADD 1 TO WS-CNT-MAN-VERSCHIL
RVH125        MOVE SPACES TO CMPR-REC
RVH125        STRING "MANIFEST: ENKEL IN PRODUCTIE " DELIMITED BY SIZE
RVH125               MANP-DDNAAM                     DELIMITED BY SIZE
RVH125                                          INTO CMPR-REC
RVH125        END-STRING
RVH125        WRITE CMPR-REC
RVH125     END-IF
RVH125     .
      *
      *----------------------------------------------------------------
      *RVH125: TWEE LIJNEN PER VERSCHILLEND REGISTER: DE GENERATIES,
      *        DAN AANWEZIGHEID/AANTAL/CONTROLEGETAL VAN BEIDE KANTEN.
      *----------------------------------------------------------------
RVH125 MELD-MANIFEST-REG.
RVH125********************
RVH125     MOVE SPACES TO CMPR-REC
RVH125     STRING "MANIFEST: " DELIMITED BY SIZE
RVH125            MANP-DDNAAM  DELIMITED BY SIZE
RVH125            " PROD="     DELIMITED BY SIZE
RVH125            MANP-GENERATIE
RVH125                         DELIMITED BY SPACE
RVH125            " SIM="      DELIMITED BY SIZE
RVH125            WS-MS-GENERATIE (WS-MS-SUB)
RVH125                         DELIMITED BY SPACE
RVH125                    INTO CMPR-REC
RVH125     END-STRING
RVH125     WRITE CMPR-REC
RVH125     MOVE SPACES TO CMPR-REC
RVH125     STRING "          " DELIMITED BY SIZE
RVH125            MANP-DDNAAM  DELIMITED BY SIZE
RVH125            " PROD="     DELIMITED BY SIZE
RVH125            MANP-AANWEZIG
RVH125                         DELIMITED BY SIZE
RVH125            "/"          DELIMITED BY SIZE
RVH125            MANP-AANTAL  DELIMITED BY SIZE
RVH125            "/"          DELIMITED BY SIZE
RVH125            MANP-CONTROLE
RVH125                         DELIMITED BY SIZE
RVH125            " SIM="      DELIMITED BY SIZE
RVH125            WS-MS-AANWEZIG (WS-MS-SUB)
RVH125                         DELIMITED BY SIZE
RVH125            "/"          DELIMITED BY SIZE
RVH125            WS-MS-AANTAL (WS-MS-SUB)
RVH125                         DELIMITED BY SIZE
RVH125            "/"          DELIMITED BY SIZE
RVH125            WS-MS-CONTROLE (WS-MS-SUB)
RVH125                         DELIMITED BY SIZE
RVH125                    INTO CMPR-REC
RVH125     END-STRING
RVH125     WRITE CMPR-REC
RVH125     .
      *
       FIN-VERGELIJKING.
      *******************
           DISPLAY "GIRCMPX4 - ENKEL IN SIMULATIE   : " WS-DISPLAY-CNT
           MOVE WS-CNT-ENKEL-PRD TO WS-DISPLAY-CNT
           DISPLAY "GIRCMPX4 - ENKEL IN PRODUCTIE   : " WS-DISPLAY-CNT
RVH125     MOVE WS-CNT-MAN-VERSCHIL TO WS-DISPLAY-CNT
RVH125     DISPLAY "GIRCMPX4 - MANIFESTVERSCHILLEN  : " WS-DISPLAY-CNT
           .

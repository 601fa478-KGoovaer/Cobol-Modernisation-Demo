      ******************************************************************
      **  GIRSMPX4 : AUDITSTEEKPROEF PER RUN MET BEWIJSDOSSIER         *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - DE INTERNE AUDIT VRAAGT MAANDELIJKS EEN STEEKPROEF VAN     *
      **    BETALINGEN "MET ALLES WAT ZE HEEFT BESLIST". DIT           *
      **    PROGRAMMA TREKT PER RUN-VOLGNUMMER EEN HERHAALBARE         *
      **    STEEKPROEF UIT DE BETAALDE PPR'S (RSLQ-STATUS "P"):        *
      **      . EEN ASELECT DEEL: EEN VAST AANTAL BETALINGEN, ELK MET  *
      **        DEZELFDE KANS (SELECTIESTEEKPROEF, KNUTH ALGORITME S); *
      **      . EEN RISICOGEWOGEN DEEL: SYSTEMATISCHE STEEKPROEF MET   *
      **        KANS EVENREDIG AAN HET RISICOGEWICHT (GROOT BEDRAG,    *
      **        OMGELEIDE BETALING, BUITENLANDS IBAN, UIT EEN          *
      **        WACHTRIJ VRIJGEGEVEN PPR).                             *
      **    DE TOEVALSGETALLEN KOMEN UIT EEN VASTE GENERATOR (LEHMER,  *
      **    16807 MODULO 2**31-1) MET HET ZAAD UIT DE PARAMETER: HET   *
      **    ZELFDE ZAAD OP DEZELFDE BESTANDEN GEEFT DEZELFDE           *
      **    STEEKPROEF. HET GEBRUIKTE ZAAD STAAT OP HET VERSLAG.       *
      **  - PER GETROKKEN BETALING WORDT EEN BEWIJSREKORD (EVDQ)       *
      **    SAMENGESTELD UIT DE PPR, DE ROUTERINGSBESLISSING (BANK-    *
      **    KANAAL EN OMLEIDING NAAR TITULARIS 500011 OF BEWIND-       *
      **    VOERDER 500023), DE SCREENINGLOG (SCLQ), HET VOP-          *
      **    RESULTAAT, HET BESLAG EN DE VERREKENING (GLPQ), DE         *
      **    BANDLIJN EN DE VRIJGAVE UIT EEN WACHTRIJ (PLSQ), EN        *
      **    WORDT EEN AFTEKENLIJST (SMPR) VOOR DE AUDITOR GEDRUKT.     *
      **  - DE POPULATIE WORDT TWEEMAAL DOORLOPEN: DE EERSTE DOORGANG  *
      **    TELT DE BETALINGEN EN HET TOTALE RISICOGEWICHT, DE TWEEDE  *
      **    TREKT DE STEEKPROEF. RSLX EN PPRX MOETEN DAARVOOR DOOR DE  *
      **    JCL OPLOPEND OP KONSTANTE/VOLGNUMMER GESORTEERD ZIJN.      *
      **                                                               *
      ******************************************************************
      *RVH131: NIEUW PROGRAMMA - AUDITSTEEKPROEF PER RUN MET
      *        BEWIJSDOSSIER EN AFTEKENLIJST.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRSMPX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH131*
RVH131* RVH131 15/10/2026
RVH131*     NIEUW PROGRAMMA : HERHAALBARE ASELECTE EN RISICOGEWOGEN
RVH131*     STEEKPROEF PER RUN, BEWIJSREKORD PER BETALING EN
RVH131*     AFTEKENLIJST VOOR DE INTERNE AUDIT.
RVH131*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH131: PARAMETER - RUN-VOLGNUMMER, ZAAD, GROOTTE VAN BEIDE
      *        DELEN EN DE DREMPEL VOOR EEN GROOT BEDRAG. ZONDER
      *        PARAMETER GELDEN DE STANDAARDWAARDEN (ZIE OPEN-SMP).
      *----------------------------------------------------------------
           SELECT SMPP-FILE ASSIGN TO SMPP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SMPP-STATUS.
      *----------------------------------------------------------------
      *RVH131: RESULTATENBESTAND VAN DE RUN (RSLQ) EN DE AANGEBODEN
      *        PPR'S VAN DE RUN, BEIDE GESORTEERD OP KONSTANTE/
      *        VOLGNUMMER.
      *----------------------------------------------------------------
           SELECT RSLX-FILE ASSIGN TO RSLX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RSLX-STATUS.
           SELECT PPRX-FILE ASSIGN TO PPRX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PPRX-STATUS.
      *----------------------------------------------------------------
      *RVH131: EXTRACTEN VAN DE REMOTE-REKORDS VAN DE RUN: 500011
      *        (OMLEIDING NAAR DE TITULARIS, BFN61GZR) EN 500023
      *        (OMLEIDING NAAR DE BEWINDVOERDER, BFN71GZR).
      *----------------------------------------------------------------
           SELECT OMTX-FILE ASSIGN TO OMTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-OMTX-STATUS.
           SELECT OMBX-FILE ASSIGN TO OMBX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-OMBX-STATUS.
      *----------------------------------------------------------------
      *RVH131: BEWIJSBRONNEN: DE 5N0001-BAND, DE SCREENINGLOG, DE
      *        VOP-ANTWOORDEN EN -BEVESTIGINGEN, DE GLPQ-LIJNEN EN
      *        DE STATUSMASTER VAN DE RUN.
      *----------------------------------------------------------------
           SELECT BANDX-FILE ASSIGN TO BANDX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BANDX-STATUS.
           SELECT SCLX-FILE ASSIGN TO SCLX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCLX-STATUS.
           SELECT VOPA-FILE ASSIGN TO VOPA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-VOPA-STATUS.
           SELECT VOPC-FILE ASSIGN TO VOPC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-VOPC-STATUS.
           SELECT GLPX-FILE ASSIGN TO GLPX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPX-STATUS.
           SELECT PLSX-FILE ASSIGN TO PLSX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSX-STATUS.
      *----------------------------------------------------------------
      *RVH131: BEWIJSREKORDS (INDELING WS-SMP-ENTRY) EN AFTEKENLIJST.
      *----------------------------------------------------------------
           SELECT EVDQ-FILE ASSIGN TO EVDQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-EVDQ-STATUS.
           SELECT SMPR-FILE ASSIGN TO SMPR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SMPR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  SMPP-FILE
           RECORDING MODE IS F.
       01  SMPP-REC.
           05  SMPP-RUNSEQ              PIC 9(02).
           05  SMPP-ZAAD                PIC 9(09).
           05  SMPP-ASELECT             PIC 9(03).
           05  SMPP-RISICO              PIC 9(03).
           05  SMPP-DREMPEL             PIC 9(08).
       FD  RSLX-FILE
           RECORDING MODE IS F.
       01  RSLX-REC.
           05  RSLX-DEST                PIC 9(03).
           05  RSLX-RNR                 PIC X(13).
           05  RSLX-KONST               PIC 9(10).
           05  RSLX-VOLGNR              PIC 9(04).
           05  RSLX-STATUS              PIC X(01).
               88  RSLX-BETAALD         VALUE "P".
           05  RSLX-DIAG                PIC X(32).
           05  RSLX-BEDRAG              PIC S9(08).
           05  RSLX-BEDRAG-DV           PIC X(01).
           05  RSLX-IBAN                PIC X(34).
           05  RSLX-RUNSEQ              PIC 9(02).
       FD  PPRX-FILE
           RECORDING MODE IS F.
       01  PPRX-REC                     PIC X(186).
       FD  OMTX-FILE
           RECORDING MODE IS F.
           COPY BFN61GZR.
       FD  OMBX-FILE
           RECORDING MODE IS F.
           COPY BFN71GZR.
       FD  BANDX-FILE
           RECORDING MODE IS F.
           COPY SEPAAUKU.
       FD  SCLX-FILE
           RECORDING MODE IS F.
       01  SCLX-REC.
           05  SCLX-RNR                 PIC X(13).
           05  SCLX-NAAM                PIC X(30).
           05  SCLX-LND                 PIC X(03).
           05  SCLX-RESULTAAT           PIC X(01).
           05  SCLX-RUNSEQ              PIC 9(02).
           05  SCLX-SCORE               PIC 9(03).
       FD  VOPA-FILE
           RECORDING MODE IS F.
       01  VOPA-REC.
           05  VOPA-KONST               PIC 9(10).
           05  VOPA-VOLGNR              PIC 9(03).
           05  VOPA-RESULTAAT           PIC X(01).
       FD  VOPC-FILE
           RECORDING MODE IS F.
       01  VOPC-REC.
           05  VOPC-KONST               PIC 9(10).
           05  VOPC-VOLGNR              PIC 9(03).
           05  VOPC-BEVESTIGD           PIC X(01).
               88  VOPC-VRIJGAVE        VALUE "J".
           05  VOPC-CONTROLEUR          PIC X(08).
           05  VOPC-INVOERDER           PIC X(08).
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
       FD  PLSX-FILE
           RECORDING MODE IS F.
       01  PLSX-REC.
           05  PLSX-KONST               PIC 9(10).
           05  PLSX-VOLGNR              PIC 9(04).
           05  PLSX-DATUM               PIC 9(08).
           05  PLSX-TIJD                PIC 9(08).
           05  PLSX-PROGRAMMA           PIC X(08).
           05  PLSX-EVENT               PIC X(04).
           05  PLSX-DETAIL              PIC X(32).
       FD  EVDQ-FILE
           RECORDING MODE IS F.
       01  EVDQ-REC                     PIC X(350).
       FD  SMPR-FILE
           RECORDING MODE IS F.
       01  SMPR-REC                     PIC X(132).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-SMPP-STATUS               PIC XX VALUE ZEROES.
       01  WS-RSLX-STATUS               PIC XX VALUE ZEROES.
       01  WS-PPRX-STATUS               PIC XX VALUE ZEROES.
       01  WS-OMTX-STATUS               PIC XX VALUE ZEROES.
       01  WS-OMBX-STATUS               PIC XX VALUE ZEROES.
       01  WS-BANDX-STATUS              PIC XX VALUE ZEROES.
       01  WS-SCLX-STATUS               PIC XX VALUE ZEROES.
       01  WS-VOPA-STATUS               PIC XX VALUE ZEROES.
       01  WS-VOPC-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPX-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSX-STATUS               PIC XX VALUE ZEROES.
       01  WS-EVDQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-SMPR-STATUS               PIC XX VALUE ZEROES.
       01  WS-RSLX-EOF-SW               PIC X VALUE "N".
           88  WS-RSLX-EOF              VALUE "Y".
       01  WS-PPRX-EOF-SW               PIC X VALUE "N".
           88  WS-PPRX-EOF              VALUE "Y".
       01  WS-OMTX-EOF-SW               PIC X VALUE "N".
           88  WS-OMTX-EOF              VALUE "Y".
       01  WS-OMBX-EOF-SW               PIC X VALUE "N".
           88  WS-OMBX-EOF              VALUE "Y".
       01  WS-BANDX-EOF-SW              PIC X VALUE "N".
           88  WS-BANDX-EOF             VALUE "Y".
       01  WS-SCLX-EOF-SW               PIC X VALUE "N".
           88  WS-SCLX-EOF              VALUE "Y".
       01  WS-VOPA-EOF-SW               PIC X VALUE "N".
           88  WS-VOPA-EOF              VALUE "Y".
       01  WS-VOPC-EOF-SW               PIC X VALUE "N".
           88  WS-VOPC-EOF              VALUE "Y".
       01  WS-GLPX-EOF-SW               PIC X VALUE "N".
           88  WS-GLPX-EOF              VALUE "Y".
       01  WS-PLSX-EOF-SW               PIC X VALUE "N".
           88  WS-PLSX-EOF              VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH131: PARAMETERS VAN DE STEEKPROEF. RUN-VOLGNUMMER NUL = HET
      *        VOLGNUMMER VAN DE EERSTE BETAALDE RSLQ-LIJN; ZAAD NUL =
      *        DE DATUM VAN VANDAAG. BEIDE DELEN ZIJN BEGRENSD TOT 100.
      *----------------------------------------------------------------
       01  WS-PAR-RUNSEQ                PIC 9(02) VALUE ZERO.
       01  WS-PAR-ZAAD                  PIC 9(09) VALUE ZERO.
       01  WS-PAR-ASELECT               PIC 9(03) VALUE 25.
       01  WS-PAR-RISICO                PIC 9(03) VALUE 25.
       01  WS-PAR-DREMPEL               PIC 9(08) VALUE 250000.
      *----------------------------------------------------------------
      *RVH131: RISICOGEWICHTEN PER CRITERIUM; HET GEWICHT VAN EEN
      *        BETALING IS DE SOM VAN DE GEWICHTEN VAN DE CRITERIA
      *        WAARAAN ZE VOLDOET (NUL = GEEN RISICOKANDIDAAT).
      *----------------------------------------------------------------
       01  WS-GEW-GROOT                 PIC 9(02) VALUE 4.
       01  WS-GEW-OMGELEID              PIC 9(02) VALUE 3.
       01  WS-GEW-BUITENLAND            PIC 9(02) VALUE 2.
       01  WS-GEW-VRIJGEGEVEN           PIC 9(02) VALUE 3.
      *----------------------------------------------------------------
      *RVH131: DE PPR IN BEHANDELING.
      *----------------------------------------------------------------
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-RSL-SLEUTEL.
           05  WS-RSL-KEY-KONST         PIC 9(10).
           05  WS-RSL-KEY-VOLGNR        PIC 9(04).
       01  WS-PPR-SLEUTEL.
           05  WS-PPR-KEY-KONST         PIC 9(10).
           05  WS-PPR-KEY-VOLGNR        PIC 9(04).
       01  WS-PPR-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-PPR-GEVONDEN          VALUE "J".
      *----------------------------------------------------------------
      *RVH131: OMLEIDINGEN VAN DE RUN (500011 = "T", 500023 = "B").
      *----------------------------------------------------------------
       01  WS-OML-TABLE.
           05  WS-OML-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-OML-IDX.
               10  WS-OML-RNR           PIC X(13).
               10  WS-OML-LIBEL         PIC 9(02).
               10  WS-OML-SOORT         PIC X(01).
               10  WS-OML-NAAR          PIC X(30).
               10  WS-OML-VONNIS        PIC X(12).
       01  WS-OML-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-OML-HIT-SW                PIC X VALUE "N".
           88  WS-OML-HIT               VALUE "J".
       01  WS-OML-HIT-SUB               PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH131: KENMERKEN VAN DE BETALING IN BEHANDELING.
      *----------------------------------------------------------------
       01  WS-KEN-GROOT                 PIC X(01).
       01  WS-KEN-OMGELEID              PIC X(01).
       01  WS-KEN-BUITENLAND            PIC X(01).
       01  WS-KEN-VRIJGEGEVEN           PIC X(01).
       01  WS-KEN-GEWICHT               PIC 9(02).
       01  WS-KEN-ASELECT               PIC X(01).
       01  WS-KEN-RISICO                PIC X(01).
      *----------------------------------------------------------------
      *RVH131: DOORGANG 1 = TELLEN, DOORGANG 2 = TREKKEN.
      *----------------------------------------------------------------
       01  WS-DOORGANG                  PIC 9(01) VALUE 1.
           88  WS-DOORGANG-TELLEN       VALUE 1.
           88  WS-DOORGANG-TREKKEN      VALUE 2.
       01  WS-POP-CNT                   PIC 9(07) VALUE ZERO.
       01  WS-POP-GEWICHT               PIC 9(09) VALUE ZERO.
       01  WS-RSK-CNT                   PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH131: TOEVALSGENERATOR (LEHMER) EN DE TWEE SELECTIES.
      *        ASELECT: BETALING T (0..N-1) WORDT GEKOZEN ALS
      *          X * (N - T) < (N-GEKOZEN) * M.
      *        RISICO: DE BETALINGEN MET GEWICHT LIGGEN NA ELKAAR OP
      *          EEN AS VAN LENGTE W * R (GEWICHT MAAL R); DE R
      *          SELECTIEPUNTEN LIGGEN W UIT ELKAAR VANAF EEN TOEVALLIG
      *          BEGINPUNT IN 1..W. EEN BETALING MET EEN GEWICHT
      *          BOVEN W/R KAN MEER DAN EEN PUNT DRAGEN EN WORDT DAN
      *          EENMAAL GEKOZEN.
      *----------------------------------------------------------------
       01  WS-RND-MODULUS               PIC 9(10) VALUE 2147483647.
       01  WS-RND-X                     PIC 9(10) VALUE ZERO.
       01  WS-RND-PRODUCT               PIC 9(15) VALUE ZERO.
       01  WS-RND-QUOT                  PIC 9(15) VALUE ZERO.
       01  WS-ASL-GEZIEN                PIC 9(07) VALUE ZERO.
       01  WS-ASL-GEKOZEN               PIC 9(03) VALUE ZERO.
       01  WS-ASL-LINKS                 PIC 9(18) VALUE ZERO.
       01  WS-ASL-RECHTS                PIC 9(18) VALUE ZERO.
       01  WS-RSK-CUM-VOOR              PIC 9(13) VALUE ZERO.
       01  WS-RSK-CUM-NA                PIC 9(13) VALUE ZERO.
       01  WS-RSK-PUNT                  PIC 9(13) VALUE ZERO.
       01  WS-RSK-PUNTEN                PIC 9(03) VALUE ZERO.
       01  WS-RSK-GEKOZEN               PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH131: DE STEEKPROEF MET HET BEWIJS PER BETALING. EEN ENTRY
      *        IS OOK DE INDELING VAN HET BEWIJSREKORD (EVDQ).
      *        "J"/"N" IN DE GEVONDEN-ZONES: "N" = DE BRON WERD WEL
      *        GELEVERD MAAR BEVAT DE BETALING NIET, SPATIE = DE BRON
      *        WERD NIET GELEVERD.
      *----------------------------------------------------------------
       01  WS-SMP-TABLE.
           05  WS-SMP-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-SMP-IDX.
               10  WS-SMP-KONST         PIC 9(10).
               10  WS-SMP-VOLGNR        PIC 9(04).
               10  WS-SMP-VOLGNR3       PIC 9(03).
               10  WS-SMP-RNR           PIC X(13).
               10  WS-SMP-RUNSEQ        PIC 9(02).
               10  WS-SMP-ASELECT       PIC X(01).
               10  WS-SMP-RISICO        PIC X(01).
               10  WS-SMP-GROOT         PIC X(01).
               10  WS-SMP-OMGELEID      PIC X(01).
               10  WS-SMP-BUITENLAND    PIC X(01).
               10  WS-SMP-VRIJGEGEVEN   PIC X(01).
               10  WS-SMP-GEWICHT       PIC 9(02).
               10  WS-SMP-DEST          PIC 9(03).
               10  WS-SMP-BEDRAG        PIC S9(08).
               10  WS-SMP-IBAN          PIC X(34).
               10  WS-SMP-PPR-GEVONDEN  PIC X(01).
               10  WS-SMP-PPR-FED       PIC 9(03).
               10  WS-SMP-PPR-COMPTA    PIC 9(01).
               10  WS-SMP-PPR-LIBEL     PIC 9(02).
               10  WS-SMP-PPR-MONTANT   PIC S9(08).
               10  WS-SMP-PPR-IBAN      PIC X(34).
               10  WS-SMP-PPR-NAZICHT   PIC X(01).
               10  WS-SMP-PPR-VRIJST    PIC X(01).
               10  WS-SMP-PPR-DATMEMO   PIC 9(08).
               10  WS-SMP-OML-SOORT     PIC X(01).
               10  WS-SMP-OML-NAAR      PIC X(30).
               10  WS-SMP-OML-VONNIS    PIC X(12).
               10  WS-SMP-BAND-GEVONDEN PIC X(01).
               10  WS-SMP-WELKEBANK     PIC 9(01).
               10  WS-SMP-BAC-KODE      PIC 9(04).
               10  WS-SMP-BAND-IBAN     PIC X(34).
               10  WS-SMP-BAND-BIC      PIC X(11).
               10  WS-SMP-BAND-NETTO    PIC S9(08).
               10  WS-SMP-BAND-OGM      PIC X(12).
               10  WS-SMP-SCL-RESULTAAT PIC X(01).
               10  WS-SMP-SCL-SCORE     PIC 9(03).
               10  WS-SMP-VOP-RESULTAAT PIC X(01).
               10  WS-SMP-VOP-CONTROLEUR
                                        PIC X(08).
               10  WS-SMP-GLP-GEVONDEN  PIC X(01).
               10  WS-SMP-GLP-BEDRAG    PIC S9(08).
               10  WS-SMP-BESLAG        PIC S9(08).
               10  WS-SMP-VERREKENING   PIC S9(08).
               10  WS-SMP-PLS-EVENT     PIC X(04).
               10  WS-SMP-PLS-DATUM     PIC 9(08).
               10  WS-SMP-PLS-PROGRAMMA PIC X(08).
               10  WS-SMP-PLS-DETAIL    PIC X(32).
               10  FILLER               PIC X(07).
       01  WS-SMP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-SMP-SUB                   PIC 9(03) VALUE ZERO.
      *
       01  WS-BAND-COMMENT              PIC X(106).
       01  WS-BAND-COMMENT1 REDEFINES WS-BAND-COMMENT.
           05  FILLER                   PIC X(53).
           05  FILLER                   PIC X(07).
           05  WS-BAND-KONST            PIC 9(10).
           05  WS-BAND-VOLGNR           PIC 9(03).
           05  FILLER                   PIC X(33).
      *
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZ9,99.
       01  WS-EDIT-BEDRAG2              PIC -ZZZZZZZ9,99.
       01  WS-EDIT-BEDRAG3              PIC -ZZZZZZZ9,99.
       01  WS-EDIT-NR                   PIC ZZ9.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-TEKST                     PIC X(40).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-STEEKPROEF SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-STEEKPROEF.
      *---------------------------------
           PERFORM OPEN-SMP
           PERFORM LADEN-OMLEIDINGEN
           SET WS-DOORGANG-TELLEN TO TRUE
           PERFORM DOORLOPEN-POPULATIE
           PERFORM VOORBEREIDEN-TREKKING
           SET WS-DOORGANG-TREKKEN TO TRUE
           PERFORM DOORLOPEN-POPULATIE
           PERFORM BEWIJS-BANDX
           PERFORM BEWIJS-SCLX
           PERFORM BEWIJS-VOPA
           PERFORM BEWIJS-VOPC
           PERFORM BEWIJS-GLPX
           PERFORM BEWIJS-PLSX
           PERFORM SCHRIJVEN-DOSSIER
           PERFORM FIN-SMP
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-SMP.
      ***********
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           OPEN INPUT SMPP-FILE
           IF WS-SMPP-STATUS = "00"
              READ SMPP-FILE
              IF WS-SMPP-STATUS = "00"
                 IF SMPP-RUNSEQ NUMERIC
                    MOVE SMPP-RUNSEQ TO WS-PAR-RUNSEQ
                 END-IF
                 IF SMPP-ZAAD NUMERIC
                    MOVE SMPP-ZAAD TO WS-PAR-ZAAD
                 END-IF
                 IF SMPP-ASELECT NUMERIC
                    MOVE SMPP-ASELECT TO WS-PAR-ASELECT
                 END-IF
                 IF SMPP-RISICO NUMERIC
                    MOVE SMPP-RISICO TO WS-PAR-RISICO
                 END-IF
                 IF SMPP-DREMPEL NUMERIC AND SMPP-DREMPEL NOT = ZERO
                    MOVE SMPP-DREMPEL TO WS-PAR-DREMPEL
                 END-IF
              END-IF
              CLOSE SMPP-FILE
           END-IF
           IF WS-PAR-ASELECT > 100
              MOVE 100 TO WS-PAR-ASELECT
           END-IF
           IF WS-PAR-RISICO > 100
              MOVE 100 TO WS-PAR-RISICO
           END-IF
           IF WS-PAR-ZAAD = ZERO
              MOVE WS-VANDAAG TO WS-PAR-ZAAD
           END-IF
           OPEN OUTPUT EVDQ-FILE
           IF WS-EVDQ-STATUS NOT = "00"
              DISPLAY "GIRSMPX4 - ERREUR OPEN EVDQ STATUS = "
                      WS-EVDQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT SMPR-FILE
           IF WS-SMPR-STATUS NOT = "00"
              DISPLAY "GIRSMPX4 - ERREUR OPEN SMPR STATUS = "
                      WS-SMPR-STATUS
              STOP RUN
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH131: DE OMLEIDINGEN VAN DE RUN OPLADEN. DE SLEUTEL VAN
      *        BEIDE REMOTE-REKORDS IS HET RIJKSNUMMER VAN HET LID EN
      *        DE CODE-LIBELLE VAN DE BETALING.
      *----------------------------------------------------------------
       LADEN-OMLEIDINGEN.
      ********************
           OPEN INPUT OMTX-FILE
           IF WS-OMTX-STATUS = "00"
              PERFORM LEZEN-OMTX
              PERFORM WITH TEST BEFORE UNTIL WS-OMTX-EOF
                 IF BBF-N61-NAME = "500011"
                    AND WS-OML-COUNT < 2000
                    ADD 1 TO WS-OML-COUNT
                    SET WS-OML-IDX TO WS-OML-COUNT
                    MOVE BBF-N61-RNR-ORIG TO WS-OML-RNR (WS-OML-IDX)
                    MOVE BBF-N61-LIBEL    TO WS-OML-LIBEL (WS-OML-IDX)
                    MOVE "T"              TO WS-OML-SOORT (WS-OML-IDX)
                    MOVE BBF-N61-RNR-TIT  TO WS-OML-NAAR (WS-OML-IDX)
                    MOVE SPACES           TO WS-OML-VONNIS (WS-OML-IDX)
                 END-IF
                 PERFORM LEZEN-OMTX
              END-PERFORM
              CLOSE OMTX-FILE
           END-IF
           OPEN INPUT OMBX-FILE
           IF WS-OMBX-STATUS = "00"
              PERFORM LEZEN-OMBX
              PERFORM WITH TEST BEFORE UNTIL WS-OMBX-EOF
                 IF BBF-N71-NAME = "500023"
                    AND WS-OML-COUNT < 2000
                    ADD 1 TO WS-OML-COUNT
                    SET WS-OML-IDX TO WS-OML-COUNT
                    MOVE BBF-N71-RNR-ORIG TO WS-OML-RNR (WS-OML-IDX)
                    MOVE BBF-N71-LIBEL    TO WS-OML-LIBEL (WS-OML-IDX)
                    MOVE "B"              TO WS-OML-SOORT (WS-OML-IDX)
                    MOVE BBF-N71-BEWIND   TO WS-OML-NAAR (WS-OML-IDX)
                    MOVE BBF-N71-VONNIS   TO WS-OML-VONNIS (WS-OML-IDX)
                 END-IF
                 PERFORM LEZEN-OMBX
              END-PERFORM
              CLOSE OMBX-FILE
           END-IF
           .
      *
       LEZEN-OMTX.
      *************
           READ OMTX-FILE
              AT END
                 SET WS-OMTX-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-OMBX.
      *************
           READ OMBX-FILE
              AT END
                 SET WS-OMBX-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH131: EEN DOORGANG OVER DE BETAALDE LIJNEN VAN DE RUN, MET DE
      *        PPR ERNAAST (GESORTEERDE SAMENLOOP OP KONSTANTE/
      *        VOLGNUMMER; EEN PPR MAG BIJ MEER DAN EEN RSLQ-LIJN
      *        HOREN, BV. BIJ EEN VERDEELDE BETALING).
      *----------------------------------------------------------------
       DOORLOPEN-POPULATIE.
      **********************
           MOVE "N" TO WS-RSLX-EOF-SW
                       WS-PPRX-EOF-SW
           MOVE LOW-VALUES TO WS-PPR-SLEUTEL
           OPEN INPUT RSLX-FILE
           IF WS-RSLX-STATUS NOT = "00"
              DISPLAY "GIRSMPX4 - ERREUR OPEN RSLX STATUS = "
                      WS-RSLX-STATUS
              STOP RUN
           END-IF
           OPEN INPUT PPRX-FILE
           IF WS-PPRX-STATUS NOT = "00"
              DISPLAY "GIRSMPX4 - ERREUR OPEN PPRX STATUS = "
                      WS-PPRX-STATUS
              STOP RUN
           END-IF
           PERFORM LEZEN-PPRX
           PERFORM LEZEN-RSLX
           PERFORM WITH TEST BEFORE UNTIL WS-RSLX-EOF
              IF RSLX-BETAALD
                 IF WS-PAR-RUNSEQ = ZERO
                    MOVE RSLX-RUNSEQ TO WS-PAR-RUNSEQ
                 END-IF
                 IF RSLX-RUNSEQ = WS-PAR-RUNSEQ
                    PERFORM ZOEKEN-PPR
                    PERFORM BEPALEN-RISICO
                    IF WS-DOORGANG-TELLEN
                       ADD 1              TO WS-POP-CNT
                       ADD WS-KEN-GEWICHT TO WS-POP-GEWICHT
                       IF WS-KEN-GEWICHT > ZERO
                          ADD 1 TO WS-RSK-CNT
                       END-IF
                    ELSE
                       PERFORM TREKKEN-BETALING
                    END-IF
                 END-IF
              END-IF
              PERFORM LEZEN-RSLX
           END-PERFORM
           CLOSE RSLX-FILE
                 PPRX-FILE
           .
      *
       LEZEN-RSLX.
      *************
           READ RSLX-FILE
              AT END
                 SET WS-RSLX-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-PPRX.
      *************
           READ PPRX-FILE
              AT END
                 SET WS-PPRX-EOF TO TRUE
                 MOVE HIGH-VALUES TO WS-PPR-SLEUTEL
              NOT AT END
                 MOVE PPRX-REC        TO PPR-RECORD
                 MOVE TRBFN-CONSTANTE TO WS-PPR-KEY-KONST
                 MOVE TRBFN-NO-SUITE  TO WS-PPR-KEY-VOLGNR
           END-READ
           .
      *
       ZOEKEN-PPR.
      *************
           MOVE RSLX-KONST  TO WS-RSL-KEY-KONST
           MOVE RSLX-VOLGNR TO WS-RSL-KEY-VOLGNR
           PERFORM WITH TEST BEFORE
                   UNTIL WS-PPR-SLEUTEL NOT < WS-RSL-SLEUTEL
              PERFORM LEZEN-PPRX
           END-PERFORM
           IF WS-PPR-SLEUTEL = WS-RSL-SLEUTEL
              SET WS-PPR-GEVONDEN TO TRUE
           ELSE
              MOVE "N" TO WS-PPR-GEVONDEN-SW
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH131: DE RISICOKENMERKEN VAN DE BETALING:
      *        - GROOT: HET BETAALDE BEDRAG BEREIKT DE DREMPEL;
      *        - OMGELEID: EEN 500011/500023-OMLEIDING VOOR HET LID EN
      *          DE CODE-LIBELLE (ZONDER PPR: ENKEL HET LID);
      *        - BUITENLAND: HET IBAN IS NIET BELGISCH;
      *        - VRIJGEGEVEN: DE PPR KOMT UIT EEN WACHTRIJ (NAZICHT
      *          "V"/"N" OF EEN VRIJSTELLINGSBYTE, ZIE TRBFNCXP).
      *----------------------------------------------------------------
       BEPALEN-RISICO.
      *****************
           MOVE "N" TO WS-KEN-GROOT
                       WS-KEN-OMGELEID
                       WS-KEN-BUITENLAND
                       WS-KEN-VRIJGEGEVEN
           MOVE ZERO TO WS-KEN-GEWICHT
           IF RSLX-BEDRAG NOT < WS-PAR-DREMPEL
              MOVE "J" TO WS-KEN-GROOT
              ADD WS-GEW-GROOT TO WS-KEN-GEWICHT
           END-IF
           PERFORM ZOEKEN-OMLEIDING
           IF WS-OML-HIT
              MOVE "J" TO WS-KEN-OMGELEID
              ADD WS-GEW-OMGELEID TO WS-KEN-GEWICHT
           END-IF
           IF RSLX-IBAN NOT = SPACES AND RSLX-IBAN (1:2) NOT = "BE"
              MOVE "J" TO WS-KEN-BUITENLAND
              ADD WS-GEW-BUITENLAND TO WS-KEN-GEWICHT
           END-IF
           IF WS-PPR-GEVONDEN
              IF TRBFN-NAZICHT = "V" OR "N"
                 OR TRBFN-VRIJSTELLING NOT = SPACE
                 MOVE "J" TO WS-KEN-VRIJGEGEVEN
                 ADD WS-GEW-VRIJGEGEVEN TO WS-KEN-GEWICHT
              END-IF
           END-IF
           .
      *
       ZOEKEN-OMLEIDING.
      *******************
           MOVE "N" TO WS-OML-HIT-SW
           MOVE ZERO TO WS-OML-HIT-SUB
           SET WS-OML-IDX TO 1
           SEARCH WS-OML-ENTRY
              AT END
                 CONTINUE
              WHEN WS-OML-IDX > WS-OML-COUNT
                 CONTINUE
              WHEN WS-OML-RNR (WS-OML-IDX) = RSLX-RNR
               AND (NOT WS-PPR-GEVONDEN
                    OR WS-OML-LIBEL (WS-OML-IDX) = TRBFN-CODE-LIBEL)
                 SET WS-OML-HIT TO TRUE
                 SET WS-OML-HIT-SUB TO WS-OML-IDX
           END-SEARCH
           .
      *
      *----------------------------------------------------------------
      *RVH131: DE GENERATOR ZAAIEN EN HET BEGINPUNT VAN DE RISICO-
      *        SELECTIE TREKKEN. DE VOLGORDE VAN DE TREKKINGEN LIGT
      *        VAST (EERST HET BEGINPUNT, DAN EEN GETAL PER BETALING
      *        ZOLANG HET ASELECTE DEEL NIET VOLZET IS).
      *----------------------------------------------------------------
       VOORBEREIDEN-TREKKING.
      ************************
           DIVIDE WS-PAR-ZAAD BY WS-RND-MODULUS
                  GIVING WS-RND-QUOT REMAINDER WS-RND-X
           IF WS-RND-X = ZERO
              MOVE 1 TO WS-RND-X
           END-IF
           MOVE ZERO TO WS-ASL-GEZIEN
                        WS-ASL-GEKOZEN
                        WS-RSK-CUM-NA
                        WS-RSK-PUNTEN
                        WS-RSK-GEKOZEN
           IF WS-POP-GEWICHT > ZERO AND WS-PAR-RISICO > ZERO
              PERFORM TREKKEN-GETAL
              DIVIDE WS-RND-X BY WS-POP-GEWICHT
                     GIVING WS-RND-QUOT REMAINDER WS-RSK-PUNT
              ADD 1 TO WS-RSK-PUNT
           END-IF
           .
      *
       TREKKEN-GETAL.
      ****************
           COMPUTE WS-RND-PRODUCT = WS-RND-X * 16807
           DIVIDE WS-RND-PRODUCT BY WS-RND-MODULUS
                  GIVING WS-RND-QUOT REMAINDER WS-RND-X
           .
      *
       TREKKEN-BETALING.
      *******************
           MOVE "N" TO WS-KEN-ASELECT
                       WS-KEN-RISICO
           IF WS-ASL-GEKOZEN < WS-PAR-ASELECT
              PERFORM TREKKEN-GETAL
              COMPUTE WS-ASL-LINKS  = WS-RND-X
                                    * (WS-POP-CNT - WS-ASL-GEZIEN)
              COMPUTE WS-ASL-RECHTS = (WS-PAR-ASELECT - WS-ASL-GEKOZEN)
                                    * WS-RND-MODULUS
              IF WS-ASL-LINKS < WS-ASL-RECHTS
                 MOVE "J" TO WS-KEN-ASELECT
                 ADD 1 TO WS-ASL-GEKOZEN
              END-IF
           END-IF
           ADD 1 TO WS-ASL-GEZIEN
           IF WS-KEN-GEWICHT > ZERO AND WS-PAR-RISICO > ZERO
              MOVE WS-RSK-CUM-NA TO WS-RSK-CUM-VOOR
              COMPUTE WS-RSK-CUM-NA = WS-RSK-CUM-VOOR
                                    + WS-KEN-GEWICHT * WS-PAR-RISICO
              PERFORM WITH TEST BEFORE
                      UNTIL WS-RSK-PUNTEN NOT < WS-PAR-RISICO
                         OR WS-RSK-PUNT > WS-RSK-CUM-NA
                 MOVE "J" TO WS-KEN-RISICO
                 ADD 1 TO WS-RSK-PUNTEN
                 ADD WS-POP-GEWICHT TO WS-RSK-PUNT
              END-PERFORM
              IF WS-KEN-RISICO = "J"
                 ADD 1 TO WS-RSK-GEKOZEN
              END-IF
           END-IF
           IF WS-KEN-ASELECT = "J" OR WS-KEN-RISICO = "J"
              PERFORM OPNEMEN-STEEKPROEF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH131: DE GETROKKEN BETALING MET HAAR PPR EN OMLEIDING IN DE
      *        STEEKPROEF OPNEMEN; DE OVERIGE BEWIJSZONES STAAN OP
      *        "NIET GELEVERD" TOT DE BRON GELEZEN IS.
      *----------------------------------------------------------------
       OPNEMEN-STEEKPROEF.
      *********************
           ADD 1 TO WS-SMP-COUNT
           SET WS-SMP-IDX TO WS-SMP-COUNT
           INITIALIZE WS-SMP-ENTRY (WS-SMP-IDX)
           MOVE RSLX-KONST         TO WS-SMP-KONST (WS-SMP-IDX)
           MOVE RSLX-VOLGNR        TO WS-SMP-VOLGNR (WS-SMP-IDX)
                                      WS-SMP-VOLGNR3 (WS-SMP-IDX)
           MOVE RSLX-RNR           TO WS-SMP-RNR (WS-SMP-IDX)
           MOVE RSLX-RUNSEQ        TO WS-SMP-RUNSEQ (WS-SMP-IDX)
           MOVE WS-KEN-ASELECT     TO WS-SMP-ASELECT (WS-SMP-IDX)
           MOVE WS-KEN-RISICO      TO WS-SMP-RISICO (WS-SMP-IDX)
           MOVE WS-KEN-GROOT       TO WS-SMP-GROOT (WS-SMP-IDX)
           MOVE WS-KEN-OMGELEID    TO WS-SMP-OMGELEID (WS-SMP-IDX)
           MOVE WS-KEN-BUITENLAND  TO WS-SMP-BUITENLAND (WS-SMP-IDX)
           MOVE WS-KEN-VRIJGEGEVEN TO WS-SMP-VRIJGEGEVEN (WS-SMP-IDX)
           MOVE WS-KEN-GEWICHT     TO WS-SMP-GEWICHT (WS-SMP-IDX)
           MOVE RSLX-DEST          TO WS-SMP-DEST (WS-SMP-IDX)
           MOVE RSLX-BEDRAG        TO WS-SMP-BEDRAG (WS-SMP-IDX)
           MOVE RSLX-IBAN          TO WS-SMP-IBAN (WS-SMP-IDX)
           IF WS-PPR-GEVONDEN
              MOVE "J" TO WS-SMP-PPR-GEVONDEN (WS-SMP-IDX)
              MOVE TRBFN-PPR-FED      TO WS-SMP-PPR-FED (WS-SMP-IDX)
              MOVE TRBFN-TYPE-COMPTA  TO WS-SMP-PPR-COMPTA (WS-SMP-IDX)
              MOVE TRBFN-CODE-LIBEL   TO WS-SMP-PPR-LIBEL (WS-SMP-IDX)
              MOVE TRBFN-MONTANT      TO WS-SMP-PPR-MONTANT (WS-SMP-IDX)
              MOVE TRBFN-IBAN         TO WS-SMP-PPR-IBAN (WS-SMP-IDX)
              MOVE TRBFN-NAZICHT      TO WS-SMP-PPR-NAZICHT (WS-SMP-IDX)
              MOVE TRBFN-VRIJSTELLING TO WS-SMP-PPR-VRIJST (WS-SMP-IDX)
              MOVE TRBFN-DATMEMO      TO WS-SMP-PPR-DATMEMO (WS-SMP-IDX)
           ELSE
              MOVE "N" TO WS-SMP-PPR-GEVONDEN (WS-SMP-IDX)
           END-IF
           IF WS-OML-HIT
              MOVE WS-OML-SOORT (WS-OML-HIT-SUB)
                                   TO WS-SMP-OML-SOORT (WS-SMP-IDX)
              MOVE WS-OML-NAAR (WS-OML-HIT-SUB)
                                   TO WS-SMP-OML-NAAR (WS-SMP-IDX)
              MOVE WS-OML-VONNIS (WS-OML-HIT-SUB)
                                   TO WS-SMP-OML-VONNIS (WS-SMP-IDX)
           END-IF
           MOVE SPACE TO WS-SMP-BAND-GEVONDEN (WS-SMP-IDX)
                         WS-SMP-SCL-RESULTAAT (WS-SMP-IDX)
                         WS-SMP-VOP-RESULTAAT (WS-SMP-IDX)
                         WS-SMP-GLP-GEVONDEN (WS-SMP-IDX)
           .
      *
      *----------------------------------------------------------------
      *RVH131: BEWIJS UIT DE 5N0001-BAND - HET BANKKANAAL EN DE
      *        BAC-KODE (DE ROUTERINGSBESLISSING) EN DE BANDLIJN ZELF.
      *----------------------------------------------------------------
       BEWIJS-BANDX.
      ***************
           OPEN INPUT BANDX-FILE
           IF WS-BANDX-STATUS = "00"
              PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                      UNTIL WS-SMP-SUB > WS-SMP-COUNT
                 MOVE "N" TO WS-SMP-BAND-GEVONDEN (WS-SMP-SUB)
              END-PERFORM
              PERFORM LEZEN-BANDX
              PERFORM WITH TEST BEFORE UNTIL WS-BANDX-EOF
                 IF USERCOD = "5N0001"
                    MOVE COMMENTAAR TO WS-BAND-COMMENT
                    PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                            UNTIL WS-SMP-SUB > WS-SMP-COUNT
                       IF WS-SMP-KONST (WS-SMP-SUB) = WS-BAND-KONST
                          AND WS-SMP-VOLGNR3 (WS-SMP-SUB) =
                              WS-BAND-VOLGNR
                          PERFORM NOTEREN-BANDLIJN
                       END-IF
                    END-PERFORM
                 END-IF
                 PERFORM LEZEN-BANDX
              END-PERFORM
              CLOSE BANDX-FILE
           END-IF
           .
      *
       LEZEN-BANDX.
      **************
           READ BANDX-FILE
              AT END
                 SET WS-BANDX-EOF TO TRUE
           END-READ
           .
      *
       NOTEREN-BANDLIJN.
      *******************
           MOVE "J"         TO WS-SMP-BAND-GEVONDEN (WS-SMP-SUB)
           MOVE WELKEBANK   TO WS-SMP-WELKEBANK (WS-SMP-SUB)
           MOVE U-BAC-KODE  TO WS-SMP-BAC-KODE (WS-SMP-SUB)
           MOVE U-IBAN      TO WS-SMP-BAND-IBAN (WS-SMP-SUB)
           MOVE U-BIC       TO WS-SMP-BAND-BIC (WS-SMP-SUB)
           MOVE NETBEDRAG   TO WS-SMP-BAND-NETTO (WS-SMP-SUB)
           MOVE U-OGM       TO WS-SMP-BAND-OGM (WS-SMP-SUB)
           .
      *
      *----------------------------------------------------------------
      *RVH131: BEWIJS UIT DE SCREENINGLOG (PER LID EN RUN).
      *----------------------------------------------------------------
       BEWIJS-SCLX.
      **************
           OPEN INPUT SCLX-FILE
           IF WS-SCLX-STATUS = "00"
              PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                      UNTIL WS-SMP-SUB > WS-SMP-COUNT
                 MOVE "N" TO WS-SMP-SCL-RESULTAAT (WS-SMP-SUB)
              END-PERFORM
              PERFORM LEZEN-SCLX
              PERFORM WITH TEST BEFORE UNTIL WS-SCLX-EOF
                 PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                         UNTIL WS-SMP-SUB > WS-SMP-COUNT
                    IF WS-SMP-RNR (WS-SMP-SUB) = SCLX-RNR
                       AND WS-SMP-RUNSEQ (WS-SMP-SUB) = SCLX-RUNSEQ
                       MOVE SCLX-RESULTAAT
                                 TO WS-SMP-SCL-RESULTAAT (WS-SMP-SUB)
                       MOVE SCLX-SCORE
                                 TO WS-SMP-SCL-SCORE (WS-SMP-SUB)
                    END-IF
                 END-PERFORM
                 PERFORM LEZEN-SCLX
              END-PERFORM
              CLOSE SCLX-FILE
           END-IF
           .
      *
       LEZEN-SCLX.
      *************
           READ SCLX-FILE
              AT END
                 SET WS-SCLX-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH131: BEWIJS UIT DE VOP-ANTWOORDEN EN DE MANUELE
      *        BEVESTIGINGEN (ZIE GIRVORX4).
      *----------------------------------------------------------------
       BEWIJS-VOPA.
      **************
           OPEN INPUT VOPA-FILE
           IF WS-VOPA-STATUS = "00"
              PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                      UNTIL WS-SMP-SUB > WS-SMP-COUNT
                 MOVE "-" TO WS-SMP-VOP-RESULTAAT (WS-SMP-SUB)
              END-PERFORM
              PERFORM LEZEN-VOPA
              PERFORM WITH TEST BEFORE UNTIL WS-VOPA-EOF
                 PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                         UNTIL WS-SMP-SUB > WS-SMP-COUNT
                    IF WS-SMP-KONST (WS-SMP-SUB) = VOPA-KONST
                       AND WS-SMP-VOLGNR3 (WS-SMP-SUB) = VOPA-VOLGNR
                       MOVE VOPA-RESULTAAT
                                 TO WS-SMP-VOP-RESULTAAT (WS-SMP-SUB)
                    END-IF
                 END-PERFORM
                 PERFORM LEZEN-VOPA
              END-PERFORM
              CLOSE VOPA-FILE
           END-IF
           .
      *
       LEZEN-VOPA.
      *************
           READ VOPA-FILE
              AT END
                 SET WS-VOPA-EOF TO TRUE
           END-READ
           .
      *
       BEWIJS-VOPC.
      **************
           OPEN INPUT VOPC-FILE
           IF WS-VOPC-STATUS = "00"
              PERFORM LEZEN-VOPC
              PERFORM WITH TEST BEFORE UNTIL WS-VOPC-EOF
                 IF VOPC-VRIJGAVE
                    PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                            UNTIL WS-SMP-SUB > WS-SMP-COUNT
                       IF WS-SMP-KONST (WS-SMP-SUB) = VOPC-KONST
                          AND WS-SMP-VOLGNR3 (WS-SMP-SUB) =
                              VOPC-VOLGNR
                          MOVE VOPC-CONTROLEUR
                                TO WS-SMP-VOP-CONTROLEUR (WS-SMP-SUB)
                       END-IF
                    END-PERFORM
                 END-IF
                 PERFORM LEZEN-VOPC
              END-PERFORM
              CLOSE VOPC-FILE
           END-IF
           .
      *
       LEZEN-VOPC.
      *************
           READ VOPC-FILE
              AT END
                 SET WS-VOPC-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH131: BEWIJS UIT DE GLPQ-LIJNEN VAN DE RUN: DE JOURNAALLIJN
      *        VAN DE BETALING ("B"), HET BESLAG ("S") EN DE
      *        VERREKENING MET EEN OPENSTAANDE SCHULD ("I").
      *----------------------------------------------------------------
       BEWIJS-GLPX.
      **************
           OPEN INPUT GLPX-FILE
           IF WS-GLPX-STATUS = "00"
              PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                      UNTIL WS-SMP-SUB > WS-SMP-COUNT
                 MOVE "N" TO WS-SMP-GLP-GEVONDEN (WS-SMP-SUB)
              END-PERFORM
              PERFORM LEZEN-GLPX
              PERFORM WITH TEST BEFORE UNTIL WS-GLPX-EOF
                 PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                         UNTIL WS-SMP-SUB > WS-SMP-COUNT
                    IF WS-SMP-KONST (WS-SMP-SUB) = GLPX-KONST
                       AND WS-SMP-VOLGNR3 (WS-SMP-SUB) = GLPX-VOLGNR
                       AND WS-SMP-RUNSEQ (WS-SMP-SUB) = GLPX-RUNSEQ
                       PERFORM NOTEREN-GLPX
                    END-IF
                 END-PERFORM
                 PERFORM LEZEN-GLPX
              END-PERFORM
              CLOSE GLPX-FILE
           END-IF
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
       NOTEREN-GLPX.
      ***************
           EVALUATE GLPX-SOORT
           WHEN "B"
           WHEN SPACE
              MOVE "J" TO WS-SMP-GLP-GEVONDEN (WS-SMP-SUB)
              ADD GLPX-BEDRAG TO WS-SMP-GLP-BEDRAG (WS-SMP-SUB)
           WHEN "S"
              ADD GLPX-BEDRAG TO WS-SMP-BESLAG (WS-SMP-SUB)
           WHEN "I"
              ADD GLPX-BEDRAG TO WS-SMP-VERREKENING (WS-SMP-SUB)
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH131: BEWIJS UIT DE STATUSMASTER - DE LAATSTE VRIJGAVE UIT
      *        EEN WACHTRIJ (VFYQ "VRIJ", FRDQ "FRDC", STPQ "STPV",
      *        NALQ "NALN"/"NALE"). DE VRIJGAVE UIT REVQ, BSHQ EN CPLQ
      *        STAAT ENKEL IN DE VLAGGEN VAN DE PPR.
      *----------------------------------------------------------------
       BEWIJS-PLSX.
      **************
           OPEN INPUT PLSX-FILE
           IF WS-PLSX-STATUS = "00"
              PERFORM LEZEN-PLSX
              PERFORM WITH TEST BEFORE UNTIL WS-PLSX-EOF
                 IF PLSX-EVENT = "VRIJ" OR "FRDC" OR "STPV"
                                OR "NALN" OR "NALE"
                    PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                            UNTIL WS-SMP-SUB > WS-SMP-COUNT
                       IF WS-SMP-KONST (WS-SMP-SUB) = PLSX-KONST
                          AND WS-SMP-VOLGNR (WS-SMP-SUB) =
                              PLSX-VOLGNR
                          MOVE PLSX-EVENT
                                  TO WS-SMP-PLS-EVENT (WS-SMP-SUB)
                          MOVE PLSX-DATUM
                                  TO WS-SMP-PLS-DATUM (WS-SMP-SUB)
                          MOVE PLSX-PROGRAMMA
                                  TO WS-SMP-PLS-PROGRAMMA (WS-SMP-SUB)
                          MOVE PLSX-DETAIL
                                  TO WS-SMP-PLS-DETAIL (WS-SMP-SUB)
                       END-IF
                    END-PERFORM
                 END-IF
                 PERFORM LEZEN-PLSX
              END-PERFORM
              CLOSE PLSX-FILE
           END-IF
           .
      *
       LEZEN-PLSX.
      *************
           READ PLSX-FILE
              AT END
                 SET WS-PLSX-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH131: HET BEWIJSREKORD EN DE AFTEKENLIJST SCHRIJVEN.
      *----------------------------------------------------------------
       SCHRIJVEN-DOSSIER.
      ********************
           PERFORM SCHRIJVEN-KOP
           PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
                   UNTIL WS-SMP-SUB > WS-SMP-COUNT
              MOVE WS-SMP-ENTRY (WS-SMP-SUB) TO EVDQ-REC
              WRITE EVDQ-REC
              PERFORM SCHRIJVEN-CONTROLEPUNT
           END-PERFORM
           PERFORM SCHRIJVEN-AFTEKENING
           .
      *
       SCHRIJVEN-KOP.
      ****************
           MOVE SPACES TO SMPR-REC
           STRING "GIRSMPX4 - AUDITSTEEKPROEF GIRBET  DATUM "
                                            DELIMITED BY SIZE
                  WS-VANDAAG                DELIMITED BY SIZE
                  "  RUN-VOLGNUMMER "       DELIMITED BY SIZE
                  WS-PAR-RUNSEQ             DELIMITED BY SIZE
                  "  ZAAD "                 DELIMITED BY SIZE
                  WS-PAR-ZAAD               DELIMITED BY SIZE
                                       INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           STRING "POPULATIE BETAALD: "     DELIMITED BY SIZE
                  WS-POP-CNT                DELIMITED BY SIZE
                  "  RISICOKANDIDATEN: "    DELIMITED BY SIZE
                  WS-RSK-CNT                DELIMITED BY SIZE
                  "  TOTAAL GEWICHT: "      DELIMITED BY SIZE
                  WS-POP-GEWICHT            DELIMITED BY SIZE
                  "  DREMPEL GROOT BEDRAG (CENT): "
                                            DELIMITED BY SIZE
                  WS-PAR-DREMPEL            DELIMITED BY SIZE
                                       INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           STRING "GEVRAAGD ASELECT/RISICO: " DELIMITED BY SIZE
                  WS-PAR-ASELECT            DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  WS-PAR-RISICO             DELIMITED BY SIZE
                  "  GETROKKEN ASELECT/RISICO: "
                                            DELIMITED BY SIZE
                  WS-ASL-GEKOZEN            DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  WS-RSK-GEKOZEN            DELIMITED BY SIZE
                  "  GEWICHTEN G/O/B/V: "   DELIMITED BY SIZE
                  WS-GEW-GROOT              DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  WS-GEW-OMGELEID           DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  WS-GEW-BUITENLAND         DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  WS-GEW-VRIJGEGEVEN        DELIMITED BY SIZE
                                       INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           STRING "RISICO: G=GROOT BEDRAG O=OMGELEID "
                                            DELIMITED BY SIZE
                  "B=BUITENLANDS IBAN V=VRIJGEGEVEN UIT WACHTRIJ  "
                                            DELIMITED BY SIZE
                  "VOP: M/C/N, - = GEEN ANTWOORD"
                                            DELIMITED BY SIZE
                                       INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           STRING "NIET GELEVERD = DE BRON ONTBRAK BIJ DE AANMAAK "
                                            DELIMITED BY SIZE
                  "VAN DE STEEKPROEF; NIET GEVONDEN = DE BRON BEVAT "
                                            DELIMITED BY SIZE
                  "DE BETALING NIET"        DELIMITED BY SIZE
                                       INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH131: EEN CONTROLEBLOK PER GETROKKEN BETALING.
      *----------------------------------------------------------------
       SCHRIJVEN-CONTROLEPUNT.
      *************************
           MOVE ALL "-" TO SMPR-REC
           WRITE SMPR-REC
           MOVE WS-SMP-SUB TO WS-EDIT-NR
           MOVE WS-SMP-BEDRAG (WS-SMP-SUB) TO WS-EDIT-BEDRAG
           MOVE SPACES TO WS-TEKST
           STRING WS-SMP-ASELECT (WS-SMP-SUB)    DELIMITED BY SIZE
                  " ASELECT  "                   DELIMITED BY SIZE
                  WS-SMP-RISICO (WS-SMP-SUB)     DELIMITED BY SIZE
                  " RISICO G"                    DELIMITED BY SIZE
                  WS-SMP-GROOT (WS-SMP-SUB)      DELIMITED BY SIZE
                  " O"                           DELIMITED BY SIZE
                  WS-SMP-OMGELEID (WS-SMP-SUB)   DELIMITED BY SIZE
                  " B"                           DELIMITED BY SIZE
                  WS-SMP-BUITENLAND (WS-SMP-SUB) DELIMITED BY SIZE
                  " V"                           DELIMITED BY SIZE
                  WS-SMP-VRIJGEGEVEN (WS-SMP-SUB)
                                                 DELIMITED BY SIZE
                                            INTO WS-TEKST
           END-STRING
           MOVE SPACES TO SMPR-REC
           STRING "NR "                          DELIMITED BY SIZE
                  WS-EDIT-NR                     DELIMITED BY SIZE
                  "  KONST/VOLGNR "              DELIMITED BY SIZE
                  WS-SMP-KONST (WS-SMP-SUB)      DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
                  WS-SMP-VOLGNR (WS-SMP-SUB)     DELIMITED BY SIZE
                  "  RNR "                       DELIMITED BY SIZE
                  WS-SMP-RNR (WS-SMP-SUB)        DELIMITED BY SIZE
                  "  BETAALD "                   DELIMITED BY SIZE
                  WS-EDIT-BEDRAG                 DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-TEKST                       DELIMITED BY SIZE
                                            INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           IF WS-SMP-PPR-GEVONDEN (WS-SMP-SUB) = "J"
              MOVE WS-SMP-PPR-MONTANT (WS-SMP-SUB) TO WS-EDIT-BEDRAG
              STRING "  PPR        : FED "          DELIMITED BY SIZE
                     WS-SMP-PPR-FED (WS-SMP-SUB)    DELIMITED BY SIZE
                     " DEST "                       DELIMITED BY SIZE
                     WS-SMP-DEST (WS-SMP-SUB)       DELIMITED BY SIZE
                     " TYPE "                       DELIMITED BY SIZE
                     WS-SMP-PPR-COMPTA (WS-SMP-SUB) DELIMITED BY SIZE
                     " LIBEL "                      DELIMITED BY SIZE
                     WS-SMP-PPR-LIBEL (WS-SMP-SUB)  DELIMITED BY SIZE
                     " MEMO "                       DELIMITED BY SIZE
                     WS-SMP-PPR-DATMEMO (WS-SMP-SUB)
                                                    DELIMITED BY SIZE
                     " BEDRAG "                     DELIMITED BY SIZE
                     WS-EDIT-BEDRAG                 DELIMITED BY SIZE
                     " IBAN "                       DELIMITED BY SIZE
                     WS-SMP-PPR-IBAN (WS-SMP-SUB)   DELIMITED BY SIZE
                                               INTO SMPR-REC
              END-STRING
              WRITE SMPR-REC
              MOVE SPACES TO SMPR-REC
              STRING "  WACHTRIJ   : NAZICHTVLAG ["  DELIMITED BY SIZE
                     WS-SMP-PPR-NAZICHT (WS-SMP-SUB) DELIMITED BY SIZE
                     "] VRIJSTELLING ["             DELIMITED BY SIZE
                     WS-SMP-PPR-VRIJST (WS-SMP-SUB) DELIMITED BY SIZE
                     "] LAATSTE VRIJGAVE "          DELIMITED BY SIZE
                     WS-SMP-PLS-EVENT (WS-SMP-SUB)  DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     WS-SMP-PLS-DATUM (WS-SMP-SUB)  DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     WS-SMP-PLS-PROGRAMMA (WS-SMP-SUB)
                                                    DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     WS-SMP-PLS-DETAIL (WS-SMP-SUB) DELIMITED BY SIZE
                                               INTO SMPR-REC
              END-STRING
           ELSE
              MOVE "  PPR        : NIET GEVONDEN IN DE PPR VAN DE RUN"
                                               TO SMPR-REC
           END-IF
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           EVALUATE WS-SMP-OML-SOORT (WS-SMP-SUB)
           WHEN "T"
              MOVE "TITULARIS (500011)"    TO WS-TEKST
           WHEN "B"
              MOVE "BEWINDVOERDER (500023)" TO WS-TEKST
           WHEN OTHER
              MOVE "GEEN OMLEIDING"        TO WS-TEKST
           END-EVALUATE
           STRING "  ROUTERING  : "                DELIMITED BY SIZE
                  WS-TEKST                         DELIMITED BY "  "
                  " "                              DELIMITED BY SIZE
                  WS-SMP-OML-NAAR (WS-SMP-SUB)     DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-SMP-OML-VONNIS (WS-SMP-SUB)   DELIMITED BY SIZE
                                              INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           EVALUATE WS-SMP-BAND-GEVONDEN (WS-SMP-SUB)
           WHEN "J"
              MOVE WS-SMP-BAND-NETTO (WS-SMP-SUB) TO WS-EDIT-BEDRAG
              STRING "  BANDLIJN   : KANAAL "       DELIMITED BY SIZE
                     WS-SMP-WELKEBANK (WS-SMP-SUB)  DELIMITED BY SIZE
                     " BAC-KODE "                   DELIMITED BY SIZE
                     WS-SMP-BAC-KODE (WS-SMP-SUB)   DELIMITED BY SIZE
                     " NETTO "                      DELIMITED BY SIZE
                     WS-EDIT-BEDRAG                 DELIMITED BY SIZE
                     " IBAN "                       DELIMITED BY SIZE
                     WS-SMP-BAND-IBAN (WS-SMP-SUB)  DELIMITED BY SIZE
                     " BIC "                        DELIMITED BY SIZE
                     WS-SMP-BAND-BIC (WS-SMP-SUB)   DELIMITED BY SIZE
                     " OGM "                        DELIMITED BY SIZE
                     WS-SMP-BAND-OGM (WS-SMP-SUB)   DELIMITED BY SIZE
                                               INTO SMPR-REC
              END-STRING
           WHEN "N"
              MOVE "  BANDLIJN   : NIET GEVONDEN" TO SMPR-REC
           WHEN OTHER
              MOVE "  BANDLIJN   : NIET GELEVERD" TO SMPR-REC
           END-EVALUATE
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           EVALUATE WS-SMP-SCL-RESULTAAT (WS-SMP-SUB)
           WHEN SPACE
              MOVE "NIET GELEVERD"    TO WS-TEKST
           WHEN "N"
              MOVE "NIET GEVONDEN"    TO WS-TEKST
           WHEN OTHER
              MOVE SPACES TO WS-TEKST
              STRING "RESULTAAT "                    DELIMITED BY SIZE
                     WS-SMP-SCL-RESULTAAT (WS-SMP-SUB)
                                                     DELIMITED BY SIZE
                     " SCORE "                       DELIMITED BY SIZE
                     WS-SMP-SCL-SCORE (WS-SMP-SUB)   DELIMITED BY SIZE
                                                INTO WS-TEKST
              END-STRING
           END-EVALUATE
           STRING "  SCREENING  : "                  DELIMITED BY SIZE
                  WS-TEKST                           DELIMITED BY SIZE
                  "  VOP: "                          DELIMITED BY SIZE
                  WS-SMP-VOP-RESULTAAT (WS-SMP-SUB)  DELIMITED BY SIZE
                  "  BEVESTIGD DOOR: "               DELIMITED BY SIZE
                  WS-SMP-VOP-CONTROLEUR (WS-SMP-SUB) DELIMITED BY SIZE
                                                INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           EVALUATE WS-SMP-GLP-GEVONDEN (WS-SMP-SUB)
           WHEN "J"
              MOVE WS-SMP-GLP-BEDRAG (WS-SMP-SUB)  TO WS-EDIT-BEDRAG
              MOVE WS-SMP-BESLAG (WS-SMP-SUB)      TO WS-EDIT-BEDRAG2
              MOVE WS-SMP-VERREKENING (WS-SMP-SUB) TO WS-EDIT-BEDRAG3
              STRING "  GROOTBOEK  : JOURNAAL "     DELIMITED BY SIZE
                     WS-EDIT-BEDRAG                 DELIMITED BY SIZE
                     "  BESLAG "                    DELIMITED BY SIZE
                     WS-EDIT-BEDRAG2                DELIMITED BY SIZE
                     "  VERREKENING "               DELIMITED BY SIZE
                     WS-EDIT-BEDRAG3                DELIMITED BY SIZE
                                               INTO SMPR-REC
              END-STRING
           WHEN "N"
              MOVE "  GROOTBOEK  : GEEN GLPQ-LIJN VOOR DE BETALING"
                                                   TO SMPR-REC
           WHEN OTHER
              MOVE "  GROOTBOEK  : NIET GELEVERD"  TO SMPR-REC
           END-EVALUATE
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           STRING "  NAGEZIEN   : [ ] CONFORM   [ ] AFWIJKING   "
                                                   DELIMITED BY SIZE
                  "OPMERKING: ................................."
                                                   DELIMITED BY SIZE
                                              INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           .
      *
       SCHRIJVEN-AFTEKENING.
      ***********************
           MOVE ALL "=" TO SMPR-REC
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           STRING "AANTAL NAGEZIENE BETALINGEN: "  DELIMITED BY SIZE
                  WS-SMP-COUNT                     DELIMITED BY SIZE
                                              INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           WRITE SMPR-REC
           MOVE SPACES TO SMPR-REC
           STRING "AUDITOR (NAAM): ..............................  "
                                                   DELIMITED BY SIZE
                  "DATUM: ..........  HANDTEKENING: ................"
                                                   DELIMITED BY SIZE
                                              INTO SMPR-REC
           END-STRING
           WRITE SMPR-REC
           .
      *
       FIN-SMP.
      **********
           CLOSE EVDQ-FILE
                 SMPR-FILE
           MOVE WS-POP-CNT TO WS-DISPLAY-CNT
           DISPLAY "GIRSMPX4 - BETAALDE BETALINGEN    : " WS-DISPLAY-CNT
           MOVE WS-RSK-CNT TO WS-DISPLAY-CNT
           DISPLAY "GIRSMPX4 - RISICOKANDIDATEN       : " WS-DISPLAY-CNT
           MOVE WS-ASL-GEKOZEN TO WS-DISPLAY-CNT
           DISPLAY "GIRSMPX4 - ASELECT GETROKKEN      : " WS-DISPLAY-CNT
           MOVE WS-RSK-GEKOZEN TO WS-DISPLAY-CNT
           DISPLAY "GIRSMPX4 - RISICOGEWOGEN GETROKKEN: " WS-DISPLAY-CNT
           MOVE WS-SMP-COUNT TO WS-DISPLAY-CNT
           DISPLAY "GIRSMPX4 - BEWIJSREKORDS          : " WS-DISPLAY-CNT
           IF WS-OML-COUNT NOT < 2000
              DISPLAY "GIRSMPX4 - OMLEIDINGSTABEL VOL - NIET VOLLEDIG"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-POP-CNT = ZERO
              DISPLAY "GIRSMPX4 - GEEN BETAALDE LIJNEN VOOR DE RUN"
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      **  GIRVELX4 : WEKELIJKSE LIJST LEDEN DICHT BIJ HUN CUMULLIMIET  *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - LEEST HET CUMULREGISTER (VELQ, ZIE RVH111 IN TRBFNCX4)     *
      **    SEQUENTIEEL IN SLEUTELVOLGORDE (RIJKSNUMMER + CODE-        *
      **    LIBELLE) EN TELT PER REKORD DE UITBETAALDE BEDRAGEN EN     *
      **    AANTALLEN VAN DE LAATSTE 7 EN 30 DAGEN SAMEN, OP DEZELFDE  *
      **    WIJZE ALS CONTROLE-VELOCITEIT IN TRBFNCX4.                 *
      **  - BEREIKT EEN VAN DE VIER TOTALEN WS-VEL-PCT PROCENT VAN     *
      **    DE LIMIET DIE TRBFNCX4 IN HET REKORD MEESCHREEF, DAN       *
      **    KOMT HET LID OP DE LIJST (VELR), MET HET HOOGSTE           *
      **    PERCENTAGE PER PERIODE.                                    *
      **  - DE LIJST WORDT WEKELIJKS GEDRAAID; HET REGISTER ZELF       *
      **    WORDT NIET GEWIJZIGD.                                      *
      **                                                               *
      ******************************************************************
      *RVH111: NIEUW RAPPORTPROGRAMMA OP HET CUMULREGISTER.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRVELX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH111*
RVH111* RVH111 15/10/2026
RVH111*     NIEUW PROGRAMMA : WEKELIJKSE LIJST VAN DE LEDEN DIE DICHT
RVH111*     BIJ HUN CUMULLIMIET (7/30 DAGEN) KOMEN.
RVH111*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH111: HET CUMULREGISTER - SEQUENTIEEL IN SLEUTELVOLGORDE.
      *----------------------------------------------------------------
           SELECT VELQ-FILE ASSIGN TO VELQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS VELQ-SLEUTEL
                  FILE STATUS  IS WS-VELQ-STATUS.
      *----------------------------------------------------------------
      *RVH111: DE LIJST.
      *----------------------------------------------------------------
           SELECT VELR-FILE ASSIGN TO VELR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-VELR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  VELQ-FILE
           RECORDING MODE IS F.
       01  VELQ-REC.
           05  VELQ-SLEUTEL.
               10  VELQ-RNR             PIC X(13).
               10  VELQ-LIBEL           PIC 9(02).
           05  VELQ-LIM-BEDRAG-7        PIC S9(8).
           05  VELQ-LIM-AANTAL-7        PIC 9(03).
           05  VELQ-LIM-BEDRAG-30       PIC S9(8).
           05  VELQ-LIM-AANTAL-30       PIC 9(03).
           05  VELQ-LAATSTE-DATUM       PIC 9(08).
           05  VELQ-DAG OCCURS 30 TIMES.
               10  VELQ-DAG-NR          PIC 9(07).
               10  VELQ-DAG-BEDRAG      PIC S9(10).
               10  VELQ-DAG-AANTAL      PIC 9(04).
       FD  VELR-FILE
           RECORDING MODE IS F.
       01  VELR-REC                     PIC X(80).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-VELQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-VELR-STATUS               PIC XX VALUE ZEROES.
       01  WS-VELQ-EOF-SW               PIC X VALUE "N".
           88  WS-VELQ-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH111: MELDINGSDREMPEL IN PROCENT VAN DE LIMIET - EEN
      *        GECOMPILEERDE PARAMETER, ZOALS DE LIMIETEN ZELF IN
      *        TABLE-VELOCITEIT (TRBFNCX4).
      *----------------------------------------------------------------
       01  WS-VEL-PCT                   PIC 9(03) VALUE 080.
      *----------------------------------------------------------------
      *RVH111: DAGNUMMER IN HANDELSDAGEN (360/30), ZOALS BEPALEN-
      *        VELOCITEIT-DAGNR IN TRBFNCX4.
      *----------------------------------------------------------------
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VANDAAG-CCYY          PIC 9(04).
           05  WS-VANDAAG-MM            PIC 9(02).
           05  WS-VANDAAG-DD            PIC 9(02).
       01  WS-DAGNR                     PIC 9(07) VALUE ZERO.
       01  WS-VERSCHIL                  PIC S9(07) VALUE ZERO.
       01  WS-SUB                       PIC 9(02) VALUE ZERO.
       01  WS-BEDRAG-7                  PIC S9(10) VALUE ZERO.
       01  WS-AANTAL-7                  PIC 9(05) VALUE ZERO.
       01  WS-BEDRAG-30                 PIC S9(10) VALUE ZERO.
       01  WS-AANTAL-30                 PIC 9(05) VALUE ZERO.
       01  WS-PCT-7                     PIC 9(05) VALUE ZERO.
       01  WS-PCT-30                    PIC 9(05) VALUE ZERO.
       01  WS-PCT-WERK                  PIC 9(05) VALUE ZERO.
       01  WS-BEDRAG-ED                 PIC -(8)9,99.
       01  WS-PCT-ED                    PIC ZZZZ9.
       01  WS-CNT-GELEZEN               PIC 9(07) VALUE ZERO.
       01  WS-CNT-GEMELD                PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-CUMUL SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-CUMUL.
      *---------------------------------
           PERFORM OPEN-CUMUL
           PERFORM LEZEN-VELQ
           PERFORM WITH TEST BEFORE UNTIL WS-VELQ-EOF
              ADD 1 TO WS-CNT-GELEZEN
              PERFORM VERWERK-VELQ
              PERFORM LEZEN-VELQ
           END-PERFORM
           PERFORM FIN-CUMUL
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-CUMUL.
      *************
           OPEN INPUT VELQ-FILE
           IF WS-VELQ-STATUS NOT = "00"
              DISPLAY "GIRVELX4 - ERREUR OPEN VELQ STATUS = "
                      WS-VELQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT VELR-FILE
           IF WS-VELR-STATUS NOT = "00"
              DISPLAY "GIRVELX4 - ERREUR OPEN VELR STATUS = "
                      WS-VELR-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           COMPUTE WS-DAGNR = WS-VANDAAG-CCYY * 360
                            + (WS-VANDAAG-MM - 1) * 30
                            + WS-VANDAAG-DD
           END-COMPUTE
           MOVE SPACES TO VELR-REC
           STRING "LEDEN DICHT BIJ HUN CUMULLIMIET - DATUM "
                                         DELIMITED BY SIZE
                  WS-VANDAAG             DELIMITED BY SIZE
                  " - DREMPEL "          DELIMITED BY SIZE
                  WS-VEL-PCT             DELIMITED BY SIZE
                  " PCT"                 DELIMITED BY SIZE
                                    INTO VELR-REC
           END-STRING
           WRITE VELR-REC
           MOVE SPACES TO VELR-REC
           STRING "RIJKSNUMMER   LB  BEDRAG 7D    PCT"
                                         DELIMITED BY SIZE
                  "  BEDRAG 30D   PCT  N7  N30"
                                         DELIMITED BY SIZE
                                    INTO VELR-REC
           END-STRING
           WRITE VELR-REC
           .
      *
       LEZEN-VELQ.
      *************
           READ VELQ-FILE
              AT END
                 SET WS-VELQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH111: DE 7- EN 30-DAGENTOTALEN VAN HET REKORD OPBOUWEN EN
      *        HET HOOGSTE PERCENTAGE (BEDRAG OF AANTAL) PER PERIODE
      *        TEGEN DE MEEGESCHREVEN LIMIETEN TOETSEN.
      *----------------------------------------------------------------
       VERWERK-VELQ.
      ***************
           MOVE ZERO TO WS-BEDRAG-7 WS-AANTAL-7
                        WS-BEDRAG-30 WS-AANTAL-30
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 30
              COMPUTE WS-VERSCHIL = WS-DAGNR - VELQ-DAG-NR (WS-SUB)
              END-COMPUTE
              IF WS-VERSCHIL >= ZERO AND WS-VERSCHIL < 30
                 ADD VELQ-DAG-BEDRAG (WS-SUB) TO WS-BEDRAG-30
                 ADD VELQ-DAG-AANTAL (WS-SUB) TO WS-AANTAL-30
                 IF WS-VERSCHIL < 7
                    ADD VELQ-DAG-BEDRAG (WS-SUB) TO WS-BEDRAG-7
                    ADD VELQ-DAG-AANTAL (WS-SUB) TO WS-AANTAL-7
                 END-IF
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-PCT-7 WS-PCT-30
           IF VELQ-LIM-BEDRAG-7 > ZERO AND WS-BEDRAG-7 > ZERO
              COMPUTE WS-PCT-7 = WS-BEDRAG-7 * 100 / VELQ-LIM-BEDRAG-7
                 ON SIZE ERROR
                    MOVE 99999 TO WS-PCT-7
              END-COMPUTE
           END-IF
           IF VELQ-LIM-AANTAL-7 > ZERO
              COMPUTE WS-PCT-WERK = WS-AANTAL-7 * 100
                                  / VELQ-LIM-AANTAL-7
                 ON SIZE ERROR
                    MOVE 99999 TO WS-PCT-WERK
              END-COMPUTE
              IF WS-PCT-WERK > WS-PCT-7
                 MOVE WS-PCT-WERK TO WS-PCT-7
              END-IF
           END-IF
           IF VELQ-LIM-BEDRAG-30 > ZERO AND WS-BEDRAG-30 > ZERO
              COMPUTE WS-PCT-30 = WS-BEDRAG-30 * 100
                                / VELQ-LIM-BEDRAG-30
                 ON SIZE ERROR
                    MOVE 99999 TO WS-PCT-30
              END-COMPUTE
           END-IF
           IF VELQ-LIM-AANTAL-30 > ZERO
              COMPUTE WS-PCT-WERK = WS-AANTAL-30 * 100
                                  / VELQ-LIM-AANTAL-30
                 ON SIZE ERROR
                    MOVE 99999 TO WS-PCT-WERK
              END-COMPUTE
              IF WS-PCT-WERK > WS-PCT-30
                 MOVE WS-PCT-WERK TO WS-PCT-30
              END-IF
           END-IF
           IF WS-PCT-7 >= WS-VEL-PCT OR WS-PCT-30 >= WS-VEL-PCT
              ADD 1 TO WS-CNT-GEMELD
              PERFORM SCHRIJVEN-LIJN
           END-IF
           .
      *
       SCHRIJVEN-LIJN.
      *****************
           MOVE SPACES TO VELR-REC
           MOVE VELQ-RNR   TO VELR-REC (1:13)
           MOVE VELQ-LIBEL TO VELR-REC (15:2)
           MOVE WS-BEDRAG-7 TO WS-BEDRAG-ED
           MOVE WS-BEDRAG-ED TO VELR-REC (18:12)
           MOVE WS-PCT-7 TO WS-PCT-ED
           MOVE WS-PCT-ED TO VELR-REC (31:5)
           MOVE WS-BEDRAG-30 TO WS-BEDRAG-ED
           MOVE WS-BEDRAG-ED TO VELR-REC (37:12)
           MOVE WS-PCT-30 TO WS-PCT-ED
           MOVE WS-PCT-ED TO VELR-REC (50:5)
           MOVE WS-AANTAL-7 TO WS-PCT-ED
           MOVE WS-PCT-ED TO VELR-REC (56:5)
           MOVE WS-AANTAL-30 TO WS-PCT-ED
           MOVE WS-PCT-ED TO VELR-REC (62:5)
           WRITE VELR-REC
           .
      *
       FIN-CUMUL.
      ************
           CLOSE VELQ-FILE VELR-FILE
           MOVE WS-CNT-GELEZEN TO WS-DISPLAY-CNT
           DISPLAY "GIRVELX4 - AANTAL REKORDS GELEZEN : " WS-DISPLAY-CNT
           MOVE WS-CNT-GEMELD TO WS-DISPLAY-CNT
           DISPLAY "GIRVELX4 - AANTAL LEDEN GEMELD    : " WS-DISPLAY-CNT
           .

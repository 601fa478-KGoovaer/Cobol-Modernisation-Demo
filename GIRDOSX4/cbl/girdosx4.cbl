      **  - ELKE LIJN DRAAGT BEDRAG, KODE, DATUM, DE BRON (JRN/ARC/    *
      **    REJ) EN VOOR VERWERPINGEN DE DIAGNOSE, ZODAT MEMBER-       *
      **    SERVICES EEN OPROEP IN MINUTEN BEANTWOORDT.                *
      **  - EEN VERVANGEN RIJKSNUMMER (ALIASREGISTER ALSQ, GIRRNRX4)   *
      **    GELDT ALS HETZELFDE LID: DE AANVRAAG VINDT DE LIJNEN ONDER *
      **    HET OUDE EN ONDER HET NIEUWE NUMMER.                       *
      **                                                               *
      ******************************************************************
      *RVH063: NIEUW PROGRAMMA - DOSSIEROPVRAGING OVER DE DRIE
      *        BETALINGSBRONNEN HEEN.
      *RVH122: OUDE EN NIEUWE RIJKSNUMMERS UIT HET ALIASREGISTER
      *        WORDEN ALS EEN LID BEHANDELD.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH063*     AANVRAAG (RIJKSNUMMER + DATUMBEREIK) UIT JOURNAAL,
RVH063*     ARCHIEF EN VERWERPINGSARCHIEF.
RVH063*
RVH122* RVH122 15/10/2026
RVH122*     ALIASREGISTER ALSQ: LIJNEN ONDER EEN VERVANGEN RIJKS-
RVH122*     NUMMER HOREN BIJ DE AANVRAAG VAN HET NIEUWE (EN OMGEKEERD).
RVH122*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT DOSR-FILE ASSIGN TO DOSR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DOSR-STATUS.
RVH122     SELECT ALSQ-FILE ASSIGN TO ALSQ
RVH122            ORGANIZATION IS SEQUENTIAL
RVH122            FILE STATUS  IS WS-ALSQ-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
       FD  DOSR-FILE
           RECORDING MODE IS F.
       01  DOSR-REC                     PIC X(100).
RVH122 FD  ALSQ-FILE
RVH122     RECORDING MODE IS F.
RVH122 01  ALSQ-REC.
RVH122     05  ALSQ-RNR-OUD             PIC X(13).
RVH122     05  ALSQ-RNR-NIEUW           PIC X(13).
RVH122     05  ALSQ-DATUM               PIC 9(08).
RVH122     05  ALSQ-VERWERKT            PIC 9(08).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-DOSV-STATUS               PIC XX VALUE ZEROES.
           88  WS-ARCQ-EOF              VALUE "Y".
       01  WS-REJX-EOF-SW               PIC X VALUE "N".
           88  WS-REJX-EOF              VALUE "Y".
RVH122 01  WS-ALSQ-STATUS               PIC XX VALUE ZEROES.
RVH122 01  WS-ALSQ-EOF-SW               PIC X VALUE "N".
RVH122     88  WS-ALSQ-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH122: ALIASREGISTER (OUD NUMMER NAAR DEFINITIEF NUMMER) EN
      *        HET DEFINITIEVE NUMMER VAN HET GELEZEN REKORD.
      *----------------------------------------------------------------
RVH122 01  WS-ALS-TABLE.
RVH122     05  WS-ALS-ENTRY OCCURS 2000 TIMES
RVH122                      INDEXED BY WS-ALS-IDX.
RVH122         10  WS-ALS-RNR-OUD       PIC X(13).
RVH122         10  WS-ALS-RNR-NIEUW     PIC X(13).
RVH122 01  WS-ALS-COUNT                 PIC 9(04) VALUE ZERO.
RVH122 01  WS-ALS-ZOEK                  PIC X(13).
RVH122 01  WS-ALS-DOEL                  PIC X(13).
      *----------------------------------------------------------------
      *RVH063: DE AANVRAGEN (MAXIMAAL 50 PER DOORGANG).
      *----------------------------------------------------------------
       01  WS-VRG-TABLE.
           05  WS-VRG-ENTRY OCCURS 50 TIMES.
               10  WS-VRG-RNR           PIC X(13).
RVH122         10  WS-VRG-DEF           PIC X(13).
               10  WS-VRG-VAN           PIC 9(08).
               10  WS-VRG-TOT           PIC 9(08).
       01  WS-VRG-COUNT                 PIC 9(02) VALUE ZERO.
               10  WS-DOS-LIBEL         PIC 9(02).
               10  WS-DOS-BEDRAG        PIC S9(08).
               10  WS-DOS-DIAG          PIC X(32).
RVH122         10  WS-DOS-RNR           PIC X(13).
       01  WS-DOS-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-DOS-SUB                   PIC 9(03).
       01  WS-DOS-SUB2                  PIC 9(03).
           05  WS-HOLD-LIBEL            PIC 9(02).
           05  WS-HOLD-BEDRAG           PIC S9(08).
           05  WS-HOLD-DIAG             PIC X(32).
RVH122     05  WS-HOLD-RNR              PIC X(13).
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH063: DE VERWORPEN PPR IN ZIJN EIGEN INDELING (TRBFNCXP).
       PAR-TRAITEMENT-DOSSIER.
      *---------------------------------
           PERFORM OPEN-DOSSIER
RVH122     PERFORM LADEN-ALIASSEN
           PERFORM LADEN-AANVRAGEN
           PERFORM ZOEK-JOURNAAL
           PERFORM ZOEK-ARCHIEF
                 MOVE DOSV-RNR    TO WS-VRG-RNR (WS-VRG-COUNT)
                 MOVE DOSV-DATVAN TO WS-VRG-VAN (WS-VRG-COUNT)
                 MOVE DOSV-DATTOT TO WS-VRG-TOT (WS-VRG-COUNT)
RVH122           MOVE DOSV-RNR    TO WS-ALS-ZOEK
RVH122           PERFORM ZOEK-ALIAS
RVH122           MOVE WS-ALS-DOEL TO WS-VRG-DEF (WS-VRG-COUNT)
              ELSE
                 DISPLAY "GIRDOSX4 - MEER DAN 50 AANVRAGEN - "
                         "OVERIGE IN EEN VOLGENDE DOORGANG"
           IF WS-BBFX-STATUS = "00"
              PERFORM LEZEN-BBFX
              PERFORM WITH TEST BEFORE UNTIL WS-BBFX-EOF
RVH122           MOVE BBFX-RNR TO WS-ALS-ZOEK
RVH122           PERFORM ZOEK-ALIAS
                 PERFORM VARYING WS-VRG-SUB FROM 1 BY 1
                         UNTIL WS-VRG-SUB > WS-VRG-COUNT
RVH122              IF WS-ALS-DOEL = WS-VRG-DEF (WS-VRG-SUB)
                       AND BBFX-DATINB NOT <
                           WS-VRG-VAN (WS-VRG-SUB)
                       AND BBFX-DATINB NOT >
                       MOVE BBFX-LIBEL  TO WS-HOLD-LIBEL
                       MOVE BBFX-BEDRAG TO WS-HOLD-BEDRAG
                       MOVE SPACES      TO WS-HOLD-DIAG
RVH122                 MOVE BBFX-RNR    TO WS-HOLD-RNR
                       PERFORM BEWAAR-DOSSIERLIJN
                    END-IF
                 END-PERFORM
           IF WS-ARCQ-STATUS = "00"
              PERFORM LEZEN-ARCQ
              PERFORM WITH TEST BEFORE UNTIL WS-ARCQ-EOF
RVH122           MOVE ARCQ-RNR TO WS-ALS-ZOEK
RVH122           PERFORM ZOEK-ALIAS
                 PERFORM VARYING WS-VRG-SUB FROM 1 BY 1
                         UNTIL WS-VRG-SUB > WS-VRG-COUNT
RVH122              IF WS-ALS-DOEL = WS-VRG-DEF (WS-VRG-SUB)
                       AND ARCQ-DATINB NOT <
                           WS-VRG-VAN (WS-VRG-SUB)
                       AND ARCQ-DATINB NOT >
                       MOVE ARCQ-LIBEL  TO WS-HOLD-LIBEL
                       MOVE ARCQ-BEDRAG TO WS-HOLD-BEDRAG
                       MOVE SPACES      TO WS-HOLD-DIAG
RVH122                 MOVE ARCQ-RNR    TO WS-HOLD-RNR
                       PERFORM BEWAAR-DOSSIERLIJN
                    END-IF
                 END-PERFORM
              PERFORM LEZEN-REJX
              PERFORM WITH TEST BEFORE UNTIL WS-REJX-EOF
                 MOVE REJX-PPR TO PPR-RECORD
RVH122           MOVE TRBFN-RNR TO WS-ALS-ZOEK
RVH122           PERFORM ZOEK-ALIAS
                 PERFORM VARYING WS-VRG-SUB FROM 1 BY 1
                         UNTIL WS-VRG-SUB > WS-VRG-COUNT
RVH122              IF WS-ALS-DOEL = WS-VRG-DEF (WS-VRG-SUB)
                       AND TRBFN-DATMEMO NOT <
                           WS-VRG-VAN (WS-VRG-SUB)
                       AND TRBFN-DATMEMO NOT >
                       MOVE TRBFN-CODE-LIBEL  TO WS-HOLD-LIBEL
                       MOVE TRBFN-MONTANT     TO WS-HOLD-BEDRAG
                       MOVE REJX-DIAG         TO WS-HOLD-DIAG
RVH122                 MOVE TRBFN-RNR         TO WS-HOLD-RNR
                       PERFORM BEWAAR-DOSSIERLIJN
                    END-IF
                 END-PERFORM
                 SET WS-REJX-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH122: ALIASREGISTER (GIRRNRX4) INLEZEN. EEN ONTBREKEND
      *        BESTAND IS GEEN FOUT - DAN IS ER GEEN ENKELE ALIAS.
      *----------------------------------------------------------------
RVH122 LADEN-ALIASSEN.
RVH122*****************
RVH122     OPEN INPUT ALSQ-FILE
RVH122     IF WS-ALSQ-STATUS = "00"
RVH122        PERFORM LEZEN-ALSQ
RVH122        PERFORM WITH TEST BEFORE UNTIL WS-ALSQ-EOF
RVH122           IF WS-ALS-COUNT < 2000
RVH122              ADD 1 TO WS-ALS-COUNT
RVH122              MOVE ALSQ-RNR-OUD
RVH122                TO WS-ALS-RNR-OUD (WS-ALS-COUNT)
RVH122              MOVE ALSQ-RNR-NIEUW
RVH122                TO WS-ALS-RNR-NIEUW (WS-ALS-COUNT)
RVH122           ELSE
RVH122              DISPLAY "GIRDOSX4 - ALIASREGISTER VOL - "
RVH122                      "ALSQ > 2000"
RVH122           END-IF
RVH122           PERFORM LEZEN-ALSQ
RVH122        END-PERFORM
RVH122        CLOSE ALSQ-FILE
RVH122     END-IF
RVH122     .
RVH122 LEZEN-ALSQ.
RVH122*************
RVH122     READ ALSQ-FILE
RVH122        AT END
RVH122           SET WS-ALSQ-EOF TO TRUE
RVH122     END-READ
RVH122     .
      *
      *----------------------------------------------------------------
      *RVH122: DEFINITIEF NUMMER VOOR WS-ALS-ZOEK (WS-ALS-ZOEK ZELF
      *        ALS HET NIET VERVANGEN WERD). GIRRNRX4 KORT DE KETENS
      *        IN, ZODAT EEN ENKELE STAP VOLSTAAT.
      *----------------------------------------------------------------
RVH122 ZOEK-ALIAS.
RVH122*************
RVH122     MOVE WS-ALS-ZOEK TO WS-ALS-DOEL
RVH122     IF WS-ALS-COUNT > ZERO
RVH122        SET WS-ALS-IDX TO 1
RVH122        SEARCH WS-ALS-ENTRY
RVH122           AT END
RVH122              CONTINUE
RVH122           WHEN WS-ALS-IDX > WS-ALS-COUNT
RVH122              CONTINUE
RVH122           WHEN WS-ALS-RNR-OUD (WS-ALS-IDX) = WS-ALS-ZOEK
RVH122              MOVE WS-ALS-RNR-NIEUW (WS-ALS-IDX) TO WS-ALS-DOEL
RVH122        END-SEARCH
RVH122     END-IF
RVH122     .
      *
       BEWAAR-DOSSIERLIJN.
      *********************
              MOVE WS-HOLD-LIBEL  TO WS-DOS-LIBEL (WS-DOS-COUNT)
              MOVE WS-HOLD-BEDRAG TO WS-DOS-BEDRAG (WS-DOS-COUNT)
              MOVE WS-HOLD-DIAG   TO WS-DOS-DIAG (WS-DOS-COUNT)
RVH122        MOVE WS-HOLD-RNR    TO WS-DOS-RNR (WS-DOS-COUNT)
           ELSE
              DISPLAY "GIRDOSX4 - DOSSIERTABEL VOL - LIJN WEGGEVALLEN"
           END-IF
                                             INTO DOSR-REC
                    END-STRING
                    WRITE DOSR-REC
      *----------------------------------------------------------------
      *RVH122: EEN LIJN ONDER EEN ANDER NUMMER DAN HET GEVRAAGDE
      *        (VERVANGEN RIJKSNUMMER) KRIJGT DAT NUMMER ERONDER.
      *----------------------------------------------------------------
RVH122              IF WS-DOS-RNR (WS-DOS-SUB)
RVH122                 NOT = WS-VRG-RNR (WS-VRG-SUB)
RVH122                 MOVE SPACES TO DOSR-REC
RVH122                 STRING "             ONDER RIJKSNUMMER "
RVH122                                            DELIMITED BY SIZE
RVH122                        WS-DOS-RNR (WS-DOS-SUB)
RVH122                                            DELIMITED BY SIZE
RVH122                                       INTO DOSR-REC
RVH122                 END-STRING
RVH122                 WRITE DOSR-REC
RVH122              END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

      **    TRANSMISSIESTAP OP EEN VRIJGAVE-CERTIFICAAT.               *
      **  - DE 500007-TRUNCATIE-INDICATORLIJN (BESTEMMELING 999,       *
      **    KODE 99, ZIE RVH038) TELT NIET MEE IN DE SOMMEN.           *
      **  - DE TEGENBOEKINGEN VAN VOOR DE VRIJGAVE GEANNULEERDE        *
      **    BANDLIJNEN (GLPQ-SOORT "A", GESCHREVEN DOOR GIRVORX4 EN    *
      **    DOOR DE JCL ACHTER DE GLPQ GEPLAATST) WORDEN NETTO         *
      **    GECERTIFICEERD: ZE VERMINDEREN HET GLPQ-AANTAL EN -BEDRAG  *
      **    EN WORDEN OOK VAN DE STAQ- EN 500007-TOTALEN AFGETROKKEN,  *
      **    DIE VOOR DE ANNULERING WERDEN OPGEMAAKT.                   *
RVH125**  - ZONDER RUN-MANIFEST (MANX, GESCHREVEN DOOR TRBFNCX4) VOOR  *
RVH125**    HETZELFDE RUN-VOLGNUMMER WORDT NIET GECERTIFICEERD: EEN    *
RVH125**    ONTBREKEND, ONVOLLEDIG OF VREEMD MANIFEST, OF HET MANIFEST *
RVH125**    VAN EEN SIMULATIE, GEEFT EEN BLOKKERING.                   *
      **                                                               *
      ******************************************************************
      *RVH040: NIEUW PROGRAMMA - RUN-BALANS-CERTIFICERING VOOR DE
      *        BAND VERTREKT.
      *RVH125: GEEN CERTIFICERING ZONDER RUN-MANIFEST.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH040*     500007-CONTROLETOTALEN VAN EEN RUN BALANCEREN EN LEVERT
RVH040*     HET VRIJGAVE/BLOKKERING-VERDICT VOOR DE BANDVERZENDING.
RVH040*
RVH125* RVH125 15/10/2026
RVH125*     RUN-MANIFEST VAN TRBFNCX4 (MANX) VERPLICHT: ZONDER
RVH125*     GELDIG MANIFEST VOOR HET RUN-VOLGNUMMER VOLGT BLOKKERING.
RVH125*
RVH132* RVH132 15/10/2026
RVH132*     KETENBEWAKING: START ENKEL ALS DE VORIGE FASE VAN DE
RVH132*     WERKDAG AFGEWERKT IS, AFMELDING MET DE RETURN-CODE
RVH132*     BIJ HET EINDE (GIRKETX4).
RVH132*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CTLX-STATUS.
      *----------------------------------------------------------------
      *RVH125: RUN-MANIFEST VAN DEZELFDE RUN (MANQ VAN TRBFNCX4).
      *----------------------------------------------------------------
RVH125     SELECT MANX-FILE ASSIGN TO MANX
RVH125            ORGANIZATION IS SEQUENTIAL
RVH125            FILE STATUS  IS WS-MANX-STATUS.
      *----------------------------------------------------------------
      *RVH040: CERTIFICAAT - EEN REKORD PER AANGETROFFEN RUN-
      *        VOLGNUMMER MET DE DRIE TOTAALPAREN EN HET VERDICT.
      *----------------------------------------------------------------
       FD  CTLX-FILE
           RECORDING MODE IS F.
           COPY BFN57GZR.
RVH125 FD  MANX-FILE
RVH125     RECORDING MODE IS F.
RVH125 01  MANX-REC.
RVH125     05  MANX-TYPE                PIC X(01).
RVH125         88  MANX-KOP             VALUE "H".
RVH125         88  MANX-REGISTER        VALUE "R".
RVH125     05  MANX-RUNDATUM            PIC 9(08).
RVH125     05  MANX-RUNSEQ              PIC 9(02).
RVH125     05  MANX-DETAIL              PIC X(69).
RVH125     05  MANX-KOPDETAIL REDEFINES MANX-DETAIL.
RVH125         10  MANX-VERWERKDATUM    PIC 9(08).
RVH125         10  MANX-ASOF            PIC 9(08).
RVH125         10  MANX-VERSIE          PIC X(08).
RVH125         10  MANX-GECOMPILEERD    PIC X(20).
RVH125         10  MANX-SIMULATIE       PIC X(01).
RVH125         10  MANX-AANTAL-REG      PIC 9(02).
RVH125         10  FILLER               PIC X(22).
       FD  CERQ-FILE
           RECORDING MODE IS F.
       01  CERQ-REC.
       01  WS-CTLX-EOF-SW               PIC X VALUE "N".
           88  WS-CTLX-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH125: GEGEVENS UIT HET RUN-MANIFEST.
      *----------------------------------------------------------------
RVH125 01  WS-MANX-STATUS               PIC XX VALUE ZEROES.
RVH125 01  WS-MANX-EOF-SW               PIC X VALUE "N".
RVH125     88  WS-MANX-EOF              VALUE "Y".
RVH125 01  WS-MAN-KOP-SW                PIC X VALUE "N".
RVH125     88  WS-MAN-KOP-GEZIEN        VALUE "Y".
RVH125 01  WS-MAN-RUNSEQ                PIC 9(02) VALUE ZERO.
RVH125 01  WS-MAN-SIMULATIE             PIC X(01) VALUE SPACE.
RVH125 01  WS-MAN-VERWACHT              PIC 9(02) VALUE ZERO.
RVH125 01  WS-MAN-REG-CNT               PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH040: TOTALEN PER AANGETROFFEN RUN-VOLGNUMMER (NORMAAL EEN
      *        ENKEL VOLGNUMMER PER GLPQ-GENERATIE; DE TABEL VANGT
      *        OOK EEN GEMENGDE AANLEVERING OP).
               10  WS-RUN-SEQ           PIC 9(02).
               10  WS-RUN-CNT           PIC 9(07).
               10  WS-RUN-BEDR          PIC S9(09).
RVH108         10  WS-RUN-ANL-CNT       PIC 9(07).
       01  WS-RUN-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-RUN-SUB                   PIC 9(02).
RVH059*    "J" ZODRA EEN GLPQ-LIJN EEN ELFDE RUN-VOLGNUMMER
           88  WS-STA-GEZIEN            VALUE "Y".
       01  WS-CTL-CNT                   PIC 9(07) VALUE ZERO.
       01  WS-CTL-BEDR                  PIC 9(09) VALUE ZERO.
RVH108*    AANTAL EN (POSITIEF) BEDRAG VAN DE "A"-TEGENBOEKINGEN OVER
RVH108*    ALLE RUN-VOLGNUMMERS; "J" ALS ZE NIET TE VERREKENEN ZIJN.
RVH108 01  WS-ANL-CNT                   PIC 9(07) VALUE ZERO.
RVH108 01  WS-ANL-BEDR                  PIC S9(09) VALUE ZERO.
RVH108 01  WS-ANL-FOUT-SW               PIC X VALUE "N".
RVH108     88  WS-ANL-FOUT              VALUE "J".
       01  WS-TRUNCATIE-SW              PIC X VALUE "N".
           88  WS-TRUNCATIE-GEMELD      VALUE "Y".
       01  WS-VERDICT-SW                PIC X VALUE "J".
           88  WS-RUN-IN-BALANS         VALUE "J".
       01  WS-CNT-BLOKKERING            PIC 9(02) VALUE ZERO.
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
      *----------------------------------------------------------------
       PAR-TRAITEMENT-CERTIFICERING.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-CERTIFICERING
           PERFORM SOMMEREN-GLPX
           PERFORM SOMMEREN-STAQ
           PERFORM SOMMEREN-CTLX
RVH125     PERFORM LEZEN-MANIFEST
RVH108     PERFORM VERREKENEN-ANNULERINGEN
           PERFORM OORDELEN
           PERFORM FIN-CERTIFICERING
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
RVH053*       DE INHOUDINGSLIJNEN ("I") EN INVORDERINGSLIJNEN ("V")
RVH053*       ZIJN EIGEN BOEKINGEN EN MAKEN GEEN DEEL UIT VAN HET
RVH053*       BETAALDE BBF-TOTAAL.
RVH114*       IDEM VOOR DE BEDRIJFSVOORHEFFINGSLIJNEN ("W").
RVH118*       IDEM VOOR DE AFSCHRIJVINGEN ("O").
RVH119*       IDEM VOOR DE OVERGEDRAGEN MICROBETALINGEN ("M").
RVH054        IF GLPX-SOORT NOT = "I" AND NOT = "V"
RVH114           AND NOT = "W"
RVH118           AND NOT = "O"
RVH119           AND NOT = "M"
                 PERFORM RUN-ZOEK-ENTRY
RVH108           EVALUATE TRUE
RVH108           WHEN WS-RUN-MIS
RVH108              CONTINUE
RVH108           WHEN GLPX-SOORT = "A"
RVH108              ADD 1           TO WS-RUN-ANL-CNT (WS-RUN-SUB)
RVH108                                 WS-ANL-CNT
RVH108              ADD GLPX-BEDRAG TO WS-RUN-BEDR (WS-RUN-SUB)
RVH108              SUBTRACT GLPX-BEDRAG FROM WS-ANL-BEDR
RVH108           WHEN OTHER
                    ADD 1           TO WS-RUN-CNT  (WS-RUN-SUB)
                    ADD GLPX-BEDRAG TO WS-RUN-BEDR (WS-RUN-SUB)
RVH108           END-EVALUATE
RVH053        END-IF
              PERFORM LEZEN-GLPX
           END-PERFORM
                    MOVE GLPX-RUNSEQ TO WS-RUN-SEQ (WS-RUN-IDX)
                    MOVE ZEROES      TO WS-RUN-CNT (WS-RUN-IDX)
                                        WS-RUN-BEDR (WS-RUN-IDX)
RVH108                                  WS-RUN-ANL-CNT (WS-RUN-IDX)
                 ELSE
                    SET WS-RUN-MIS      TO TRUE
                    SET WS-RUN-OVERLOOP TO TRUE
           .
      *
      *----------------------------------------------------------------
      *RVH125: HET RUN-MANIFEST INLEZEN - HET KOPREKORD LEVERT HET
      *        RUN-VOLGNUMMER, DE SIMULATIEVLAG EN HET VERWACHTE
      *        AANTAL REGISTERREKORDS. EEN ONTBREKEND BESTAND IS HIER
      *        GEEN FATALE FOUT: OORDELEN GEEFT DAN EEN BLOKKERING.
      *----------------------------------------------------------------
RVH125 LEZEN-MANIFEST.
RVH125*****************
RVH125     OPEN INPUT MANX-FILE
RVH125     IF WS-MANX-STATUS = "00"
RVH125        PERFORM LEZEN-MANX
RVH125        PERFORM WITH TEST BEFORE UNTIL WS-MANX-EOF
RVH125           EVALUATE TRUE
RVH125           WHEN MANX-KOP
RVH125              SET WS-MAN-KOP-GEZIEN TO TRUE
RVH125              MOVE MANX-RUNSEQ     TO WS-MAN-RUNSEQ
RVH125              MOVE MANX-SIMULATIE  TO WS-MAN-SIMULATIE
RVH125              MOVE MANX-AANTAL-REG TO WS-MAN-VERWACHT
RVH125           WHEN MANX-REGISTER
RVH125              ADD 1 TO WS-MAN-REG-CNT
RVH125           WHEN OTHER
RVH125              CONTINUE
RVH125           END-EVALUATE
RVH125           PERFORM LEZEN-MANX
RVH125        END-PERFORM
RVH125        CLOSE MANX-FILE
RVH125     END-IF
RVH125     .
      *
RVH125 LEZEN-MANX.
RVH125*************
RVH125     READ MANX-FILE
RVH125        AT END
RVH125           SET WS-MANX-EOF TO TRUE
RVH125     END-READ
RVH125     .
      *
      *----------------------------------------------------------------
      *RVH108: DE GEANNULEERDE LIJNEN NETTO VERREKENEN: HET GLPQ-
      *        AANTAL VAN ELKE RUN VERMINDERT MET ZIJN "A"-LIJNEN (HET
      *        BEDRAG IS AL NETTO), EN HET TOTAAL ERVAN GAAT AF VAN DE
      *        STAQ- EN 500007-TOTALEN. MEER ANNULERINGEN DAN ER
      *        BETALINGEN ZIJN IS EEN MISVORMDE AANLEVERING EN GEEFT
      *        EEN BLOKKERING.
      *----------------------------------------------------------------
       VERREKENEN-ANNULERINGEN.
      **************************
           IF WS-ANL-CNT > ZERO
              PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                      UNTIL WS-RUN-SUB > WS-RUN-COUNT
                 IF WS-RUN-ANL-CNT (WS-RUN-SUB) >
                    WS-RUN-CNT (WS-RUN-SUB)
                    SET WS-ANL-FOUT TO TRUE
                 ELSE
                    SUBTRACT WS-RUN-ANL-CNT (WS-RUN-SUB)
                        FROM WS-RUN-CNT (WS-RUN-SUB)
                 END-IF
              END-PERFORM
              IF WS-ANL-BEDR < ZERO
                 SET WS-ANL-FOUT TO TRUE
              END-IF
              IF WS-ANL-CNT > WS-STA-CNT OR WS-ANL-BEDR > WS-STA-BEDR
                 SET WS-ANL-FOUT TO TRUE
              ELSE
                 SUBTRACT WS-ANL-CNT  FROM WS-STA-CNT
                 SUBTRACT WS-ANL-BEDR FROM WS-STA-BEDR
              END-IF
              IF WS-ANL-CNT > WS-CTL-CNT OR WS-ANL-BEDR > WS-CTL-BEDR
                 SET WS-ANL-FOUT TO TRUE
              ELSE
                 SUBTRACT WS-ANL-CNT  FROM WS-CTL-CNT
                 SUBTRACT WS-ANL-BEDR FROM WS-CTL-BEDR
              END-IF
              MOVE SPACES TO CERR-REC
              STRING "ANNULERINGEN VERREKEND CNT/BEDR "
                                          DELIMITED BY SIZE
                     WS-ANL-CNT           DELIMITED BY SIZE
                     "/"                  DELIMITED BY SIZE
                     WS-ANL-BEDR          DELIMITED BY SIZE
                                     INTO CERR-REC
              END-STRING
              WRITE CERR-REC
              IF WS-ANL-FOUT
                 MOVE "ANNULERINGEN OVERTREFFEN DE RUNTOTALEN - VERDICT"
                                        TO CERR-REC
                 WRITE CERR-REC
                 MOVE "GEFORCEERD BLOKKERING" TO CERR-REC
                 WRITE CERR-REC
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH040: PER AANGETROFFEN RUN-VOLGNUMMER DE DRIE TOTAALPAREN
      *        VERGELIJKEN EN HET CERTIFICAAT SCHRIJVEN. DE STAQ- EN
      *        500007-TOTALEN GELDEN VOOR DE VOLLEDIGE RUN; BIJ EEN
              IF WS-RUN-OVERLOOP
                 MOVE "N" TO WS-VERDICT-SW
              END-IF
RVH108        IF WS-ANL-FOUT
RVH108           MOVE "N" TO WS-VERDICT-SW
RVH108        END-IF
              IF WS-RUN-COUNT > 1
                 MOVE "N" TO WS-VERDICT-SW
                 MOVE "MEERDERE RUN-VOLGNUMMERS IN EEN GLPQ-LEVERING"
                                        TO CERR-REC
                 WRITE CERR-REC
              END-IF
RVH125        PERFORM TOETS-MANIFEST
              IF NOT WS-STA-GEZIEN
                 MOVE "N" TO WS-VERDICT-SW
                 MOVE "GEEN B-TOTAALREKORD IN DE STAQ-FEED"
              WRITE CERQ-REC
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH125: HET RUN-MANIFEST MOET BESTAAN, BIJ HETZELFDE RUN-
      *        VOLGNUMMER HOREN, VOLLEDIG ZIJN EN VAN EEN PRODUCTIERUN
      *        KOMEN - ANDERS GEEN VRIJGAVE.
      *----------------------------------------------------------------
RVH125 TOETS-MANIFEST.
RVH125*****************
RVH125     EVALUATE TRUE
RVH125     WHEN NOT WS-MAN-KOP-GEZIEN
RVH125        MOVE "N" TO WS-VERDICT-SW
RVH125        MOVE "GEEN RUN-MANIFEST (MANX) - CERTIFICERING GEWEIGERD"
RVH125                               TO CERR-REC
RVH125        WRITE CERR-REC
RVH125     WHEN WS-MAN-RUNSEQ NOT = WS-RUN-SEQ (WS-RUN-SUB)
RVH125        MOVE "N" TO WS-VERDICT-SW
RVH125        MOVE SPACES TO CERR-REC
RVH125        STRING "RUNSEQ "               DELIMITED BY SIZE
RVH125               WS-RUN-SEQ (WS-RUN-SUB) DELIMITED BY SIZE
RVH125               " - RUN-MANIFEST HOORT BIJ RUNSEQ "
RVH125                                       DELIMITED BY SIZE
RVH125               WS-MAN-RUNSEQ           DELIMITED BY SIZE
RVH125                                  INTO CERR-REC
RVH125        END-STRING
RVH125        WRITE CERR-REC
RVH125     WHEN WS-MAN-REG-CNT NOT = WS-MAN-VERWACHT
RVH125        MOVE "N" TO WS-VERDICT-SW
RVH125        MOVE SPACES TO CERR-REC
RVH125        STRING "RUN-MANIFEST ONVOLLEDIG - REGISTERS "
RVH125                                       DELIMITED BY SIZE
RVH125               WS-MAN-REG-CNT          DELIMITED BY SIZE
RVH125               " VAN "                 DELIMITED BY SIZE
RVH125               WS-MAN-VERWACHT         DELIMITED BY SIZE
RVH125                                  INTO CERR-REC
RVH125        END-STRING
RVH125        WRITE CERR-REC
RVH125     WHEN WS-MAN-SIMULATIE = "J"
RVH125        MOVE "N" TO WS-VERDICT-SW
RVH125        MOVE "RUN-MANIFEST VAN EEN SIMULATIERUN" TO CERR-REC
RVH125        WRITE CERR-REC
RVH125     WHEN OTHER
RVH125        CONTINUE
RVH125     END-EVALUATE
RVH125     .
      *
       SCHRIJF-AFWIJKING-STA.
      ************************
              DISPLAY "GIRCERX4 - OPGELET : TRUNCATIE GEMELD OP "
                      "STAQ/500007"
           END-IF
RVH125     IF NOT WS-MAN-KOP-GEZIEN
RVH125        DISPLAY "GIRCERX4 - OPGELET : GEEN RUN-MANIFEST"
RVH125     END-IF
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
RVH132     MOVE "GIRCERX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRCERX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRCERX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

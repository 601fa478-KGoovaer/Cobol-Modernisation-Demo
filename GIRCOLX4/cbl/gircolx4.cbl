      **        NUMMER, DE BRON EN HET OORSPRONKELIJKE NUMMER VAST,    *
      **        ZODAT DE RSLQ-SPLITSING EN DE VERWERPINGSROUTERING     *
      **        HET JUISTE AFZENDERSYSTEEM BEREIKEN.                   *
      **  - BRON 7 (PPR7) ZIJN DE PPR'S DIE GIRSTGX4 UIT DE            *
      **    DOORLOPENDE BETAALOPDRACHTEN AANMAAKT; HERKOMST IN COLP    *
      **    IS DAN "DOORLOPENDE OPDRACHT".                             *
      **  - BRON 8 (PPR8) ZIJN DE TERUGVORDERINGS-PPR'S VAN EEN        *
      **    MASSACORRECTIE (GIRMCRX4).                                 *
      **                                                               *
      ******************************************************************
      *RVH100: NIEUW COLLECTORPROGRAMMA VOOR DE MEERVOUDIGE
      *        FEDERATIE-AANLEVERINGEN.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *RVH136: BRON 8 - TERUGVORDERINGS-PPR'S VAN GIRMCRX4.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH100*     NIEUW PROGRAMMA : SAMENVOEGING PPR1-PPR6 MET
RVH100*     DOORNUMMERING, OVERLAPCONTROLE EN HERKOMSTBESTAND.
RVH100*
RVH132* RVH132 15/10/2026
RVH132*     KETENBEWAKING: START ENKEL ALS DE VORIGE FASE VAN DE
RVH132*     WERKDAG AFGEWERKT IS, AFMELDING MET DE RETURN-CODE
RVH132*     BIJ HET EINDE (GIRKETX4).
RVH132*
RVH136* RVH136 15/10/2026
RVH136*     BRON 8 : DE TERUGVORDERINGS-PPR'S VAN EEN MASSACORRECTIE
RVH136*     (GIRMCRX4).
RVH136*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT PPR6-FILE ASSIGN TO PPR6
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PPR6-STATUS.
RVH109     SELECT PPR7-FILE ASSIGN TO PPR7
RVH109            ORGANIZATION IS SEQUENTIAL
RVH109            FILE STATUS  IS WS-PPR7-STATUS.
RVH136     SELECT PPR8-FILE ASSIGN TO PPR8
RVH136            ORGANIZATION IS SEQUENTIAL
RVH136            FILE STATUS  IS WS-PPR8-STATUS.
      *----------------------------------------------------------------
      *RVH100: SAMENGEVOEGDE BATCH VOOR DE (EXTERNE) DRIVER OF DE
      *        VOOREDITIE (GIREDTX4).
       FD  PPR6-FILE
           RECORDING MODE IS F.
       01  PPR6-REC                     PIC X(186).
RVH109 FD  PPR7-FILE
RVH109     RECORDING MODE IS F.
RVH109 01  PPR7-REC                     PIC X(186).
RVH136 FD  PPR8-FILE
RVH136     RECORDING MODE IS F.
RVH136 01  PPR8-REC                     PIC X(186).
       FD  PPRU-FILE
           RECORDING MODE IS F.
       01  PPRU-REC                     PIC X(186).
       01  WS-PPR4-STATUS               PIC XX VALUE ZEROES.
       01  WS-PPR5-STATUS               PIC XX VALUE ZEROES.
       01  WS-PPR6-STATUS               PIC XX VALUE ZEROES.
RVH109 01  WS-PPR7-STATUS               PIC XX VALUE ZEROES.
RVH136 01  WS-PPR8-STATUS               PIC XX VALUE ZEROES.
       01  WS-PPRU-STATUS               PIC XX VALUE ZEROES.
       01  WS-COLP-STATUS               PIC XX VALUE ZEROES.
       01  WS-COLR-STATUS               PIC XX VALUE ZEROES.
       01  WS-CNT-OVERLAP               PIC 9(07) VALUE ZERO.
       01  WS-CNT-TOTAAL                PIC 9(07) VALUE ZERO.
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
       PAR-TRAITEMENT-COLLECTOR.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-COLLECTOR
           PERFORM VERWERK-BRON-1
           PERFORM VERWERK-BRON-2
           PERFORM VERWERK-BRON-4
           PERFORM VERWERK-BRON-5
           PERFORM VERWERK-BRON-6
RVH109     PERFORM VERWERK-BRON-7
RVH136     PERFORM VERWERK-BRON-8
           PERFORM FIN-COLLECTOR
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
           .
      *
      *----------------------------------------------------------------
      *RVH109: BRON 7 - DOORLOPENDE OPDRACHTEN (AANGEMAAKT DOOR
      *        GIRSTGX4).
      *----------------------------------------------------------------
       VERWERK-BRON-7.
      *****************
           MOVE 7 TO WS-CUR-BRON
           MOVE ZERO TO WS-CNT-PER-BRON
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PPR7-FILE
           IF WS-PPR7-STATUS = "00"
              READ PPR7-FILE
                 AT END SET WS-EOF TO TRUE
              END-READ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE PPR7-REC TO PPR-RECORD
                 PERFORM NEEM-PPR-OVER
                 READ PPR7-FILE
                    AT END SET WS-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PPR7-FILE
              PERFORM SCHRIJF-BRONLIJN
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH136: BRON 8 - TERUGVORDERINGS-PPR'S VAN EEN MASSACORRECTIE
      *        (AANGEMAAKT DOOR GIRMCRX4).
      *----------------------------------------------------------------
       VERWERK-BRON-8.
      *****************
           MOVE 8 TO WS-CUR-BRON
           MOVE ZERO TO WS-CNT-PER-BRON
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PPR8-FILE
           IF WS-PPR8-STATUS = "00"
              READ PPR8-FILE
                 AT END SET WS-EOF TO TRUE
              END-READ
              PERFORM WITH TEST BEFORE UNTIL WS-EOF
                 MOVE PPR8-REC TO PPR-RECORD
                 PERFORM NEEM-PPR-OVER
                 READ PPR8-FILE
                    AT END SET WS-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PPR8-FILE
              PERFORM SCHRIJF-BRONLIJN
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH100: EEN PPR OVERNEMEN - OVERLAPCONTROLE OP KONSTANTE/
      *        VOLGNUMMER TEGEN DE VORIGE BRONNEN, DOORNUMMERING,
      *        HERKOMSTREKORD EN UITVOER. ENVELOPPE-REKORDS
           MOVE WS-CNT-OVERLAP TO WS-DISPLAY-CNT
           DISPLAY "GIRCOLX4 - AANTAL OVERLAPPEN   : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRCOLX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRCOLX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRCOLX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .
